      *=================================================================
      *    COPYBOOK:   #PNDCORR
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    IMAGE OF A CORRECTION AS IT RIDES THE CALCPEND
      *                APPROVAL QUEUE (PND-BEFORE AND PND-AFTER OF A
      *                TYPE "C" ITEM).  THE BEFORE IMAGE IS THE
      *                ORIGINAL CALCULATION AS IT STANDS ON THE AUDIT
      *                MASTER; THE AFTER IMAGE IS THE CORRECTION
      *                CALCCORR ALREADY RECOMPUTED, UNDER THE
      *                ORIGINAL'S STAMPS, READY FOR CALCAPRV TO POST
      *                THROUGH AUDITWTR EXACTLY AS CALCCORR WOULD HAVE.
      *                COPY INTO WORKING STORAGE, RENAMING WITH
      *                REPLACING WHEN BOTH IMAGES ARE NEEDED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  PND-CORR-IMAGE.
           05  PCI-ORIG-ID         PIC 9(07).
           05  PCI-OPERATOR        PIC X(01).
           05  PCI-FIRST-NUM       PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  PCI-SECOND-NUM      PIC S9(10)V99 SIGN LEADING SEPARATE.
           05  PCI-RESULT          PIC S9(10)V9(06) SIGN LEADING
                                       SEPARATE.
           05  PCI-PRECISION       PIC 9(01).
           05  PCI-ROUND-SW        PIC X(01).
           05  PCI-DISPOSITION     PIC X(01).
           05  PCI-CCY-CODE        PIC X(03).
           05  PCI-CCY-RATE        PIC 9(01)V9(06).
           05  PCI-DEPT            PIC X(04).
           05  FILLER              PIC X(02).
