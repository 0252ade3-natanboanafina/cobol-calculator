      *=================================================================
      *    COPYBOOK:   #PENDREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    RECORD LAYOUT OF THE CALCPEND APPROVAL QUEUE -
      *                ONE RECORD PER CHANGE KEYED IN CCYMAINT,
      *                HOLMAINT, USERMNT OR CALCCORR (AND PER CHANGE
      *                OF THE CALCLIM CORRECTION LIMIT) THAT WAITS FOR
      *                A SECOND USER TO APPROVE IT IN CALCAPRV.  IT
      *                HOLDS WHO KEYED THE CHANGE AND WHEN, WHO
      *                DECIDED IT AND WHEN, AND THE RECORD IMAGE
      *                BEFORE AND AFTER THE CHANGE - THE IMAGES ARE
      *                THE TARGET FILE'S OWN RECORD LAYOUT (CCYRATES,
      *                HOLIDAYS, CALCUSER, CALCLIM) OR, FOR A
      *                CORRECTION, THE #PNDCORR LAYOUT.  PENDWTR
      *                NUMBERS AND APPENDS NEW ITEMS; CALCAPRV IS THE
      *                ONLY PROGRAM THAT CHANGES ONE.  COPY IT IN
      *                RIGHT AFTER THE FD - THE 01 LEVEL IS PART OF
      *                THE COPYBOOK - OR RENAME IT WITH REPLACING FOR
      *                A WORKING-STORAGE OR LINKAGE COPY.
      *
      *                TYPES:  R - EXCHANGE RATE (CCYRATES)
      *                        H - HOLIDAY (HOLIDAYS)
      *                        U - OPERATOR (CALCUSER), ACTION I
      *                            INCLUDE, D DISABLE, R RESET
      *                        C - CORRECTION (AUDIT MASTER)
      *                        L - CORRECTION LIMIT (CALCLIM)
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  PENDING-RECORD.
           05  PND-ID              PIC 9(07).
           05  PND-TYPE            PIC X(01).
               88  PND-RATE            VALUE "R".
               88  PND-HOLIDAY         VALUE "H".
               88  PND-USER            VALUE "U".
               88  PND-CORRECTION      VALUE "C".
               88  PND-LIMIT           VALUE "L".
           05  PND-ACTION          PIC X(01).
           05  PND-STATUS          PIC X(01).
               88  PND-PENDING         VALUE "P".
               88  PND-APPROVED        VALUE "A".
               88  PND-REJECTED        VALUE "R".
           05  PND-KEY             PIC X(10).
           05  PND-MAKER-ID        PIC X(08).
           05  PND-MAKER-DATE      PIC 9(08).
           05  PND-MAKER-TIME      PIC 9(06).
           05  PND-CHECKER-ID      PIC X(08).
           05  PND-CHECK-DATE      PIC 9(08).
           05  PND-CHECK-TIME      PIC 9(06).
           05  PND-BEFORE          PIC X(70).
           05  PND-AFTER           PIC X(70).
