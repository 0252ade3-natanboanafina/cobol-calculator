      *=================================================================
      *    COPYBOOK:   #BKPREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       15-10-2026
      *    PURPOSE:    RECORD LAYOUT OF THE BKPCAT BACKUP CATALOG -
      *                ONE ENTRY FOR EVERY COPY CALCBKUP TAKES OF A
      *                MASTER (AUDITLOG, FINMAST, RUNCTL, CALCSEQ,
      *                CALCUSER).  THE COPY IS A FLAT UNLOAD NAMED BY
      *                A PREFIX FOR THE MASTER PLUS THE BACKUP DATE,
      *                E.G. BKAUD20261015, THE WAY CALCARCH NAMES ITS
      *                AUDARC GENERATIONS.  THE ENTRY HOLDS THE RECORD
      *                COUNT AND THE LOWEST AND HIGHEST KEY COPIED, AS
      *                READ BACK FROM THE COPY ITSELF, AND WHETHER
      *                THAT READ-BACK AGREED WITH THE MASTER.  CALCRCVR
      *                RESTORES FROM IT AND COMPARES AGAINST IT.  COPY
      *                IT IN RIGHT AFTER THE FD - THE 01 LEVEL IS PART
      *                OF THE COPYBOOK.
      *
      *                THE KEY FIELDS ARE LEFT-JUSTIFIED:
      *                  AUDITLOG - AUD-CALC-ID           (7)
      *                  FINMAST  - SCH-KEY                (10)
      *                  RUNCTL   - RUN-DATE + RUN-NUMBER  (11)
      *                  CALCSEQ  - SEQ-LAST-ID            (7)
      *                  CALCUSER - USR-ID                 (8)
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  CATALOG-RECORD.
           05  BKP-DATE            PIC 9(08).
           05  BKP-TIME            PIC 9(06).
           05  BKP-MASTER          PIC X(08).
           05  BKP-FILE-NAME       PIC X(13).
           05  BKP-COUNT           PIC 9(07).
           05  BKP-LOW-KEY         PIC X(11).
           05  BKP-HIGH-KEY        PIC X(11).
           05  BKP-HIGH-ID         REDEFINES BKP-HIGH-KEY.
               10  BKP-HIGH-CALC-ID    PIC 9(07).
               10  FILLER              PIC X(04).
           05  BKP-VERIFIED-SW     PIC X(01).
               88  BKP-VERIFIED        VALUE "V".
               88  BKP-NOT-VERIFIED    VALUE "E".
           05  BKP-USER-ID         PIC X(08).
