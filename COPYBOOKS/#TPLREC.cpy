      *=================================================================
      *    COPYBOOK:   #TPLREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       15-10-2026
      *    PURPOSE:    RECORD LAYOUT OF CALCTPL, THE RECURRING
      *                CALCULATION TEMPLATE MASTER - ONE RECORD PER
      *                CALCULATION A DEPARTMENT SENDS ON A FIXED
      *                SCHEDULE.  THE CALCULATION ITSELF IS HELD AS
      *                THE FIRST 65 COLUMNS OF A CALCIN DETAIL (SIMPLE,
      *                "E" EXPRESSION OR "F" FINANCIAL LAYOUT, AS
      *                EDITCHK READS THEM), SO CALCTGEN COPIES IT INTO
      *                THE DELIVERY AS IT STANDS.  THE SCHEDULE RULES:
      *                  M - MONTHLY ON DAY N (THE LAST DAY WHEN THE
      *                      MONTH IS SHORTER), MOVED FORWARD TO THE
      *                      NEXT BUSINESS DAY - BACK WHEN THAT WOULD
      *                      CROSS INTO THE NEXT MONTH
      *                  U - LAST BUSINESS DAY OF THE MONTH
      *                  N - EVERY NTH BUSINESS DAY, COUNTED FROM THE
      *                      LAST GENERATION (FROM THE START DATE
      *                      BEFORE THE FIRST ONE)
      *                A TEMPLATE GENERATES ONLY WHILE ACTIVE AND
      *                INSIDE ITS START AND END DATES (END ZERO =
      *                OPEN).  ONLY TPLMAINT MAINTAINS THE FILE AND
      *                ONLY CALCTGEN STAMPS THE LAST GENERATION.  COPY
      *                IT IN RIGHT AFTER THE FD - THE 01 LEVEL IS PART
      *                OF THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  TEMPLATE-RECORD.
           05  TPL-ID              PIC 9(05).
           05  TPL-STATUS          PIC X(01).
               88  TPL-ACTIVE          VALUE "A".
               88  TPL-SUSPENDED       VALUE "S".
           05  TPL-DESC            PIC X(30).
           05  TPL-DEPT            PIC X(04).
           05  TPL-RULE            PIC X(01).
               88  TPL-MONTHLY         VALUE "M".
               88  TPL-LAST-BUSDAY     VALUE "U".
               88  TPL-EVERY-NTH       VALUE "N".
           05  TPL-RULE-DAY        PIC 9(02).
           05  TPL-START-DATE      PIC 9(08).
           05  TPL-END-DATE        PIC 9(08).
           05  TPL-LAST-GEN        PIC 9(08).
           05  TPL-GEN-COUNT       PIC 9(05).
           05  TPL-USER-ID         PIC X(08).
           05  TPL-MAINT-DATE      PIC 9(08).
           05  TPL-DATA            PIC X(65).
           05  TPL-SIMPLE-VIEW     REDEFINES TPL-DATA.
               10  TPL-OPERATOR        PIC X(01).
               10  FILLER              PIC X(24).
               10  TPL-CCY-CODE        PIC X(03).
               10  FILLER              PIC X(37).
