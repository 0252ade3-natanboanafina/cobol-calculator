      *=================================================================
      *    COPYBOOK:   #PERREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    RECORD LAYOUT OF CALCPER, THE ACCOUNTING PERIOD
      *                CONTROL MASTER - ONE RECORD PER MONTH (AAAAMM)
      *                WITH ITS STATUS AND WHO SET IT WHEN.  A MONTH
      *                WITH NO RECORD IS OPEN.  ONLY PERMAINT WRITES
      *                THE FILE; EVERY OTHER PROGRAM ASKS PERCHECK.
      *                  A - OPEN: ANYTHING MAY BE DATED INTO IT
      *                  E - CLOSING: FINANCE IS SIGNING ITS FIGURES
      *                      OFF - NO NEW WORK WITHOUT A SUPERVISOR,
      *                      AND A CORRECTION OF ONE OF ITS ENTRIES
      *                      GOES TO THE OPEN PERIOD AS A PRIOR-
      *                      PERIOD ADJUSTMENT
      *                  F - CLOSED: NOTHING IS DATED INTO IT ANY
      *                      MORE, CORRECTIONS AS FOR CLOSING, AND
      *                      ONLY NOW MAY CALCARCH ARCHIVE IT
      *                COPY IT IN RIGHT AFTER THE FD - THE 01 LEVEL IS
      *                PART OF THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  PERIOD-RECORD.
           05  PER-PERIOD          PIC 9(06).
           05  PER-STATUS          PIC X(01).
               88  PER-OPEN            VALUE "A".
               88  PER-CLOSING         VALUE "E".
               88  PER-CLOSED          VALUE "F".
           05  PER-USER-ID         PIC X(08).
           05  PER-DATE            PIC 9(08).
