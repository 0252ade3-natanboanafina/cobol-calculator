      *=================================================================
      *    COPYBOOK:   #DUPREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    RECORD LAYOUT OF THE CALCDUP SUSPECTED-DUPLICATE
      *                HOLD FILE.  CALCEDIT APPENDS A DETAIL HERE,
      *                INSTEAD OF WRITING IT TO CALCVAL, WHEN THE SAME
      *                DEPARTMENT AND FIGURES WERE ACCEPTED FROM AN
      *                EARLIER DELIVERY INSIDE THE WINDOW - WITH THE
      *                MOVEMENT DATE IT CAME IN UNDER AND THE EARLIER
      *                MOVEMENT DATE IT MATCHES.  DUPREVW LETS A
      *                SUPERVISOR RELEASE ("L") OR DROP ("D") EACH
      *                HELD ("H") RECORD, AND STAMPS WHO DID IT AND
      *                WHEN.  COPY IT IN RIGHT AFTER THE FD - THE 01
      *                LEVEL IS PART OF THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  DUPLICATE-RECORD.
           05  DUP-STATUS          PIC X(01).
               88  DUP-HELD            VALUE "H".
               88  DUP-RELEASED        VALUE "L".
               88  DUP-DROPPED         VALUE "D".
           05  FILLER              PIC X(01).
           05  DUP-DEPT            PIC X(04).
           05  FILLER              PIC X(01).
           05  DUP-MOVE-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  DUP-MATCH-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  DUP-SEQ             PIC 9(05).
           05  FILLER              PIC X(01).
           05  DUP-ACTION-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  DUP-ACTION-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  DUP-DATA            PIC X(80).
