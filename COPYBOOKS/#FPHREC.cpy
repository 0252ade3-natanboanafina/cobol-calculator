      *=================================================================
      *    COPYBOOK:   #FPHREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    RECORD LAYOUT OF THE CALCFPH KEYED FINGERPRINT
      *                HISTORY - ONE RECORD PER DETAIL CALCEDIT HAS
      *                ACCEPTED INTO CALCVAL OVER THE ROLLING WINDOW.
      *                THE FINGERPRINT IS THE DEPARTMENT PLUS THE 65
      *                COLUMNS CALC READS (RECORD TYPE, OPERATOR,
      *                OPERANDS, CURRENCY AND, ON A FINANCIAL RECORD,
      *                ITS TERMS); THE KEY ADDS THE MOVEMENT DATE AND
      *                THE DETAIL'S PLACE IN ITS DELIVERY SO THE SAME
      *                FIGURES SENT ON TWO DAYS SIT SIDE BY SIDE.  THE
      *                DELIVERY'S TRAILER COUNT AND HASH TELL A RE-EDIT
      *                OF THE SAME FILE FROM A NEW DELIVERY.  COPY IT
      *                IN RIGHT AFTER THE FD - THE 01 LEVEL IS PART OF
      *                THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  FINGERPRINT-RECORD.
           05  FPH-KEY.
               10  FPH-FINGERPRINT.
                   15  FPH-DEPT    PIC X(04).
                   15  FPH-DATA    PIC X(65).
               10  FPH-MOVE-DATE   PIC 9(08).
               10  FPH-SEQ         PIC 9(05).
           05  FPH-BATCH-COUNT     PIC 9(05).
           05  FPH-BATCH-HASH      PIC 9(15).
