      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   ADDED DTL-DEPT - THE ORIGINATING DEPARTMENT
      *                     FROM THE CALCIN HEADER, AS STAMPED ON THE
      *                     AUDIT RECORD.
      *    15-10-2026  NB   ADDED DTL-TEMPLATE - THE CALCTPL TEMPLATE A
      *                     GENERATED CALCULATION CAME FROM, ZERO FOR
      *                     ONE A DEPARTMENT KEYED, AS STAMPED ON THE
      *                     AUDIT RECORD.
      *=================================================================
       01  DETAIL-RECORD.
           05  DTL-CALC-ID         PIC 9(07).
           05  DTL-DISPOSITION     PIC X(01).
           05  DTL-CCY-CODE        PIC X(03).
           05  DTL-CCY-RATE        PIC 9(01)V9(06).
           05  DTL-DEPT            PIC X(04).
           05  DTL-TEMPLATE        PIC 9(05).
