      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   A POSTED PERIOD IS RE-JUDGED FULL OR SHORT
      *                     AGAINST ITS OWN INSTALLMENT DUE ON FINMAST
      *                     INSTEAD OF TAKING THE POSTED STATUS AS
      *                     GIVEN - UNDER SAC THE INSTALLMENT FALLS
      *                     EVERY PERIOD, AND A STATUS POSTED AGAINST
      *                     A LEVEL FIGURE WOULD MISREAD IT.  THE
      *                     PLAN'S METHOD GOES OUT ON ITS REPORT LINE.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-MASTER   VALUE "Y".
       77  WRK-CURRENT-ID      PIC 9(07) VALUE ZERO.
       77  WRK-CURRENT-METHOD  PIC X(05) VALUE SPACES.
       77  WRK-FIRST-REC-SW    PIC X(01) VALUE "Y".
       77  WRK-PER-COUNT       PIC 9(03) VALUE ZERO.
       77  WRK-FULL-COUNT      PIC 9(03) VALUE ZERO.
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

      *-----------------------------------------------------------------
      *    AN OPEN PERIOD IS OPEN; A POSTED ONE IS FULL OR SHORT BY
      *    WHAT WAS RECEIVED AGAINST THAT PERIOD'S OWN INSTALLMENT.
      *-----------------------------------------------------------------
       0220-CHECK-PERIOD               SECTION.
           IF WRK-FIRST-REC-SW EQUAL TO "Y"
               MOVE SCH-CALC-ID TO WRK-CURRENT-ID
                   MOVE SCH-CALC-ID TO WRK-CURRENT-ID
               END-IF
           END-IF.
           IF SCH-SAC
               MOVE "SAC"   TO WRK-CURRENT-METHOD
           ELSE
               MOVE "PRICE" TO WRK-CURRENT-METHOD
           END-IF.
           ADD 1               TO WRK-PER-COUNT.
           ADD SCH-PAYMENT-DUE TO WRK-DUE-TOTAL.
           ADD SCH-PAID-AMOUNT TO WRK-PAID-TOTAL.
           EVALUATE TRUE
             WHEN NOT SCH-PAY-FULL AND NOT SCH-PAY-SHORT
               ADD 1 TO WRK-OPEN-COUNT
             WHEN SCH-PAID-AMOUNT LESS THAN SCH-PAYMENT-DUE
               ADD 1 TO WRK-SHORT-COUNT
             WHEN OTHER
               ADD 1 TO WRK-FULL-COUNT
           END-EVALUATE.
           PERFORM 0210-READ-MASTER-NEXT.

               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "  DIFERENCA: " WRK-DIFF-ED
                      "  METODO: "    WRK-CURRENT-METHOD
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
