      *             ENTRY), THE PERIOD, THE AMOUNT ACTUALLY RECEIVED
      *             AND THE DATE IT CAME IN - THE PERIOD RECORD IS
      *             READ DIRECT, THE PAYMENT IS STAMPED ON IT AND THE
      *             PAY STATUS SET TO FULL OR SHORT AGAINST THAT
      *             PERIOD'S OWN INSTALLMENT DUE.  A PERIOD ALREADY
      *             POSTED IS SHOWN AND CONFIRMED BEFORE IT IS
      *             OVERWRITTEN.  FINAGE READS THE RESULT FOR THE
      *             AGING REPORT.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   FINCALC NOW WRITES EACH PERIOD'S OWN
      *                     INSTALLMENT, WHICH FALLS PERIOD BY PERIOD
      *                     UNDER SAC - THE FULL/SHORT TEST IS MADE
      *                     AGAINST THAT FIGURE AND THE SCREEN SHOWS
      *                     THE PLAN'S METHOD ALONGSIDE IT.
      *    14-10-2026  NB   THE LATE FEE AND ARREARS INTEREST FINDELQ
      *                     WROTE AGAINST THE PERIOD ARE COLLECTED
      *                     FIRST - THE PAYMENT SETTLES THE CHARGES
      *                     (SCH-CHARGES-PAID) AND ONLY WHAT IS LEFT
      *                     GOES AGAINST THE INSTALLMENT AND IS JUDGED
      *                     FULL OR SHORT.  THE SCREEN SHOWS THE DUE
      *                     DATE AND THE CHARGES BEFORE POSTING.
      *    14-10-2026  NB   THE POSTING RULE ITSELF MOVED TO THE
      *                     FINPOST SUBPROGRAM, WHICH FINRET CALLS FOR
      *                     THE BANK'S SETTLEMENTS - ONE RULE FOR BOTH.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ==WRK-MASTER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MASTER-STATUS==.
       COPY "#DATESRV".
       COPY "#FPSTVAR".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-CONFIRM-IN      PIC X(01) VALUE SPACE.
       77  WRK-DUE-ED          PIC -Z.ZZZ.ZZZ.ZZZ,999999.
       77  WRK-PAID-ED         PIC -Z.ZZZ.ZZZ.ZZZ,999999.
       77  WRK-BAL-ED          PIC -Z.ZZZ.ZZZ.ZZZ,999999.
       77  WRK-CHG-ED          PIC -Z.ZZZ.ZZZ.ZZZ,999999.
       77  WRK-CHARGES-DUE     PIC S9(10)V9(06) VALUE ZERO.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           DISPLAY "DESEJA BAIXAR OUTRO PAGAMENTO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

      *-----------------------------------------------------------------
      *    THE PAYMENT IS JUDGED AGAINST THE INSTALLMENT ON THE PERIOD
      *    RECORD ITSELF - LEVEL UNDER PRICE, FALLING UNDER SAC - SO
      *    A SAC BORROWER PAYING PERIOD 10'S SMALLER INSTALLMENT IS
      *    NOT MARKED SHORT AGAINST PERIOD 1'S.  ANY LATE FEE AND
      *    ARREARS INTEREST ON THE PERIOD ARE TAKEN OUT OF THE PAYMENT
      *    FIRST; A REPLACED POSTING IS REPLACED WHOLE, CHARGES AND
      *    ALL, SO THE NEW AMOUNT IS SPREAD AGAIN FROM THE TOP.  THE
      *    RULE LIVES IN FINPOST, SHARED WITH THE BANK RETURN RUN.
      *-----------------------------------------------------------------
       0220-POST-PAYMENT               SECTION.
           MOVE SCH-PAYMENT-DUE TO WRK-DUE-ED.
           MOVE SCH-BALANCE     TO WRK-BAL-ED.
           IF SCH-SAC
               DISPLAY "METODO:           SAC"
           ELSE
               DISPLAY "METODO:           PRICE"
           END-IF.
           IF SCH-DUE-DATE IS NUMERIC
            AND SCH-DUE-DATE GREATER THAN ZERO
               DISPLAY "VENCIMENTO:       " SCH-DUE-DATE(7:2) "/"
                       SCH-DUE-DATE(5:2) "/" SCH-DUE-DATE(1:4)
           END-IF.
           DISPLAY "PRESTACAO DEVIDA: " WRK-DUE-ED.
           DISPLAY "SALDO DO PERIODO: " WRK-BAL-ED.
           MOVE ZERO TO WRK-CHARGES-DUE.
           IF SCH-LATE-FEE IS NUMERIC AND SCH-ARREARS IS NUMERIC
               COMPUTE WRK-CHARGES-DUE = SCH-LATE-FEE + SCH-ARREARS
           END-IF.
           IF WRK-CHARGES-DUE GREATER THAN ZERO
               MOVE WRK-CHARGES-DUE TO WRK-CHG-ED
               DISPLAY "MULTA E MORA:     " WRK-CHG-ED
           END-IF.
           MOVE "S" TO WRK-CONFIRM-IN.
           IF NOT SCH-PAY-OPEN
               MOVE SCH-PAID-AMOUNT TO WRK-PAID-ED
               ACCEPT WRK-CONFIRM-IN
           END-IF.
           IF WRK-CONFIRM-IN EQUAL TO "S"
               MOVE WRK-PAY-AMOUNT TO WRK-FPST-AMOUNT
               MOVE WRK-PAY-DATE   TO WRK-FPST-DATE
               CALL "FINPOST" USING WRK-FPST-REQUEST
                                    SCHED-MASTER-RECORD
               IF WRK-FPST-CHARGES GREATER THAN ZERO
                   MOVE WRK-FPST-CHARGES TO WRK-CHG-ED
                   DISPLAY "ENCARGOS QUITADOS PRIMEIRO: " WRK-CHG-ED
               END-IF
               IF SCH-PAY-SHORT
                   DISPLAY "PAGAMENTO A MENOR REGISTRADO."
               END-IF
               REWRITE SCHED-MASTER-RECORD
               IF WRK-MASTER-STATUS-OK
