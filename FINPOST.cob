       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.FINPOST.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: THE ONE PLACE A PAYMENT IS APPLIED TO A FINMAST
      *             PERIOD, SO THE DESK'S POSTINGS IN FINPAY AND THE
      *             BANK'S SETTLEMENTS IN FINRET FOLLOW THE SAME RULE.
      *             ANY LATE FEE AND ARREARS INTEREST FINDELQ WROTE ON
      *             THE PERIOD ARE SETTLED FIRST (SCH-CHARGES-PAID);
      *             WHAT IS LEFT IS THE PERIOD'S PAID AMOUNT AND IS
      *             JUDGED AGAINST THE PERIOD'S OWN INSTALLMENT - LESS
      *             IS SHORT ("2"), THE REST FULL ("1").  THE AMOUNT
      *             REPLACES ANY EARLIER POSTING WHOLE, CHARGES AND
      *             ALL.  NO FILE IS TOUCHED HERE - THE CALLER HAS THE
      *             RECORD READ AND REWRITES IT.  THE REQUEST AREA IS
      *             #FPSTVAR.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                            DIVISION.
       WORKING-STORAGE                 SECTION.
       77  WRK-CHARGES-DUE     PIC S9(10)V9(06) VALUE ZERO.
       LINKAGE                         SECTION.
       COPY "#FPSTVAR" REPLACING
           ==WRK-FPST-REQUEST== BY ==LNK-FPST-REQUEST==
           ==WRK-FPST-AMOUNT== BY ==LNK-FPST-AMOUNT==
           ==WRK-FPST-DATE== BY ==LNK-FPST-DATE==
           ==WRK-FPST-CHARGES== BY ==LNK-FPST-CHARGES==
           ==WRK-FPST-APPLIED== BY ==LNK-FPST-APPLIED==.
       COPY "#FINSREC" REPLACING
           ==SCHED-MASTER-RECORD== BY ==LNK-SCHED-RECORD==
           LEADING ==SCH-== BY ==LNK-SCH-==.

       PROCEDURE                       DIVISION USING LNK-FPST-REQUEST
                                                      LNK-SCHED-RECORD.
       0001-MAIN                       SECTION.
           PERFORM 0100-SETTLE-CHARGES.
           PERFORM 0200-SETTLE-INSTALLMENT.
           GOBACK.

      *-----------------------------------------------------------------
      *    A RECORD FROM BEFORE THE CHARGE FIELDS EXISTED HAS NOTHING
      *    TO SETTLE; ITS CHARGE FIELDS ARE LEFT AT ZERO.
      *-----------------------------------------------------------------
       0100-SETTLE-CHARGES             SECTION.
           MOVE ZERO TO WRK-CHARGES-DUE.
           IF LNK-SCH-LATE-FEE IS NUMERIC
            AND LNK-SCH-ARREARS IS NUMERIC
               COMPUTE WRK-CHARGES-DUE =
                       LNK-SCH-LATE-FEE + LNK-SCH-ARREARS
           ELSE
               MOVE ZERO TO LNK-SCH-LATE-FEE
               MOVE ZERO TO LNK-SCH-ARREARS
               MOVE ZERO TO LNK-SCH-CHARGE-DATE
           END-IF.
           IF LNK-FPST-AMOUNT GREATER THAN WRK-CHARGES-DUE
               MOVE WRK-CHARGES-DUE TO LNK-FPST-CHARGES
           ELSE
               MOVE LNK-FPST-AMOUNT TO LNK-FPST-CHARGES
           END-IF.
           COMPUTE LNK-FPST-APPLIED =
                   LNK-FPST-AMOUNT - LNK-FPST-CHARGES.
           MOVE LNK-FPST-CHARGES TO LNK-SCH-CHARGES-PAID.

       0200-SETTLE-INSTALLMENT         SECTION.
           MOVE LNK-FPST-APPLIED TO LNK-SCH-PAID-AMOUNT.
           MOVE LNK-FPST-DATE    TO LNK-SCH-PAID-DATE.
           IF LNK-FPST-APPLIED LESS THAN LNK-SCH-PAYMENT-DUE
               MOVE "2" TO LNK-SCH-PAY-STATUS
           ELSE
               MOVE "1" TO LNK-SCH-PAY-STATUS
           END-IF.
