       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.FINDELQ.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: DELINQUENCY RUN OVER THE FINMAST KEYED SCHEDULE
      *             MASTER AS OF A KEYED DATE.  EVERY OPEN OR
      *             SHORT-PAID PERIOD WHOSE DUE DATE HAS PASSED IS
      *             AGED BY ITS DAYS PAST DUE INTO THE 1-30, 31-60,
      *             61-90 AND OVER-90 BUCKETS, AND THE CONTRACT'S LATE
      *             CHARGES ARE WORKED OUT AND WRITTEN BACK ON THE
      *             PERIOD FOR FINPAY TO COLLECT AHEAD OF THE
      *             INSTALLMENT:
      *               - THE LATE FEE (SCH-FEE-PCT OF THE AMOUNT IN
      *                 ARREARS) ONCE, THE FIRST TIME THE PERIOD IS
      *                 FOUND LATE;
      *               - ARREARS INTEREST (SCH-MORA-PCT A MONTH, PRO
      *                 RATA OVER A 30-DAY MONTH) FOR THE DAYS SINCE
      *                 IT WAS LAST ACCRUED (SCH-CHARGE-DATE) OR
      *                 SINCE THE DUE DATE, WHICHEVER IS LATER.
      *             DAYS ARE COUNTED BY DATESRV "D".  BECAUSE INTEREST
      *             IS ONLY EVER ADDED FOR DAYS NOT YET CHARGED, A
      *             RERUN FOR THE SAME DATE - OR AN EARLIER ONE -
      *             CHARGES NOTHING TWICE.  THE LISTING GOES TO THE
      *             FINDLQ FILE; A PERIOD FROM BEFORE DUE DATES
      *             EXISTED (DUE DATE ZERO) IS COUNTED BUT NOT AGED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   THE FINDLQ OPEN IS CHECKED - A FAILURE
      *                     ENDS THE RUN WITH ITS STATUS BEFORE ANY
      *                     CHARGE IS WRITTEN TO FINMAST.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "FINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FINDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  MASTER-FILE.
       COPY "#FINSREC".
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-MASTER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-MASTER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MASTER-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#DATESRV".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-MASTER   VALUE "Y".
       77  WRK-ASOF-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-FROM-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-DAYS-LATE       PIC S9(07) VALUE ZERO.
       77  WRK-DAYS-CHARGED    PIC S9(07) VALUE ZERO.
       77  WRK-BUCKET          PIC 9(01) VALUE ZERO.
       77  WRK-PAID-SO-FAR     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-OUTSTANDING     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-NEW-FEE         PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-NEW-ARREARS     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-CHARGES-OPEN    PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-READ-COUNT      PIC 9(07) VALUE ZERO.
       77  WRK-PAID-COUNT      PIC 9(07) VALUE ZERO.
       77  WRK-NODATE-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-NOTDUE-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-LATE-COUNT      PIC 9(07) VALUE ZERO.
       77  WRK-REWRITE-COUNT   PIC 9(07) VALUE ZERO.
       77  WRK-DAYS-ED         PIC Z.ZZZ.ZZ9.
       77  WRK-AMOUNT-ED       PIC -Z.ZZZ.ZZZ.ZZZ,99.
       77  WRK-CHARGES-ED      PIC -Z.ZZZ.ZZZ.ZZZ,99.
       77  WRK-TOTAL-ED        PIC -ZZ.ZZZ.ZZZ.ZZZ,99.
       77  WRK-DATE-ED         PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      *    ONE SLOT PER BUCKET - 1-30, 31-60, 61-90 AND OVER 90 DAYS.
      *-----------------------------------------------------------------
       01  WRK-BUCKET-NAMES.
           05  FILLER              PIC X(12) VALUE "1 A 30 DIAS".
           05  FILLER              PIC X(12) VALUE "31 A 60 DIAS".
           05  FILLER              PIC X(12) VALUE "61 A 90 DIAS".
           05  FILLER              PIC X(12) VALUE "MAIS DE 90".
       01  WRK-BUCKET-NAME-TAB REDEFINES WRK-BUCKET-NAMES.
           05  WRK-BUCKET-NAME     PIC X(12) OCCURS 4 TIMES.
       01  WRK-BUCKET-TOTALS.
           05  WRK-BUCKET-ENTRY    OCCURS 4 TIMES.
               10  WRK-BKT-COUNT   PIC 9(07).
               10  WRK-BKT-AMOUNT  PIC S9(11)V9(06).
               10  WRK-BKT-CHARGES PIC S9(11)V9(06).
       77  WRK-BKT-IDX         PIC 9(01) VALUE ZERO.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.

      *-----------------------------------------------------------------
      *    THE AS-OF DATE GOES THROUGH THE DATESRV VALIDATION - ZERO
      *    MEANS TODAY, THE SUITE'S USUAL CONVENTION.  THE MASTER IS
      *    OPENED I-O BECAUSE THE CHARGES ARE WRITTEN BACK.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           INITIALIZE WRK-BUCKET-TOTALS.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT WRK-ASOF-DATE.
           MOVE "V"           TO WRK-DSRV-FUNC.
           MOVE WRK-ASOF-DATE TO WRK-DSRV-DATE-1.
           MOVE ZERO          TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK
               DISPLAY "DATA INVALIDA - NADA PROCESSADO."
           ELSE
               MOVE WRK-DSRV-DATE-1 TO WRK-ASOF-DATE
               PERFORM 0110-OPEN-FILES
           END-IF.

       0110-OPEN-FILES                 SECTION.
           OPEN I-O MASTER-FILE.
           EVALUATE TRUE
             WHEN WRK-MASTER-STATUS-NOT-FOUND
               DISPLAY "ARQUIVO FINMAST NAO ENCONTRADO - NADA PARA "
                       "AVALIAR."
             WHEN NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO FINMAST - STATUS "
                       WRK-MASTER-STATUS
             WHEN OTHER
               OPEN OUTPUT REPORT-FILE
               IF WRK-REPORT-STATUS-OK
                   MOVE "Y" TO WRK-READY-SW
                   PERFORM 0120-WRITE-HEADER
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO FINDLQ - STATUS "
                           WRK-REPORT-STATUS " - NADA FOI AVALIADO."
                   CLOSE MASTER-FILE
               END-IF
           END-EVALUATE.

       0120-WRITE-HEADER               SECTION.
           MOVE WRK-ASOF-DATE TO WRK-FROM-DATE.
           PERFORM 0270-EDIT-DATE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RELATORIO DE INADIMPLENCIA - POSICAO EM "
                  WRK-DATE-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CALCULO PER VENCIMENTO  DIAS      EM ATRASO"
              & "        MULTA+MORA" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-MASTER-NEXT.
           PERFORM 0220-CHECK-PERIOD UNTIL WRK-END-OF-MASTER.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE SWEEP - THE
      *    SAME GUARD FINAGE AND CALCRECON USE.
      *-----------------------------------------------------------------
       0210-READ-MASTER-NEXT           SECTION.
           READ MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-MASTER AND NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO FINMAST - STATUS "
                       WRK-MASTER-STATUS
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

      *-----------------------------------------------------------------
      *    A PERIOD IS JUDGED THE WAY FINAGE JUDGES IT - OPEN IF
      *    NOTHING WAS POSTED, OTHERWISE BY WHAT WAS RECEIVED AGAINST
      *    ITS OWN INSTALLMENT.  ONLY WHAT IS STILL OWED, WITH A DUE
      *    DATE BEFORE THE AS-OF DATE, IS AGED AND CHARGED.
      *-----------------------------------------------------------------
       0220-CHECK-PERIOD               SECTION.
           ADD 1 TO WRK-READ-COUNT.
           IF SCH-PAY-FULL OR SCH-PAY-SHORT
               MOVE SCH-PAID-AMOUNT TO WRK-PAID-SO-FAR
           ELSE
               MOVE ZERO            TO WRK-PAID-SO-FAR
           END-IF.
           COMPUTE WRK-OUTSTANDING = SCH-PAYMENT-DUE - WRK-PAID-SO-FAR.
           EVALUATE TRUE
             WHEN WRK-OUTSTANDING NOT GREATER THAN ZERO
               ADD 1 TO WRK-PAID-COUNT
             WHEN SCH-DUE-DATE IS NOT NUMERIC
             WHEN SCH-DUE-DATE EQUAL TO ZERO
               ADD 1 TO WRK-NODATE-COUNT
             WHEN SCH-DUE-DATE NOT LESS THAN WRK-ASOF-DATE
               ADD 1 TO WRK-NOTDUE-COUNT
             WHEN OTHER
               PERFORM 0230-AGE-PERIOD
           END-EVALUATE.
           PERFORM 0210-READ-MASTER-NEXT.

       0230-AGE-PERIOD                 SECTION.
           MOVE "D"           TO WRK-DSRV-FUNC.
           MOVE SCH-DUE-DATE  TO WRK-DSRV-DATE-1.
           MOVE WRK-ASOF-DATE TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK
               ADD 1 TO WRK-NODATE-COUNT
           ELSE
               MOVE WRK-DSRV-DAYS TO WRK-DAYS-LATE
               ADD 1 TO WRK-LATE-COUNT
               EVALUATE TRUE
                 WHEN WRK-DAYS-LATE NOT GREATER THAN 30
                   MOVE 1 TO WRK-BUCKET
                 WHEN WRK-DAYS-LATE NOT GREATER THAN 60
                   MOVE 2 TO WRK-BUCKET
                 WHEN WRK-DAYS-LATE NOT GREATER THAN 90
                   MOVE 3 TO WRK-BUCKET
                 WHEN OTHER
                   MOVE 4 TO WRK-BUCKET
               END-EVALUATE
               PERFORM 0240-ACCRUE-CHARGES
               ADD 1               TO WRK-BKT-COUNT(WRK-BUCKET)
               ADD WRK-OUTSTANDING TO WRK-BKT-AMOUNT(WRK-BUCKET)
               ADD WRK-CHARGES-OPEN
                                   TO WRK-BKT-CHARGES(WRK-BUCKET)
               PERFORM 0260-WRITE-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    THE FEE IS CHARGED ONCE.  INTEREST RUNS FROM THE LAST DATE
      *    IT WAS ACCRUED TO, OR FROM THE DUE DATE ON THE FIRST PASS,
      *    UP TO THE AS-OF DATE; AN AS-OF DATE NOT PAST THE LAST ONE
      *    ADDS NOTHING.  A RECORD FROM BEFORE THE CHARGE FIELDS
      *    EXISTED CARRIES NO TERMS AND IS LEFT ALONE.
      *-----------------------------------------------------------------
       0240-ACCRUE-CHARGES             SECTION.
           MOVE ZERO TO WRK-NEW-FEE.
           MOVE ZERO TO WRK-NEW-ARREARS.
           IF SCH-FEE-PCT IS NUMERIC AND SCH-MORA-PCT IS NUMERIC
            AND SCH-LATE-FEE IS NUMERIC AND SCH-ARREARS IS NUMERIC
            AND SCH-CHARGES-PAID IS NUMERIC
            AND SCH-CHARGE-DATE IS NUMERIC
               IF SCH-LATE-FEE EQUAL TO ZERO
                AND SCH-FEE-PCT GREATER THAN ZERO
                   COMPUTE WRK-NEW-FEE ROUNDED =
                           WRK-OUTSTANDING * SCH-FEE-PCT / 100
               END-IF
               IF SCH-MORA-PCT GREATER THAN ZERO
                   PERFORM 0250-ARREARS-DAYS
                   IF WRK-DAYS-CHARGED GREATER THAN ZERO
                       COMPUTE WRK-NEW-ARREARS ROUNDED =
                               WRK-OUTSTANDING * SCH-MORA-PCT / 100
                             / 30 * WRK-DAYS-CHARGED
                   END-IF
               END-IF
               IF WRK-NEW-FEE GREATER THAN ZERO
                OR WRK-NEW-ARREARS GREATER THAN ZERO
                   ADD WRK-NEW-FEE     TO SCH-LATE-FEE
                   ADD WRK-NEW-ARREARS TO SCH-ARREARS
                   MOVE WRK-ASOF-DATE  TO SCH-CHARGE-DATE
                   REWRITE SCHED-MASTER-RECORD
                   IF WRK-MASTER-STATUS-OK
                       ADD 1 TO WRK-REWRITE-COUNT
                   ELSE
                       DISPLAY "ERRO DE REGRAVACAO NO FINMAST - "
                               "CALCULO " SCH-CALC-ID " PERIODO "
                               SCH-PERIOD " STATUS "
                               WRK-MASTER-STATUS
                   END-IF
               END-IF
               COMPUTE WRK-CHARGES-OPEN = SCH-LATE-FEE + SCH-ARREARS
                                        - SCH-CHARGES-PAID
           ELSE
               MOVE ZERO TO WRK-CHARGES-OPEN
           END-IF.

       0250-ARREARS-DAYS               SECTION.
           IF SCH-CHARGE-DATE GREATER THAN SCH-DUE-DATE
               MOVE SCH-CHARGE-DATE TO WRK-DSRV-DATE-1
           ELSE
               MOVE SCH-DUE-DATE    TO WRK-DSRV-DATE-1
           END-IF.
           MOVE ZERO TO WRK-DAYS-CHARGED.
           IF WRK-DSRV-DATE-1 LESS THAN WRK-ASOF-DATE
               MOVE "D"           TO WRK-DSRV-FUNC
               MOVE WRK-ASOF-DATE TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF WRK-DSRV-OK
                   MOVE WRK-DSRV-DAYS TO WRK-DAYS-CHARGED
               END-IF
           END-IF.

       0260-WRITE-LINE                 SECTION.
           MOVE SCH-DUE-DATE     TO WRK-FROM-DATE.
           PERFORM 0270-EDIT-DATE.
           MOVE WRK-DAYS-LATE    TO WRK-DAYS-ED.
           MOVE WRK-OUTSTANDING  TO WRK-AMOUNT-ED.
           MOVE WRK-CHARGES-OPEN TO WRK-CHARGES-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING SCH-CALC-ID " " SCH-PERIOD " " WRK-DATE-ED
                  " " WRK-DAYS-ED WRK-AMOUNT-ED WRK-CHARGES-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       0270-EDIT-DATE                  SECTION.
           MOVE SPACES TO WRK-DATE-ED.
           STRING WRK-FROM-DATE(7:2) "/" WRK-FROM-DATE(5:2) "/"
                  WRK-FROM-DATE(1:4)
                  DELIMITED BY SIZE INTO WRK-DATE-ED.

      *-----------------------------------------------------------------
      *    BUCKET TOTALS FIRST, THEN THE PERIODS THAT WERE NOT AGED
      *    AND WHY, SO THE COUNTS ADD BACK TO THE RECORDS READ.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           IF WRK-READY
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "FAIXA         PERIODOS         EM ATRASO"
                  & "        MULTA+MORA" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 0310-WRITE-BUCKET
                   VARYING WRK-BKT-IDX FROM 1 BY 1
                   UNTIL WRK-BKT-IDX GREATER THAN 4
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "LIDOS: "          WRK-READ-COUNT
                      "  QUITADOS: "     WRK-PAID-COUNT
                      "  A VENCER: "     WRK-NOTDUE-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "EM ATRASO: "      WRK-LATE-COUNT
                      "  SEM VENCIMENTO: " WRK-NODATE-COUNT
                      "  ENCARGOS GRAVADOS: " WRK-REWRITE-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               DISPLAY "PERIODOS EM ATRASO:  " WRK-LATE-COUNT
               DISPLAY "ENCARGOS GRAVADOS:   " WRK-REWRITE-COUNT
           END-IF.
           DISPLAY "======== FIM DA INADIMPLENCIA ========".

       0310-WRITE-BUCKET               SECTION.
           MOVE WRK-BKT-AMOUNT(WRK-BKT-IDX)  TO WRK-TOTAL-ED.
           MOVE WRK-BKT-CHARGES(WRK-BKT-IDX) TO WRK-CHARGES-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-BUCKET-NAME(WRK-BKT-IDX) " "
                  WRK-BKT-COUNT(WRK-BKT-IDX)
                  WRK-TOTAL-ED WRK-CHARGES-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
