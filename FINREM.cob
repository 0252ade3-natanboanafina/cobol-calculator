       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.FINREM.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: WRITES THE BANK'S 400-BYTE CNAB COLLECTION
      *             REMITTANCE (CNABREM) FOR THE FINMAST PERIODS THAT
      *             FALL DUE IN A KEYED WINDOW.  A PERIOD GOES OUT
      *             WHEN SOMETHING IS STILL OWED ON IT (JUDGED THE WAY
      *             FINAGE JUDGES IT) AND IT HAS NOT BEEN SENT BEFORE;
      *             THE TITLE IS WHAT IS OWED ON THE INSTALLMENT PLUS
      *             ANY LATE CHARGES FINDELQ HAS WRITTEN AND NOT YET
      *             COLLECTED, WITH THE CONTRACT'S DAILY ARREARS
      *             INTEREST AND LATE FEE FOR THE BANK TO CHARGE IF IT
      *             IS PAID LATE.  EACH PERIOD SENT IS STAMPED WITH
      *             TODAY IN SCH-REMIT-DATE.  THE CONTROL NUMBER ON
      *             THE DETAIL CARRIES THE CALCULATION ID AND PERIOD
      *             FOR FINRET TO MATCH THE BANK'S RETURN AGAINST.
      *             LAYOUT IN #CNABREC.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   THE CNABREM OPEN IS CHECKED - A FAILURE
      *                     ENDS THE RUN WITH ITS STATUS BEFORE A
      *                     SINGLE PERIOD IS MARKED REMITTED.
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
           SELECT REMIT-FILE ASSIGN TO "CNABREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMIT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  MASTER-FILE.
       COPY "#FINSREC".
       FD  REMIT-FILE.
       COPY "#CNABREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-MASTER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-MASTER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MASTER-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REMIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REMIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REMIT-STATUS==.
       COPY "#DATESRV".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-MASTER   VALUE "Y".
       77  WRK-FROM-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-TO-DATE         PIC 9(08) VALUE ZERO.
       77  WRK-TODAY           PIC 9(08) VALUE ZERO.
       77  WRK-COMPANY-CODE    PIC X(20) VALUE SPACES.
       77  WRK-COMPANY-NAME    PIC X(30) VALUE SPACES.
       77  WRK-COMPANY-CNPJ    PIC 9(14) VALUE ZERO.
       77  WRK-BANK-CODE       PIC 9(03) VALUE ZERO.
       77  WRK-PAID-SO-FAR     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-OUTSTANDING     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-CHARGES-OPEN    PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-TITLE-VALUE     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-SEQUENCE        PIC 9(06) VALUE ZERO.
       77  WRK-READ-COUNT      PIC 9(07) VALUE ZERO.
       77  WRK-SENT-COUNT      PIC 9(07) VALUE ZERO.
       77  WRK-RESENT-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-VALUE     PIC 9(12)V99 VALUE ZERO.
       77  WRK-TOTAL-ED        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DATE-8.
           05  WRK-DATE-8-YYYY     PIC 9(04).
           05  WRK-DATE-8-MM       PIC 9(02).
           05  WRK-DATE-8-DD       PIC 9(02).
       01  WRK-DATE-8-N REDEFINES WRK-DATE-8
                               PIC 9(08).
       01  WRK-DDMMAA.
           05  WRK-DDMMAA-DD       PIC 9(02).
           05  WRK-DDMMAA-MM       PIC 9(02).
           05  WRK-DDMMAA-AA       PIC 9(02).
       01  WRK-DDMMAA-N REDEFINES WRK-DDMMAA
                               PIC 9(06).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.

      *-----------------------------------------------------------------
      *    THE WINDOW'S TWO DATES GO THROUGH THE DATESRV VALIDATION -
      *    ZERO MEANS TODAY, THE SUITE'S USUAL CONVENTION.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           DISPLAY "VENCIMENTOS A PARTIR DE (AAAAMMDD, 0 = HOJE): "
           ACCEPT WRK-FROM-DATE.
           DISPLAY "VENCIMENTOS ATE (AAAAMMDD, 0 = HOJE): "
           ACCEPT WRK-TO-DATE.
           DISPLAY "CODIGO DO CEDENTE NO BANCO: "
           ACCEPT WRK-COMPANY-CODE.
           DISPLAY "NOME DO CEDENTE: "
           ACCEPT WRK-COMPANY-NAME.
           DISPLAY "CNPJ DO CEDENTE: "
           ACCEPT WRK-COMPANY-CNPJ.
           DISPLAY "CODIGO DO BANCO: "
           ACCEPT WRK-BANK-CODE.
           MOVE "V"           TO WRK-DSRV-FUNC.
           MOVE WRK-FROM-DATE TO WRK-DSRV-DATE-1.
           MOVE ZERO          TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-OK
               MOVE WRK-DSRV-DATE-1 TO WRK-FROM-DATE
               MOVE WRK-TO-DATE     TO WRK-DSRV-DATE-1
               CALL "DATESRV" USING WRK-DSRV-AREA
               MOVE WRK-DSRV-DATE-1 TO WRK-TO-DATE
           END-IF.
           EVALUATE TRUE
             WHEN NOT WRK-DSRV-OK
               DISPLAY "DATA INVALIDA - NADA REMETIDO."
             WHEN WRK-FROM-DATE GREATER THAN WRK-TO-DATE
               DISPLAY "DATA INICIAL POSTERIOR A FINAL - NADA "
                       "REMETIDO."
             WHEN OTHER
               PERFORM 0110-OPEN-FILES
           END-EVALUATE.

       0110-OPEN-FILES                 SECTION.
           OPEN I-O MASTER-FILE.
           EVALUATE TRUE
             WHEN WRK-MASTER-STATUS-NOT-FOUND
               DISPLAY "ARQUIVO FINMAST NAO ENCONTRADO - NADA PARA "
                       "REMETER."
             WHEN NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO FINMAST - STATUS "
                       WRK-MASTER-STATUS
             WHEN OTHER
               OPEN OUTPUT REMIT-FILE
               IF WRK-REMIT-STATUS-OK
                   MOVE "Y" TO WRK-READY-SW
                   PERFORM 0120-WRITE-HEADER
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CNABREM - STATUS "
                           WRK-REMIT-STATUS " - NADA FOI REMETIDO."
                   CLOSE MASTER-FILE
               END-IF
           END-EVALUATE.

       0120-WRITE-HEADER               SECTION.
           MOVE SPACES           TO CNAB-HEADER-RECORD.
           MOVE "0"              TO CNH-REC-TYPE.
           MOVE "1"              TO CNH-FILE-KIND.
           MOVE "REMESSA"        TO CNH-FILE-NAME.
           MOVE 1                TO CNH-SERVICE-CODE.
           MOVE "COBRANCA"       TO CNH-SERVICE-NAME.
           MOVE WRK-COMPANY-CODE TO CNH-COMPANY-CODE.
           MOVE WRK-COMPANY-NAME TO CNH-COMPANY-NAME.
           MOVE WRK-BANK-CODE    TO CNH-BANK-CODE.
           MOVE WRK-TODAY        TO WRK-DATE-8-N.
           PERFORM 0260-MAKE-DDMMAA.
           MOVE WRK-DDMMAA-N     TO CNH-FILE-DATE.
           ADD 1                 TO WRK-SEQUENCE.
           MOVE WRK-SEQUENCE     TO CNH-SEQUENCE.
           WRITE CNAB-HEADER-RECORD.

       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-MASTER-NEXT.
           PERFORM 0220-CHECK-PERIOD UNTIL WRK-END-OF-MASTER.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE SWEEP - THE
      *    SAME GUARD FINAGE AND FINDELQ USE.
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
      *    A PERIOD FROM BEFORE DUE DATES EXISTED CANNOT FALL IN THE
      *    WINDOW; ONE FROM BEFORE THE REMITTANCE STAMP HAS NEVER BEEN
      *    SENT.
      *-----------------------------------------------------------------
       0220-CHECK-PERIOD               SECTION.
           ADD 1 TO WRK-READ-COUNT.
           IF SCH-REMIT-DATE IS NOT NUMERIC
               MOVE ZERO TO SCH-REMIT-DATE
           END-IF.
           IF SCH-PAY-FULL OR SCH-PAY-SHORT
               MOVE SCH-PAID-AMOUNT TO WRK-PAID-SO-FAR
           ELSE
               MOVE ZERO            TO WRK-PAID-SO-FAR
           END-IF.
           COMPUTE WRK-OUTSTANDING = SCH-PAYMENT-DUE - WRK-PAID-SO-FAR.
           IF SCH-DUE-DATE IS NUMERIC
            AND SCH-DUE-DATE NOT LESS THAN WRK-FROM-DATE
            AND SCH-DUE-DATE NOT GREATER THAN WRK-TO-DATE
            AND WRK-OUTSTANDING GREATER THAN ZERO
               IF SCH-REMIT-DATE GREATER THAN ZERO
                   ADD 1 TO WRK-RESENT-COUNT
               ELSE
                   PERFORM 0230-WRITE-DETAIL
               END-IF
           END-IF.
           PERFORM 0210-READ-MASTER-NEXT.

      *-----------------------------------------------------------------
      *    THE TITLE IS THE INSTALLMENT STILL OWED PLUS THE CHARGES
      *    NOT YET COLLECTED.  THE DAILY ARREARS INTEREST AND THE LATE
      *    FEE ARE WORKED ON THE INSTALLMENT ALONE; THE FEE IS LEFT
      *    OFF WHEN FINDELQ HAS ALREADY CHARGED IT.
      *-----------------------------------------------------------------
       0230-WRITE-DETAIL               SECTION.
           MOVE ZERO TO WRK-CHARGES-OPEN.
           IF SCH-LATE-FEE IS NUMERIC AND SCH-ARREARS IS NUMERIC
            AND SCH-CHARGES-PAID IS NUMERIC
               COMPUTE WRK-CHARGES-OPEN = SCH-LATE-FEE + SCH-ARREARS
                                        - SCH-CHARGES-PAID
           END-IF.
           IF WRK-CHARGES-OPEN LESS THAN ZERO
               MOVE ZERO TO WRK-CHARGES-OPEN
           END-IF.
           COMPUTE WRK-TITLE-VALUE = WRK-OUTSTANDING + WRK-CHARGES-OPEN.
           MOVE SPACES            TO CNAB-DETAIL-RECORD.
           MOVE "1"               TO CNB-REC-TYPE.
           MOVE 2                 TO CNB-INSCR-TYPE.
           MOVE WRK-COMPANY-CNPJ  TO CNB-INSCR-NUMBER.
           MOVE WRK-COMPANY-CODE  TO CNB-COMPANY-CODE.
           MOVE "FIN"             TO CNB-CTL-PREFIX.
           MOVE SCH-CALC-ID       TO CNB-CTL-CALC-ID-N.
           MOVE SCH-PERIOD        TO CNB-CTL-PERIOD-N.
           COMPUTE CNB-OUR-NUMBER = SCH-CALC-ID * 1000 + SCH-PERIOD.
           MOVE "01"              TO CNB-OCCURRENCE.
           MOVE CNB-CTL-CALC-ID   TO CNB-YOUR-NUMBER(1:7).
           MOVE CNB-CTL-PERIOD    TO CNB-YOUR-NUMBER(8:3).
           MOVE SCH-DUE-DATE      TO WRK-DATE-8-N.
           PERFORM 0260-MAKE-DDMMAA.
           MOVE WRK-DDMMAA-N      TO CNB-DUE-DATE.
           COMPUTE CNB-FACE-VALUE ROUNDED = WRK-TITLE-VALUE.
           MOVE WRK-BANK-CODE     TO CNB-BANK-CODE.
           MOVE WRK-TODAY         TO WRK-DATE-8-N.
           PERFORM 0260-MAKE-DDMMAA.
           MOVE WRK-DDMMAA-N      TO CNB-ISSUE-DATE.
           MOVE ZERO              TO CNB-MORA-PER-DAY.
           MOVE ZERO              TO CNB-FINE-VALUE.
           IF SCH-MORA-PCT IS NUMERIC
               COMPUTE CNB-MORA-PER-DAY ROUNDED =
                       WRK-OUTSTANDING * SCH-MORA-PCT / 100 / 30
           END-IF.
           IF SCH-FEE-PCT IS NUMERIC
            AND WRK-CHARGES-OPEN EQUAL TO ZERO
               COMPUTE CNB-FINE-VALUE ROUNDED =
                       WRK-OUTSTANDING * SCH-FEE-PCT / 100
           END-IF.
           ADD 1                  TO WRK-SEQUENCE.
           MOVE WRK-SEQUENCE      TO CNB-SEQUENCE.
           WRITE CNAB-DETAIL-RECORD.
           IF NOT WRK-REMIT-STATUS-OK
               DISPLAY "ERRO DE GRAVACAO NO CNABREM - STATUS "
                       WRK-REMIT-STATUS
           ELSE
               ADD 1              TO WRK-SENT-COUNT
               ADD CNB-FACE-VALUE TO WRK-TOTAL-VALUE
               PERFORM 0240-STAMP-PERIOD
           END-IF.

       0240-STAMP-PERIOD               SECTION.
           MOVE WRK-TODAY TO SCH-REMIT-DATE.
           REWRITE SCHED-MASTER-RECORD.
           IF NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO DE REGRAVACAO NO FINMAST - CALCULO "
                       SCH-CALC-ID " PERIODO " SCH-PERIOD
                       " STATUS " WRK-MASTER-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *    THE BANK'S DATES ARE DDMMAA - TWO-DIGIT YEAR.
      *-----------------------------------------------------------------
       0260-MAKE-DDMMAA                SECTION.
           MOVE WRK-DATE-8-DD        TO WRK-DDMMAA-DD.
           MOVE WRK-DATE-8-MM        TO WRK-DDMMAA-MM.
           MOVE WRK-DATE-8-YYYY(3:2) TO WRK-DDMMAA-AA.

       0300-END                        SECTION.
           IF WRK-READY
               MOVE SPACES          TO CNAB-TRAILER-RECORD
               MOVE "9"             TO CNT-REC-TYPE
               MOVE WRK-SENT-COUNT  TO CNT-ITEM-COUNT
               MOVE WRK-TOTAL-VALUE TO CNT-TOTAL-VALUE
               ADD 1                TO WRK-SEQUENCE
               MOVE WRK-SEQUENCE    TO CNT-SEQUENCE
               WRITE CNAB-TRAILER-RECORD
               CLOSE MASTER-FILE
               CLOSE REMIT-FILE
               MOVE WRK-TOTAL-VALUE TO WRK-TOTAL-ED
               DISPLAY "PERIODOS LIDOS:         " WRK-READ-COUNT
               DISPLAY "TITULOS REMETIDOS:      " WRK-SENT-COUNT
               DISPLAY "JA REMETIDOS ANTES:     " WRK-RESENT-COUNT
               DISPLAY "VALOR TOTAL DA REMESSA: " WRK-TOTAL-ED
           END-IF.
           DISPLAY "======== FIM DA REMESSA ========".
