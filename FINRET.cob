       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.FINRET.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: READS THE BANK'S 400-BYTE CNAB COLLECTION RETURN
      *             (CNABRET) AND POSTS EACH SETTLED ITEM - OCCURRENCE
      *             06 OR 17 - TO ITS FINMAST PERIOD WITH THE AMOUNT
      *             PAID AND THE CREDIT DATE, THROUGH FINPOST, THE
      *             SAME RULE FINPAY USES: LATE CHARGES FIRST, THE
      *             REST FULL OR SHORT AGAINST THE PERIOD'S OWN
      *             INSTALLMENT.  THE PERIOD IS FOUND BY THE CONTROL
      *             NUMBER FINREM PUT ON THE REMITTANCE.  NOTHING IS
      *             POSTED OVER A PERIOD ALREADY POSTED - AN ITEM THAT
      *             MATCHES NO PERIOD, OR A PERIOD NO LONGER OPEN, OR
      *             CARRIES NO AMOUNT, GOES TO THE FINRETX EXCEPTIONS
      *             REPORT FOR THE DESK TO DEAL WITH IN FINPAY, AS
      *             DOES A TITLE THE BANK REJECTED - WHOSE OPEN PERIOD
      *             IS MADE DUE FOR REMITTANCE AGAIN.  OTHER OCCURRENCES
      *             (ENTRY CONFIRMED AND THE LIKE) ARE ONLY COUNTED.
      *             LAYOUT IN #CNABREC.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   A TITLE THE BANK REJECTED HAS ITS OPEN
      *                     FINMAST PERIOD'S REMITTANCE DATE CLEARED,
      *                     SO FINREM SENDS IT AGAIN; THE EXCEPTION
      *                     LINE SAYS WHETHER THE REWRITE WENT
      *                     THROUGH.  THE FINRETX OPEN IS CHECKED AND
      *                     A FAILURE ENDS THE RUN BEFORE ANYTHING IS
      *                     POSTED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "CNABRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETURN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "FINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FINRETX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  RETURN-FILE.
       COPY "#CNABREC".
       FD  MASTER-FILE.
       COPY "#FINSREC".
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-RETURN-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-RETURN-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-RETURN-STATUS==.
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
       COPY "#FPSTVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-RETURN   VALUE "Y".
       77  WRK-REASON          PIC X(30) VALUE SPACES.
       77  WRK-PAID-VALUE      PIC 9(11)V99 VALUE ZERO.
       77  WRK-CREDIT-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-DETAIL-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-POSTED-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-SHORT-COUNT     PIC 9(07) VALUE ZERO.
       77  WRK-EXCEPT-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-OTHER-COUNT     PIC 9(07) VALUE ZERO.
       77  WRK-POSTED-TOTAL    PIC 9(12)V99 VALUE ZERO.
       77  WRK-VALUE-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-DDMMAA.
           05  WRK-DDMMAA-DD       PIC 9(02).
           05  WRK-DDMMAA-MM       PIC 9(02).
           05  WRK-DDMMAA-AA       PIC 9(02).
       01  WRK-DDMMAA-N REDEFINES WRK-DDMMAA
                               PIC 9(06).
       01  WRK-DATE-8.
           05  WRK-DATE-8-CC       PIC 9(02).
           05  WRK-DATE-8-AA       PIC 9(02).
           05  WRK-DATE-8-MM       PIC 9(02).
           05  WRK-DATE-8-DD       PIC 9(02).
       01  WRK-DATE-8-N REDEFINES WRK-DATE-8
                               PIC 9(08).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.

      *-----------------------------------------------------------------
      *    THE FIRST RECORD MUST BE A RETURN HEADER - A REMITTANCE
      *    HANDED IN BY MISTAKE IS TURNED AWAY BEFORE ANYTHING POSTS.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           OPEN INPUT RETURN-FILE.
           IF NOT WRK-RETURN-STATUS-OK
               DISPLAY "ARQUIVO CNABRET NAO ENCONTRADO - NADA PARA "
                       "BAIXAR."
           ELSE
               PERFORM 0210-READ-RETURN
               IF WRK-END-OF-RETURN
                OR NOT CNH-IS-HEADER OR NOT CNH-RETURN
                   DISPLAY "CNABRET SEM HEADER DE RETORNO - NADA "
                           "BAIXADO."
                   CLOSE RETURN-FILE
               ELSE
                   PERFORM 0110-OPEN-MASTER
               END-IF
           END-IF.

       0110-OPEN-MASTER                SECTION.
           OPEN I-O MASTER-FILE.
           IF NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO FINMAST - STATUS "
                       WRK-MASTER-STATUS
               CLOSE RETURN-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WRK-REPORT-STATUS-OK
                   MOVE "Y" TO WRK-READY-SW
                   PERFORM 0120-WRITE-HEADER
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO FINRETX - STATUS "
                           WRK-REPORT-STATUS " - NADA FOI BAIXADO."
                   CLOSE MASTER-FILE
                   CLOSE RETURN-FILE
               END-IF
           END-IF.

       0120-WRITE-HEADER               SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "EXCECOES DO RETORNO BANCARIO - BANCO "
                  CNH-BANK-CODE " ARQUIVO DE " CNH-FILE-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OCORR CONTROLE                 VALOR PAGO "
              & "  MOTIVO" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-RETURN.
           PERFORM 0220-CHECK-ITEM UNTIL WRK-END-OF-RETURN.

       0210-READ-RETURN                SECTION.
           READ RETURN-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-RETURN AND NOT WRK-RETURN-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO CNABRET - STATUS "
                       WRK-RETURN-STATUS
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

      *-----------------------------------------------------------------
      *    THE TRAILER ENDS THE FILE; ANY OTHER NON-DETAIL RECORD IS
      *    PASSED OVER.
      *-----------------------------------------------------------------
       0220-CHECK-ITEM                 SECTION.
           EVALUATE TRUE
             WHEN CNB-IS-TRAILER
               MOVE "Y" TO WRK-EOF-SW
             WHEN NOT CNB-IS-DETAIL
               CONTINUE
             WHEN OTHER
               ADD 1 TO WRK-DETAIL-COUNT
               PERFORM 0230-DETAIL-ITEM
           END-EVALUATE.
           IF NOT WRK-END-OF-RETURN
               PERFORM 0210-READ-RETURN
           END-IF.

       0230-DETAIL-ITEM                SECTION.
           MOVE ZERO TO WRK-PAID-VALUE.
           IF CNB-PAID-VALUE IS NUMERIC
               MOVE CNB-PAID-VALUE TO WRK-PAID-VALUE
           END-IF.
           EVALUATE TRUE
             WHEN CNB-OCC-REJECTED
               PERFORM 0235-REJECT-ITEM
             WHEN NOT CNB-OCC-SETTLED
               ADD 1 TO WRK-OTHER-COUNT
             WHEN CNB-CTL-PREFIX NOT EQUAL TO "FIN"
             WHEN CNB-CTL-CALC-ID-N IS NOT NUMERIC
             WHEN CNB-CTL-PERIOD-N IS NOT NUMERIC
               MOVE "CONTROLE NAO RECONHECIDO" TO WRK-REASON
               PERFORM 0280-WRITE-EXCEPTION
             WHEN WRK-PAID-VALUE EQUAL TO ZERO
               MOVE "VALOR PAGO ZERADO" TO WRK-REASON
               PERFORM 0280-WRITE-EXCEPTION
             WHEN OTHER
               PERFORM 0240-FIND-PERIOD
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    FINREM TAKES A PERIOD WITH A REMITTANCE DATE AS ALREADY
      *    SENT, SO THE REJECTED TITLE'S PERIOD HAS THE DATE CLEARED
      *    AND GOES OUT AGAIN ON THE NEXT REMITTANCE - UNLESS IT IS NO
      *    LONGER OPEN.  EITHER WAY THE DESK SEES THE TITLE ON
      *    FINRETX WITH WHAT BECAME OF IT.
      *-----------------------------------------------------------------
       0235-REJECT-ITEM                SECTION.
           EVALUATE TRUE
             WHEN CNB-CTL-PREFIX NOT EQUAL TO "FIN"
             WHEN CNB-CTL-CALC-ID-N IS NOT NUMERIC
             WHEN CNB-CTL-PERIOD-N IS NOT NUMERIC
               MOVE "REJEITADO - CONTROLE INVALIDO" TO WRK-REASON
             WHEN OTHER
               MOVE CNB-CTL-CALC-ID-N TO SCH-CALC-ID
               MOVE CNB-CTL-PERIOD-N  TO SCH-PERIOD
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "REJEITADO - SEM PERIODO" TO WRK-REASON
                   NOT INVALID KEY
                       PERFORM 0237-REOPEN-REMITTANCE
               END-READ
           END-EVALUATE.
           PERFORM 0280-WRITE-EXCEPTION.

       0237-REOPEN-REMITTANCE          SECTION.
           IF SCH-PAY-FULL OR SCH-PAY-SHORT
               MOVE "REJEITADO - PERIODO JA BAIXADO" TO WRK-REASON
           ELSE
               MOVE ZERO TO SCH-REMIT-DATE
               REWRITE SCHED-MASTER-RECORD
               IF WRK-MASTER-STATUS-OK
                   MOVE "REJEITADO - VOLTA A REMESSA" TO WRK-REASON
               ELSE
                   MOVE SPACES TO WRK-REASON
                   STRING "REJEITADO - FINMAST STATUS "
                          WRK-MASTER-STATUS
                          DELIMITED BY SIZE INTO WRK-REASON
               END-IF
           END-IF.

       0240-FIND-PERIOD                SECTION.
           MOVE CNB-CTL-CALC-ID-N TO SCH-CALC-ID.
           MOVE CNB-CTL-PERIOD-N  TO SCH-PERIOD.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "SEM PERIODO NO FINMAST" TO WRK-REASON
                   PERFORM 0280-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF SCH-PAY-FULL OR SCH-PAY-SHORT
                       MOVE "PERIODO JA BAIXADO" TO WRK-REASON
                       PERFORM 0280-WRITE-EXCEPTION
                   ELSE
                       PERFORM 0250-POST-ITEM
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *    THE CREDIT DATE IS WHEN THE MONEY REACHED US; A BANK THAT
      *    LEAVES IT BLANK GETS THE OCCURRENCE DATE INSTEAD.
      *-----------------------------------------------------------------
       0250-POST-ITEM                  SECTION.
           IF CNB-CREDIT-DATE IS NUMERIC
            AND CNB-CREDIT-DATE GREATER THAN ZERO
               MOVE CNB-CREDIT-DATE TO WRK-DDMMAA-N
           ELSE
               MOVE CNB-OCC-DATE    TO WRK-DDMMAA-N
           END-IF.
           PERFORM 0260-MAKE-DATE-8.
           MOVE WRK-PAID-VALUE  TO WRK-FPST-AMOUNT.
           MOVE WRK-CREDIT-DATE TO WRK-FPST-DATE.
           CALL "FINPOST" USING WRK-FPST-REQUEST
                                SCHED-MASTER-RECORD.
           REWRITE SCHED-MASTER-RECORD.
           IF WRK-MASTER-STATUS-OK
               ADD 1              TO WRK-POSTED-COUNT
               ADD WRK-PAID-VALUE TO WRK-POSTED-TOTAL
               IF SCH-PAY-SHORT
                   ADD 1 TO WRK-SHORT-COUNT
               END-IF
           ELSE
               MOVE "ERRO DE REGRAVACAO NO FINMAST" TO WRK-REASON
               PERFORM 0280-WRITE-EXCEPTION
           END-IF.

       0260-MAKE-DATE-8                SECTION.
           MOVE 20            TO WRK-DATE-8-CC.
           MOVE WRK-DDMMAA-AA TO WRK-DATE-8-AA.
           MOVE WRK-DDMMAA-MM TO WRK-DATE-8-MM.
           MOVE WRK-DDMMAA-DD TO WRK-DATE-8-DD.
           MOVE WRK-DATE-8-N  TO WRK-CREDIT-DATE.

       0280-WRITE-EXCEPTION            SECTION.
           ADD 1 TO WRK-EXCEPT-COUNT.
           MOVE WRK-PAID-VALUE TO WRK-VALUE-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING CNB-OCCURRENCE "    " CNB-CONTROL(1:13) " "
                  WRK-VALUE-ED "  " WRK-REASON
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       0300-END                        SECTION.
           IF WRK-READY
               MOVE WRK-POSTED-TOTAL TO WRK-TOTAL-ED
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "ITENS: "        WRK-DETAIL-COUNT
                      "  BAIXADOS: "   WRK-POSTED-COUNT
                      "  A MENOR: "    WRK-SHORT-COUNT
                      "  EXCECOES: "   WRK-EXCEPT-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "OUTRAS OCORRENCIAS: " WRK-OTHER-COUNT
                      "  VALOR BAIXADO: "    WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE RETURN-FILE
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               DISPLAY "ITENS DO RETORNO:  " WRK-DETAIL-COUNT
               DISPLAY "BAIXADOS:          " WRK-POSTED-COUNT
               DISPLAY "EXCECOES:          " WRK-EXCEPT-COUNT
           END-IF.
           DISPLAY "======== FIM DO RETORNO ========".
