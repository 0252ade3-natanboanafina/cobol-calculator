       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.GLMAINT.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: MAINTENANCE ENTRY FOR THE GLMAP ACCOUNT-MAPPING
      *             TABLE THAT GLPOST TURNS AUDITED CALCULATIONS INTO
      *             JOURNAL LINES WITH, IN THE MOLD OF CCYMAINT.  THE
      *             SUPERVISOR KEYS THE OPERATOR, THE CURRENCY AND THE
      *             DISPOSITION THE ENTRY COVERS, AND THE LEDGER
      *             ACCOUNTS TO DEBIT AND TO CREDIT, AND THE ENTRY IS
      *             APPENDED.  "*" (OR "***" FOR THE CURRENCY) COVERS
      *             ANY VALUE, SO ONE ENTRY CAN MAP A WHOLE OPERATOR
      *             AND A FEW MORE SPECIFIC ONES OVERRIDE IT.  GLPOST
      *             TAKES THE MOST SPECIFIC ENTRY THAT FITS AND, AMONG
      *             EQUALLY SPECIFIC ONES, THE LAST KEYED - SO A
      *             MAPPING IS CHANGED BY APPENDING THE NEW ONE, AND
      *             WITHDRAWN BY APPENDING IT WITH BLANK ACCOUNTS.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   THE GLMAP OPEN IS CHECKED - A FAILURE ENDS
      *                     THE RUN WITH ITS STATUS BEFORE ANY MAPPING
      *                     IS KEYED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAP-STATUS.
           SELECT CODES-FILE ASSIGN TO "CCYCODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CODES-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-OPERATOR        PIC X(01).
           05  MAP-CCY-CODE        PIC X(03).
           05  MAP-DISPOSITION     PIC X(01).
           05  MAP-DEBIT-ACCT      PIC X(10).
           05  MAP-CREDIT-ACCT     PIC X(10).
       FD  CODES-FILE.
       01  CODES-RECORD.
           05  CDE-CODE            PIC X(03).
           05  FILLER              PIC X(01).
           05  CDE-NAME            PIC X(30).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-MAP-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-MAP-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MAP-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-CODES-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-CODES-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CODES-STATUS==.
       COPY "#USRVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-CODES-EOF-SW    PIC X(01) VALUE "N".
           88  WRK-END-OF-CODES    VALUE "Y".
       77  WRK-CODE-COUNT      PIC 9(03) COMP VALUE ZERO.
       77  WRK-CODE-IDX        PIC 9(03) COMP.
       77  WRK-CODE-OK-SW      PIC X(01) VALUE "N".
           88  WRK-CODE-KNOWN      VALUE "Y".
       01  WRK-CODE-TABLE.
           05  WRK-TBL-CODE        PIC X(03) OCCURS 100 TIMES.
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-MAP-OPERATOR    PIC X(01) VALUE SPACE.
           88  WRK-MAPPABLE-OPER   VALUE "+" "-" "/" "*" "%" "^" "R"
                                         "E" "F".
       77  WRK-MAP-CCY-CODE    PIC X(03) VALUE SPACES.
       77  WRK-MAP-DISPOSITION PIC X(01) VALUE SPACE.
           88  WRK-MAPPABLE-DISP   VALUE "0" "1" "2" "3" "*".
       77  WRK-MAP-DEBIT       PIC X(10) VALUE SPACES.
       77  WRK-MAP-CREDIT      PIC X(10) VALUE SPACES.
       77  WRK-ENTRY-COUNT     PIC 9(03) VALUE ZERO.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    THE CHART OF ACCOUNTS MAPPING IS A SUPERVISOR FUNCTION -
      *    THE SHARED USERAUTH SIGN-ON MUST ANSWER AUTHORITY 3 BEFORE
      *    THE MAPPING FILE IS EVER OPENED.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "GLMAINT" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               PERFORM 0110-LOAD-CODES
               OPEN EXTEND MAP-FILE
               IF WRK-MAP-STATUS-NOT-FOUND
                   OPEN OUTPUT MAP-FILE
               END-IF
               IF WRK-MAP-STATUS-OK
                   MOVE "Y" TO WRK-READY-SW
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO GLMAP - STATUS "
                           WRK-MAP-STATUS " - NADA FOI GRAVADO."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE CCYCODES CURRENCY MASTER IS LOADED ONCE, AS CCYMAINT
      *    LOADS IT - WITH IT ON FILE A SPECIFIC CURRENCY MUST BE
      *    LISTED THERE.
      *-----------------------------------------------------------------
       0110-LOAD-CODES                 SECTION.
           OPEN INPUT CODES-FILE.
           IF NOT WRK-CODES-STATUS-NOT-FOUND
               PERFORM 0115-READ-CODE
               PERFORM 0120-TABLE-CODE UNTIL WRK-END-OF-CODES
               CLOSE CODES-FILE
           END-IF.

       0115-READ-CODE                  SECTION.
           READ CODES-FILE
               AT END MOVE "Y" TO WRK-CODES-EOF-SW
           END-READ.

       0120-TABLE-CODE                 SECTION.
           IF WRK-CODE-COUNT LESS THAN 100
               ADD 1 TO WRK-CODE-COUNT
               MOVE CDE-CODE TO WRK-TBL-CODE(WRK-CODE-COUNT)
           ELSE
               DISPLAY "AVISO: MAIS DE 100 MOEDAS NO CCYCODES - "
                       "EXCEDENTE IGNORADO."
               MOVE "Y" TO WRK-CODES-EOF-SW
           END-IF.
           PERFORM 0115-READ-CODE.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0210-ONE-ENTRY UNTIL NOT WRK-KEEP-GOING.

      *-----------------------------------------------------------------
      *    BOTH ACCOUNTS BLANK WITHDRAWS THE MAPPING; ONE BLANK AND
      *    ONE FILLED WOULD POST HALF AN ENTRY AND IS REFUSED.
      *-----------------------------------------------------------------
       0210-ONE-ENTRY                  SECTION.
           DISPLAY "OPERADOR (+ - / * % ^ R E F): "
           ACCEPT WRK-MAP-OPERATOR.
           DISPLAY "MOEDA (EX. BRL, USD; *** = QUALQUER): "
           ACCEPT WRK-MAP-CCY-CODE.
           DISPLAY "SITUACAO (0 A 3; * = QUALQUER): "
           ACCEPT WRK-MAP-DISPOSITION.
           DISPLAY "CONTA A DEBITO: "
           ACCEPT WRK-MAP-DEBIT.
           DISPLAY "CONTA A CREDITO: "
           ACCEPT WRK-MAP-CREDIT.
           PERFORM 0220-CHECK-CODE.
           EVALUATE TRUE
             WHEN NOT WRK-MAPPABLE-OPER
              OR NOT WRK-MAPPABLE-DISP
              OR WRK-MAP-CCY-CODE EQUAL TO SPACES
               DISPLAY "ENTRADA INVALIDA - NADA GRAVADO."
             WHEN NOT WRK-CODE-KNOWN
               DISPLAY "MOEDA " WRK-MAP-CCY-CODE " NAO CONSTA DO "
                       "CCYCODES - NADA GRAVADO."
             WHEN (WRK-MAP-DEBIT EQUAL TO SPACES
                   AND WRK-MAP-CREDIT NOT EQUAL TO SPACES)
              OR (WRK-MAP-DEBIT NOT EQUAL TO SPACES
                   AND WRK-MAP-CREDIT EQUAL TO SPACES)
               DISPLAY "INFORME AS DUAS CONTAS (OU NENHUMA, PARA "
                       "RETIRAR O MAPEAMENTO) - NADA GRAVADO."
             WHEN OTHER
               MOVE WRK-MAP-OPERATOR    TO MAP-OPERATOR
               MOVE WRK-MAP-CCY-CODE    TO MAP-CCY-CODE
               MOVE WRK-MAP-DISPOSITION TO MAP-DISPOSITION
               MOVE WRK-MAP-DEBIT       TO MAP-DEBIT-ACCT
               MOVE WRK-MAP-CREDIT      TO MAP-CREDIT-ACCT
               WRITE MAP-RECORD
               ADD 1 TO WRK-ENTRY-COUNT
               DISPLAY "MAPEAMENTO GRAVADO: " MAP-OPERATOR " "
                       MAP-CCY-CODE " " MAP-DISPOSITION
           END-EVALUATE.
           DISPLAY "DESEJA INCLUIR OUTRO MAPEAMENTO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

      *-----------------------------------------------------------------
      *    THE "***" WILDCARD, OR NO CCYCODES LOADED, PASSES; ANY
      *    OTHER CODE MUST BE LISTED.
      *-----------------------------------------------------------------
       0220-CHECK-CODE                 SECTION.
           IF WRK-CODE-COUNT EQUAL TO ZERO
            OR WRK-MAP-CCY-CODE EQUAL TO "***"
               MOVE "Y" TO WRK-CODE-OK-SW
           ELSE
               MOVE "N" TO WRK-CODE-OK-SW
               PERFORM 0225-SCAN-CODE VARYING WRK-CODE-IDX
                   FROM 1 BY 1 UNTIL WRK-CODE-IDX > WRK-CODE-COUNT
                                  OR WRK-CODE-KNOWN
           END-IF.

       0225-SCAN-CODE                  SECTION.
           IF WRK-TBL-CODE(WRK-CODE-IDX) EQUAL TO WRK-MAP-CCY-CODE
               MOVE "Y" TO WRK-CODE-OK-SW
           END-IF.

       0300-END                        SECTION.
           CLOSE MAP-FILE.
           DISPLAY WRK-ENTRY-COUNT " MAPEAMENTO(S) GRAVADO(S).".
           DISPLAY "======== FIM DA MANUTENCAO ========".
