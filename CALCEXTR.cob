      *                     END OF RUN - ONLY THE ONES INSIDE THE
      *                     KEYED DATE RANGE, SO THE FIGURE MATCHES
      *                     WHAT THIS EXTRACT ACTUALLY LEFT OUT.
      *    14-10-2026  NB   PRIOR-PERIOD ADJUSTMENTS NO LONGER GO TO
      *                     CALCEXT, WHERE THE LEDGER WOULD BOOK THEM
      *                     INTO THE CURRENT MONTH AT FULL RESULT.
      *                     THEY GO TO THEIR OWN CALCEXTA FILE - DATE
      *                     POSTED, MONTH ADJUSTED, ORIGINAL ID,
      *                     OPERATOR, RESULT AND THE NET ADJUSTMENT -
      *                     SO A CLOSED MONTH'S FIGURES NEVER MOVE AND
      *                     FINANCE BOOKS THE ADJUSTMENT ON PURPOSE.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *    15-10-2026  NB   THE CALCEXT AND CALCEXTA OPENS ARE CHECKED -
      *                     A FAILURE ENDS THE RUN WITH ITS STATUS
      *                     BEFORE ANYTHING IS EXTRACTED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "CALCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTRACT-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "CALCEXTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADJUST-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(80).
       FD  ADJUST-FILE.
       01  ADJUST-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-EXTRACT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-EXTRACT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-ADJUST-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-ADJUST-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-ADJUST-STATUS==.
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
       77  WRK-READ-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-WRITE-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-NETTED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-ADJUST-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-FIRST-ED        PIC +9(10),99.
       77  WRK-SECOND-ED       PIC +9(10),99.
       77  WRK-RESULT-ED       PIC +9(10),999999.
       77  WRK-RATE-ED         PIC 9,999999.
       77  WRK-ADJ-ED          PIC +9(10),999999.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
                       "EXTRAIR."
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               IF NOT WRK-EXTRACT-STATUS-OK
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCEXT - STATUS "
                           WRK-EXTRACT-STATUS " - NADA FOI EXTRAIDO."
                   CLOSE AUDIT-FILE
               ELSE
                   OPEN OUTPUT ADJUST-FILE
                   IF WRK-ADJUST-STATUS-OK
                       MOVE "Y" TO WRK-READY-SW
                       PERFORM 0110-WRITE-HEADER
                   ELSE
                       DISPLAY "ERRO AO ABRIR O ARQUIVO CALCEXTA - "
                               "STATUS " WRK-ADJUST-STATUS " - NADA "
                               "FOI EXTRAIDO."
                       CLOSE AUDIT-FILE
                       CLOSE EXTRACT-FILE
                   END-IF
               END-IF
           END-IF.

       0110-WRITE-HEADER               SECTION.
           MOVE "DATA;OPERADOR;PRIMEIRO;SEGUNDO;RESULTADO;MOEDA;TAXA"
                TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           MOVE SPACES TO ADJUST-RECORD.
           MOVE "DATA;PERIODO;ORIGINAL;OPERADOR;RESULTADO;AJUSTE;MOEDA"
                TO ADJUST-RECORD.
           WRITE ADJUST-RECORD.

       0200-PROCESS                    SECTION.
           MOVE ZERO TO AUD-CALC-ID.
           ADD 1 TO WRK-READ-COUNT.
           IF AUD-DATE-NUM NOT LESS THAN WRK-FROM-DATE
            AND AUD-DATE-NUM NOT GREATER THAN WRK-TO-DATE
               EVALUATE TRUE
                 WHEN AUD-CORRECTED
                   ADD 1 TO WRK-NETTED-COUNT
                 WHEN AUD-ADJ-PERIOD IS NUMERIC
                  AND AUD-ADJ-PERIOD GREATER THAN ZERO
                   PERFORM 0240-WRITE-ADJUST-LINE
                 WHEN OTHER
                   PERFORM 0230-WRITE-EXTRACT-LINE
               END-EVALUATE
           END-IF.
           PERFORM 0210-READ-AUDIT-NEXT.

           WRITE EXTRACT-RECORD.
           ADD 1 TO WRK-WRITE-COUNT.

      *-----------------------------------------------------------------
      *    A PRIOR-PERIOD ADJUSTMENT, IN THE SAME FULL-WIDTH STYLE.
      *    THE AJUSTE COLUMN IS WHAT THE ADJUSTED MONTH MOVES BY; THE
      *    RESULT IS SHOWN ONLY FOR REFERENCE.
      *-----------------------------------------------------------------
       0240-WRITE-ADJUST-LINE          SECTION.
           MOVE AUD-RESULT     TO WRK-RESULT-ED.
           MOVE AUD-ADJ-AMOUNT TO WRK-ADJ-ED.
           IF WRK-US-NOTATION
               INSPECT WRK-RESULT-ED REPLACING ALL "," BY "."
               INSPECT WRK-ADJ-ED    REPLACING ALL "," BY "."
           END-IF.
           MOVE SPACES TO ADJUST-RECORD.
           STRING AUD-DATE-NUM     DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  AUD-ADJ-PERIOD   DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  AUD-CORR-REF     DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  AUD-OPERATOR     DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WRK-RESULT-ED    DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  WRK-ADJ-ED       DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  AUD-CCY-CODE     DELIMITED BY SIZE
                  INTO ADJUST-RECORD.
           WRITE ADJUST-RECORD.
           ADD 1 TO WRK-ADJUST-COUNT.

      *-----------------------------------------------------------------
      *    THE EDITED AMOUNTS CARRY ONLY A COMMA, SO SWAPPING TO THE
      *    AMERICAN NOTATION IS A STRAIGHT COMMA-TO-PERIOD REPLACE -
           IF WRK-READY
               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE ADJUST-FILE
               DISPLAY "REGISTROS LIDOS:    " WRK-READ-COUNT
               DISPLAY "REGISTROS EXTRAIDOS: " WRK-WRITE-COUNT
               DISPLAY "CORRIGIDOS (FORA):  " WRK-NETTED-COUNT
               DISPLAY "AJUSTES (CALCEXTA): " WRK-ADJUST-COUNT
           END-IF.
           DISPLAY "======== FIM DA EXTRACAO ========".
