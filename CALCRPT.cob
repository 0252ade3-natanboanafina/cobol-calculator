      *                     FINANCE NO LONGER COUNT THE PAIR TWICE.
      *                     THE NETTED ENTRIES ARE COUNTED AND SHOWN
      *                     AT END OF RUN.
      *    14-10-2026  NB   PRIOR-PERIOD ADJUSTMENTS (AUD-ADJ-PERIOD
      *                     SET BY CALCCORR OR CALCAPRV WHEN THE
      *                     ORIGINAL'S MONTH IS CLOSING OR CLOSED) ARE
      *                     KEPT OUT OF THE DAILY, MONTHLY AND GRAND
      *                     SUMMARIES AND PRINTED IN THEIR OWN SECTION
      *                     AFTER THE GRAND SUMMARY, BY THE MONTH THEY
      *                     ADJUST, SO A CLOSED MONTH'S TOTALS NEVER
      *                     MOVE.  AN ORIGINAL MARKED "P" STAYS IN THE
      *                     SUMMARIES OF ITS OWN MONTH.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
       77  WRK-AUDIT-NAME      PIC X(12) VALUE "AUDITLOG".
       77  WRK-AUDIT-NAME-IN   PIC X(12) VALUE SPACES.
       77  WRK-NETTED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-ADJ-COUNT-ALL   PIC 9(05) VALUE ZERO.
       77  WRK-REC-DAY-KEY     PIC X(30).
       77  WRK-CURRENT-DAY-KEY PIC X(30).
       77  WRK-REC-MONTH-KEY   PIC X(14).
               10  WRK-MUSR-ID         PIC X(08).
               10  WRK-MUSR-COUNT      PIC 9(05).
               10  WRK-MUSR-TOTAL      PIC S9(10)V9(06).
      *-----------------------------------------------------------------
      *    PRIOR-PERIOD ADJUSTMENTS, ONE SLOT PER MONTH ADJUSTED, IN
      *    THE ORDER THE MONTHS FIRST TURN UP.  TWO YEARS OF MONTHS
      *    IS FAR MORE THAN ONE AUDIT FILE EVER ADJUSTS.
      *-----------------------------------------------------------------
       77  WRK-ADJ-USED        PIC 9(02) COMP VALUE ZERO.
       77  WRK-ADJ-IDX         PIC 9(02) COMP.
       77  WRK-ADJ-FOUND-SW    PIC X(01).
           88  WRK-ADJ-SLOTTED     VALUE "Y".
       01  WRK-ADJ-TABLE.
           05  WRK-ADJ-ENTRY    OCCURS 24 TIMES.
               10  WRK-ADJ-PERIOD      PIC 9(06).
               10  WRK-ADJ-COUNT       PIC 9(05).
               10  WRK-ADJ-TOTAL       PIC S9(10)V9(06).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0230-PRINT-DAY-BREAK.
           PERFORM 0240-PRINT-MONTH-BREAK.
           PERFORM 0250-PRINT-GRAND-SUMMARY.
           IF WRK-ADJ-USED GREATER THAN ZERO
               PERFORM 0270-PRINT-ADJUSTMENTS
           END-IF.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE RUN - THE SAME
                   MOVE WRK-REC-MONTH-KEY TO WRK-CURRENT-MONTH-KEY
               END-IF
           END-IF.
           EVALUATE TRUE
             WHEN AUD-CORRECTED
               ADD 1 TO WRK-NETTED-COUNT
             WHEN AUD-ADJ-PERIOD IS NUMERIC
              AND AUD-ADJ-PERIOD GREATER THAN ZERO
               PERFORM 0260-ACCUMULATE-ADJUSTMENT
             WHEN OTHER
               PERFORM 0225-ACCUMULATE
               PERFORM 0226-ACCUMULATE-USER
           END-EVALUATE.
           PERFORM 0210-READ-AUDIT.

       0225-ACCUMULATE                 SECTION.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      *-----------------------------------------------------------------
      *    AN ADJUSTMENT COUNTS UNDER THE MONTH IT ADJUSTS, FOR ITS
      *    NET CHANGE TO THAT MONTH - NOT ITS FULL RESULT.  A
      *    TWENTY-FIFTH MONTH IS CALLED OUT RATHER THAN LOST QUIETLY.
      *-----------------------------------------------------------------
       0260-ACCUMULATE-ADJUSTMENT      SECTION.
           ADD 1 TO WRK-ADJ-COUNT-ALL.
           MOVE "N" TO WRK-ADJ-FOUND-SW.
           PERFORM 0265-SLOT-ADJUSTMENT VARYING WRK-ADJ-IDX
               FROM 1 BY 1 UNTIL WRK-ADJ-IDX > WRK-ADJ-USED
                              OR WRK-ADJ-SLOTTED.
           IF NOT WRK-ADJ-SLOTTED
               IF WRK-ADJ-USED LESS THAN 24
                   ADD 1 TO WRK-ADJ-USED
                   MOVE AUD-ADJ-PERIOD TO WRK-ADJ-PERIOD(WRK-ADJ-USED)
                   MOVE 1              TO WRK-ADJ-COUNT(WRK-ADJ-USED)
                   MOVE AUD-ADJ-AMOUNT TO WRK-ADJ-TOTAL(WRK-ADJ-USED)
               ELSE
                   DISPLAY "AVISO: MAIS DE 24 PERIODOS AJUSTADOS - "
                           "CALCULO " AUD-CALC-ID " FORA DO RESUMO."
               END-IF
           END-IF.

       0265-SLOT-ADJUSTMENT            SECTION.
           IF WRK-ADJ-PERIOD(WRK-ADJ-IDX) EQUAL TO AUD-ADJ-PERIOD
               ADD 1              TO WRK-ADJ-COUNT(WRK-ADJ-IDX)
               ADD AUD-ADJ-AMOUNT TO WRK-ADJ-TOTAL(WRK-ADJ-IDX)
               MOVE "Y"           TO WRK-ADJ-FOUND-SW
           END-IF.

       0270-PRINT-ADJUSTMENTS          SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AJUSTES DE PERIODOS ANTERIORES (FORA DOS TOTAIS "
                  "ACIMA)" DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           PERFORM 0271-PRINT-ADJUSTMENT-LINE VARYING WRK-ADJ-IDX
               FROM 1 BY 1 UNTIL WRK-ADJ-IDX > WRK-ADJ-USED.

       0271-PRINT-ADJUSTMENT-LINE      SECTION.
           MOVE WRK-ADJ-TOTAL(WRK-ADJ-IDX) TO WRK-LINE-TOTAL-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  PERIODO "                  DELIMITED BY SIZE
                  WRK-ADJ-PERIOD(WRK-ADJ-IDX)   DELIMITED BY SIZE
                  " QTD: "                      DELIMITED BY SIZE
                  WRK-ADJ-COUNT(WRK-ADJ-IDX)    DELIMITED BY SIZE
                  " AJUSTE: "                   DELIMITED BY SIZE
                  WRK-LINE-TOTAL-ED             DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       0300-END                        SECTION.
           IF NOT WRK-AUDIT-STATUS-NOT-FOUND
               CLOSE AUDIT-FILE
               DISPLAY "ENTRADAS CORRIGIDAS FORA DOS TOTAIS: "
                       WRK-NETTED-COUNT
           END-IF.
           IF WRK-ADJ-COUNT-ALL GREATER THAN ZERO
               DISPLAY "AJUSTES DE PERIODOS ANTERIORES EM SECAO "
                       "PROPRIA: " WRK-ADJ-COUNT-ALL
           END-IF.
           DISPLAY "======== FIM DO RELATORIO ========".
