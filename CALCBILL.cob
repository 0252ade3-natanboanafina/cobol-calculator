       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CALCBILL.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: MONTH-END CHARGEBACK OF THE CALCULATION SERVICE TO
      *             THE DEPARTMENTS THAT USED IT.  FOR THE PERIOD
      *             ASKED FOR (AAAAMM) EVERY AUDITED CALCULATION IS
      *             COUNTED UNDER THE DEPARTMENT IT CARRIES (AUD-DEPT,
      *             STAMPED FROM THE CALCIN HEADER) AND ITS OPERATOR -
      *             EXPRESSIONS ("E") AND FINCALC SCHEDULES ("F") ARE
      *             COUNTED AND PRICED ON THEIR OWN - AND EACH COUNT IS
      *             CHARGED AT THE CALCPRC UNIT PRICE IN FORCE FOR THE
      *             MONTH: THE ENTRY WITH THE LATEST EFFECTIVE DATE NOT
      *             AFTER THE END OF THE PERIOD, SO REBILLING A PAST
      *             MONTH GIVES THE SAME FIGURES IT GAVE THEN.
      *             A CLOSED PERIOD IS READ FROM ITS CALCARCH
      *             GENERATION (AUDARC + AAAAMM) WHEN ARCHCTL LISTS IT,
      *             AN OPEN ONE FROM THE LIVE AUDITLOG.  ENTRIES MARKED
      *             CORRECTED ARE NETTED OUT THE SAME WAY CALCRPT NETS
      *             THEM - THE CORRECTION ENTRY IS WHAT GETS BILLED.
      *             CALCULATIONS WITH NO DEPARTMENT (INTERACTIVE RUNS,
      *             CALCIN HEADERS THAT NEVER NAMED ONE) ARE SHOWN
      *             UNDER THEIR OWN HEADING SO THE TOTAL STILL AGREES
      *             WITH CALCRPT.  THE REPORT GOES TO CALCBILR.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN USING WRK-AUDIT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT PRICE-FILE ASSIGN TO "CALCPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRICE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCBILR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(06).
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05  PRC-CODE            PIC X(01).
           05  PRC-EFF-DATE        PIC 9(08).
           05  PRC-PRICE           PIC 9(05)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-CTL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-CTL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CTL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PRICE-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PRICE-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PRICE-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#USRVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-AUDIT    VALUE "Y".
       77  WRK-CTL-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-CONTROL  VALUE "Y".
       77  WRK-PRC-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-PRICES   VALUE "Y".
       77  WRK-LISTED-SW       PIC X(01) VALUE "N".
           88  WRK-PERIOD-LISTED   VALUE "Y".
       77  WRK-DPT-FOUND-SW    PIC X(01) VALUE "N".
           88  WRK-DPT-SLOTTED     VALUE "Y".
       77  WRK-EXT-DATE        PIC X(30).
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
       77  WRK-PERIOD          PIC 9(06) VALUE ZERO.
       77  WRK-PERIOD-END      PIC 9(08) VALUE ZERO.
       77  WRK-REC-PERIOD      PIC 9(06) VALUE ZERO.
       77  WRK-AUDIT-NAME      PIC X(12) VALUE "AUDITLOG".
       77  WRK-OP-IDX          PIC 9(01) COMP.
       77  WRK-PRINT-IDX       PIC 9(01) COMP.
       77  WRK-DPT-IDX         PIC 9(03) COMP.
       77  WRK-DPT-USED        PIC 9(03) COMP VALUE ZERO.
       77  WRK-SELECTED-COUNT  PIC 9(07) VALUE ZERO.
       77  WRK-NETTED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-DROPPED-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-UNPRICED-COUNT  PIC 9(05) VALUE ZERO.
       77  WRK-DEPT-VOLUME     PIC 9(07) VALUE ZERO.
       77  WRK-GRAND-VOLUME    PIC 9(07) VALUE ZERO.
       77  WRK-LINE-CHARGE     PIC 9(11)V99 VALUE ZERO.
       77  WRK-DEPT-CHARGE     PIC 9(11)V99 VALUE ZERO.
       77  WRK-GRAND-CHARGE    PIC 9(11)V99 VALUE ZERO.
       77  WRK-DEPT-LABEL      PIC X(18).
       77  WRK-COUNT-ED        PIC Z.ZZZ.ZZ9.
       77  WRK-PRICE-ED        PIC ZZ.ZZ9,99.
       77  WRK-CHARGE-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *    OPERATOR CODES IN THE SAME ORDER AS THE CALCRPT SUMMARY
      *    TABLES, WITH THE PRINTED NAME OF EACH.
      *-----------------------------------------------------------------
       01  WRK-OP-CODE-LIST        PIC X(09) VALUE "+-/*%^REF".
       01  WRK-OP-CODE-R REDEFINES WRK-OP-CODE-LIST.
           05  WRK-OP-CODE         PIC X(01) OCCURS 9 TIMES.
       01  WRK-OP-NAME-LIST.
           05  FILLER              PIC X(14) VALUE "SOMA".
           05  FILLER              PIC X(14) VALUE "SUBTRACAO".
           05  FILLER              PIC X(14) VALUE "DIVISAO".
           05  FILLER              PIC X(14) VALUE "MULTIPLICACAO".
           05  FILLER              PIC X(14) VALUE "PERCENTUAL".
           05  FILLER              PIC X(14) VALUE "POTENCIA".
           05  FILLER              PIC X(14) VALUE "RESTO".
           05  FILLER              PIC X(14) VALUE "EXPRESSAO".
           05  FILLER              PIC X(14) VALUE "FINANCEIRO".
       01  WRK-OP-NAME-R REDEFINES WRK-OP-NAME-LIST.
           05  WRK-OP-NAME         PIC X(14) OCCURS 9 TIMES.
      *-----------------------------------------------------------------
      *    UNIT PRICE IN FORCE FOR EACH CODE, PICKED FROM CALCPRC.
      *-----------------------------------------------------------------
       01  WRK-PRICE-TABLE.
           05  WRK-PRC-ENTRY       OCCURS 9 TIMES.
               10  WRK-PRC-EFF         PIC 9(08).
               10  WRK-PRC-UNIT        PIC 9(05)V99.
               10  WRK-PRC-FOUND-SW    PIC X(01).
                   88  WRK-PRC-FOUND       VALUE "Y".
      *-----------------------------------------------------------------
      *    ONE SLOT PER DEPARTMENT SEEN IN THE PERIOD, WITH ITS COUNT
      *    UNDER EACH OF THE NINE CODES.
      *-----------------------------------------------------------------
       01  WRK-DEPT-TABLE.
           05  WRK-DPT-ENTRY       OCCURS 50 TIMES.
               10  WRK-DPT-CODE        PIC X(04).
               10  WRK-DPT-COUNT       PIC 9(07) OCCURS 9 TIMES.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    THE CHARGEBACK IS RUN BY THE OPERATORS WHO RUN THE OTHER
      *    MONTH-END REPORTS, SO AUTHORITY 2 IS ENOUGH.  THE PRICES
      *    ARE SETTLED BEFORE THE AUDIT FILE IS TOUCHED.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "2" TO WRK-USR-MIN-AUTH.
           MOVE "CALCBILL" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               DISPLAY "PERIODO A FATURAR (AAAAMM): "
               ACCEPT WRK-PERIOD
               IF WRK-PERIOD EQUAL TO ZERO
                   DISPLAY "PERIODO INVALIDO - NADA FOI FATURADO."
               ELSE
                   COMPUTE WRK-PERIOD-END = WRK-PERIOD * 100 + 31
                   PERFORM 0110-LOAD-PRICES
                   PERFORM 0120-LOCATE-AUDIT
                   PERFORM 0140-OPEN-FILES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    CALCPRC IS READ END TO END.  FOR EACH CODE THE ENTRY WITH
      *    THE LATEST EFFECTIVE DATE NOT AFTER THE END OF THE PERIOD
      *    WINS; ON THE SAME DATE THE LATER ENTRY WINS, SO A MISKEYED
      *    PRICE IS CORRECTED BY APPENDING THE RIGHT ONE.
      *-----------------------------------------------------------------
       0110-LOAD-PRICES                SECTION.
           PERFORM 0111-CLEAR-PRICE VARYING WRK-OP-IDX
               FROM 1 BY 1 UNTIL WRK-OP-IDX > 9.
           OPEN INPUT PRICE-FILE.
           IF WRK-PRICE-STATUS-OK
               PERFORM 0112-READ-PRICE
               PERFORM 0113-TABLE-PRICE UNTIL WRK-END-OF-PRICES
               CLOSE PRICE-FILE
           ELSE
               DISPLAY "AVISO: TABELA DE PRECOS CALCPRC NAO "
                       "ENCONTRADA."
           END-IF.

       0111-CLEAR-PRICE                SECTION.
           MOVE ZERO TO WRK-PRC-EFF(WRK-OP-IDX).
           MOVE ZERO TO WRK-PRC-UNIT(WRK-OP-IDX).
           MOVE "N"  TO WRK-PRC-FOUND-SW(WRK-OP-IDX).

       0112-READ-PRICE                 SECTION.
           READ PRICE-FILE
               AT END MOVE "Y" TO WRK-PRC-EOF-SW
           END-READ.

       0113-TABLE-PRICE                SECTION.
           MOVE ZERO TO WRK-OP-IDX.
           PERFORM 0114-MATCH-PRICE-CODE VARYING WRK-PRINT-IDX
               FROM 1 BY 1 UNTIL WRK-PRINT-IDX > 9.
           IF WRK-OP-IDX NOT EQUAL TO ZERO
            AND PRC-EFF-DATE NOT GREATER THAN WRK-PERIOD-END
            AND PRC-EFF-DATE NOT LESS THAN WRK-PRC-EFF(WRK-OP-IDX)
               MOVE PRC-EFF-DATE TO WRK-PRC-EFF(WRK-OP-IDX)
               MOVE PRC-PRICE    TO WRK-PRC-UNIT(WRK-OP-IDX)
               MOVE "Y"          TO WRK-PRC-FOUND-SW(WRK-OP-IDX)
           END-IF.
           PERFORM 0112-READ-PRICE.

       0114-MATCH-PRICE-CODE           SECTION.
           IF WRK-OP-CODE(WRK-PRINT-IDX) EQUAL TO PRC-CODE
               MOVE WRK-PRINT-IDX TO WRK-OP-IDX
           END-IF.

      *-----------------------------------------------------------------
      *    A PERIOD CALCARCH HAS CLOSED IS LISTED IN ARCHCTL AND LIVES
      *    IN ITS OWN GENERATION; ANYTHING ELSE IS STILL IN AUDITLOG.
      *-----------------------------------------------------------------
       0120-LOCATE-AUDIT               SECTION.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS-OK
               PERFORM 0121-READ-CONTROL
               PERFORM 0122-CHECK-CONTROL
                   UNTIL WRK-END-OF-CONTROL OR WRK-PERIOD-LISTED
               CLOSE CONTROL-FILE
           END-IF.
           IF WRK-PERIOD-LISTED
               MOVE SPACES TO WRK-AUDIT-NAME
               STRING "AUDARC" WRK-PERIOD DELIMITED BY SIZE
                      INTO WRK-AUDIT-NAME
           END-IF.

       0121-READ-CONTROL               SECTION.
           READ CONTROL-FILE
               AT END MOVE "Y" TO WRK-CTL-EOF-SW
           END-READ.

       0122-CHECK-CONTROL              SECTION.
           IF CTL-PERIOD EQUAL TO WRK-PERIOD
               MOVE "Y" TO WRK-LISTED-SW
           ELSE
               PERFORM 0121-READ-CONTROL
           END-IF.

       0140-OPEN-FILES                 SECTION.
           OPEN INPUT AUDIT-FILE.
           IF NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ARQUIVO " WRK-AUDIT-NAME " NAO ENCONTRADO - "
                       "NADA FOI FATURADO."
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WRK-REPORT-STATUS-OK
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCBILR!"
                   CLOSE AUDIT-FILE
               ELSE
                   MOVE "Y" TO WRK-READY-SW
                   MOVE SPACES TO WRK-DEPT-TABLE
                   PERFORM 0150-WRITE-HEADER
               END-IF
           END-IF.

       0150-WRITE-HEADER               SECTION.
           CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                  WRK-EXT-DATE.
           MOVE "RATEIO DO SERVICO DE CALCULO POR DEPARTAMENTO"
             TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DATA: " WRK-EXT-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PERIODO: " WRK-PERIOD "   ARQUIVO: " WRK-AUDIT-NAME
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    ONE PASS OVER THE AUDIT FILE, THEN ONE BLOCK OF THE REPORT
      *    PER DEPARTMENT IN THE ORDER THEY WERE FIRST SEEN.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-AUDIT.
           PERFORM 0220-SELECT-ENTRY UNTIL WRK-END-OF-AUDIT.
           PERFORM 0250-PRINT-DEPT VARYING WRK-DPT-IDX
               FROM 1 BY 1 UNTIL WRK-DPT-IDX > WRK-DPT-USED.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE RUN - THE SAME
      *    GUARD CALCRECON USES.
      *-----------------------------------------------------------------
       0210-READ-AUDIT                 SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-AUDIT AND NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE AUDITORIA - "
                       "STATUS " WRK-AUDIT-STATUS
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0220-SELECT-ENTRY               SECTION.
           MOVE AUD-DATE-NUM(1:6) TO WRK-REC-PERIOD.
           IF WRK-REC-PERIOD EQUAL TO WRK-PERIOD
               IF AUD-CORRECTED
                   ADD 1 TO WRK-NETTED-COUNT
               ELSE
                   PERFORM 0230-ACCUMULATE
               END-IF
           END-IF.
           PERFORM 0210-READ-AUDIT.

      *-----------------------------------------------------------------
      *    THE ENTRY GOES UNDER THE SLOT ALREADY HOLDING ITS
      *    DEPARTMENT, OR THE FIRST FREE ONE.  A FIFTY-FIRST DISTINCT
      *    DEPARTMENT WOULD GO UNBILLED, SO IT IS CALLED OUT AND
      *    COUNTED RATHER THAN LOST QUIETLY.
      *-----------------------------------------------------------------
       0230-ACCUMULATE                 SECTION.
           MOVE ZERO TO WRK-OP-IDX.
           PERFORM 0231-MATCH-AUDIT-CODE VARYING WRK-PRINT-IDX
               FROM 1 BY 1 UNTIL WRK-PRINT-IDX > 9.
           IF WRK-OP-IDX NOT EQUAL TO ZERO
               MOVE "N" TO WRK-DPT-FOUND-SW
               PERFORM 0232-SLOT-DEPT VARYING WRK-DPT-IDX
                   FROM 1 BY 1 UNTIL WRK-DPT-IDX > WRK-DPT-USED
                                  OR WRK-DPT-SLOTTED
               IF NOT WRK-DPT-SLOTTED
                   IF WRK-DPT-USED LESS THAN 50
                       ADD 1 TO WRK-DPT-USED
                       MOVE WRK-DPT-USED TO WRK-DPT-IDX
                       MOVE AUD-DEPT TO WRK-DPT-CODE(WRK-DPT-IDX)
                       MOVE ZERO TO WRK-DPT-COUNT(WRK-DPT-IDX, 1)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 2)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 3)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 4)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 5)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 6)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 7)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 8)
                                    WRK-DPT-COUNT(WRK-DPT-IDX, 9)
                       ADD 1 TO WRK-DPT-COUNT(WRK-DPT-IDX, WRK-OP-IDX)
                       ADD 1 TO WRK-SELECTED-COUNT
                   ELSE
                       DISPLAY "AVISO: MAIS DE 50 DEPARTAMENTOS - "
                               AUD-DEPT " FORA DO RATEIO."
                       ADD 1 TO WRK-DROPPED-COUNT
                   END-IF
               END-IF
           END-IF.

       0231-MATCH-AUDIT-CODE           SECTION.
           IF WRK-OP-CODE(WRK-PRINT-IDX) EQUAL TO AUD-OPERATOR
               MOVE WRK-PRINT-IDX TO WRK-OP-IDX
           END-IF.

       0232-SLOT-DEPT                  SECTION.
           IF WRK-DPT-CODE(WRK-DPT-IDX) EQUAL TO AUD-DEPT
               ADD 1 TO WRK-DPT-COUNT(WRK-DPT-IDX, WRK-OP-IDX)
               ADD 1 TO WRK-SELECTED-COUNT
               MOVE "Y" TO WRK-DPT-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
      *    ONE LINE PER CODE THE DEPARTMENT ACTUALLY USED, THEN ITS
      *    SUBTOTAL.  A CODE WITH NO PRICE IN FORCE IS STILL LISTED,
      *    CHARGED AT ZERO AND FLAGGED, SO THE GAP IN CALCPRC SHOWS.
      *-----------------------------------------------------------------
       0250-PRINT-DEPT                 SECTION.
           IF WRK-DPT-CODE(WRK-DPT-IDX) EQUAL TO SPACES
               MOVE "(SEM DEPARTAMENTO)" TO WRK-DEPT-LABEL
           ELSE
               MOVE WRK-DPT-CODE(WRK-DPT-IDX) TO WRK-DEPT-LABEL
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DEPARTAMENTO: " WRK-DEPT-LABEL
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE ZERO TO WRK-DEPT-VOLUME.
           MOVE ZERO TO WRK-DEPT-CHARGE.
           PERFORM 0260-PRINT-CODE-LINE VARYING WRK-PRINT-IDX
               FROM 1 BY 1 UNTIL WRK-PRINT-IDX > 9.
           MOVE WRK-DEPT-VOLUME TO WRK-COUNT-ED.
           MOVE WRK-DEPT-CHARGE TO WRK-CHARGE-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  SUBTOTAL DO DEPARTAMENTO   QTD: " WRK-COUNT-ED
                  "   VALOR: " WRK-CHARGE-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           ADD WRK-DEPT-VOLUME TO WRK-GRAND-VOLUME.
           ADD WRK-DEPT-CHARGE TO WRK-GRAND-CHARGE.

       0260-PRINT-CODE-LINE            SECTION.
           IF WRK-DPT-COUNT(WRK-DPT-IDX, WRK-PRINT-IDX)
              GREATER THAN ZERO
               COMPUTE WRK-LINE-CHARGE =
                       WRK-DPT-COUNT(WRK-DPT-IDX, WRK-PRINT-IDX)
                     * WRK-PRC-UNIT(WRK-PRINT-IDX)
               ADD WRK-DPT-COUNT(WRK-DPT-IDX, WRK-PRINT-IDX)
                 TO WRK-DEPT-VOLUME
               ADD WRK-LINE-CHARGE TO WRK-DEPT-CHARGE
               MOVE WRK-DPT-COUNT(WRK-DPT-IDX, WRK-PRINT-IDX)
                 TO WRK-COUNT-ED
               MOVE WRK-PRC-UNIT(WRK-PRINT-IDX) TO WRK-PRICE-ED
               MOVE WRK-LINE-CHARGE TO WRK-CHARGE-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WRK-OP-CODE(WRK-PRINT-IDX) " "
                      WRK-OP-NAME(WRK-PRINT-IDX)
                      " QTD: " WRK-COUNT-ED
                      " PRECO: " WRK-PRICE-ED
                      " VALOR: " WRK-CHARGE-ED
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               IF NOT WRK-PRC-FOUND(WRK-PRINT-IDX)
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    AVISO: SEM PRECO EM VIGOR NO CALCPRC "
                          "PARA O OPERADOR "
                          WRK-OP-CODE(WRK-PRINT-IDX)
                          " - COBRADO A ZERO."
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 0490-WRITE-REPORT-LINE
                   ADD WRK-DPT-COUNT(WRK-DPT-IDX, WRK-PRINT-IDX)
                     TO WRK-UNPRICED-COUNT
               END-IF
           END-IF.

       0490-WRITE-REPORT-LINE          SECTION.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       0300-END                        SECTION.
           MOVE WRK-GRAND-VOLUME TO WRK-COUNT-ED.
           MOVE WRK-GRAND-CHARGE TO WRK-CHARGE-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTAL GERAL                  QTD: " WRK-COUNT-ED
                  "   VALOR: " WRK-CHARGE-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CALCULOS CORRIGIDOS NAO FATURADOS: " WRK-NETTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           IF WRK-UNPRICED-COUNT GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "CALCULOS SEM PRECO EM VIGOR: "
                      WRK-UNPRICED-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           IF WRK-DROPPED-COUNT GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "CALCULOS FORA DO RATEIO (LIMITE DE "
                      "DEPARTAMENTOS): " WRK-DROPPED-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "======== FIM DO RATEIO ========".
