       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CALCTRND.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    15-10-2026
      *    PURPOSE: QUARTERLY TREND AND VARIANCE REPORT OF THE
      *             CALCULATION SERVICE ACROSS MONTHS.  FOR A KEYED
      *             RANGE OF PERIODS (AAAAMM TO AAAAMM, TWELVE AT MOST)
      *             THE VOLUME AND THE RESULT TOTAL OF EVERY MONTH ARE
      *             PRINTED IN TOTAL, BY OPERATOR, BY USER AND BY
      *             CURRENCY, EACH MONTH WITH ITS CHANGE AND PERCENTAGE
      *             AGAINST THE MONTH BEFORE (MES) AND AGAINST THE SAME
      *             MONTH A YEAR EARLIER (ANO) - SO THE TWELVE MONTHS
      *             BEFORE THE RANGE ARE READ AS WELL.  A PERCENTAGE
      *             BEYOND THE KEYED VARIANCE LIMIT (0 = 20%) EITHER
      *             WAY IS FLAGGED "*"; ONE WITH NOTHING TO COMPARE
      *             AGAINST PRINTS AS N/D AND IS NOT FLAGGED.
      *             EACH MONTH IS READ FROM ITS CALCARCH GENERATION
      *             (AUDARC + AAAAMM) WHEN ARCHCTL LISTS IT, OTHERWISE
      *             FROM THE LIVE AUDITLOG, AND THE SOURCE OF EVERY
      *             MONTH IS LISTED UNDER THE HEADING.  AUDITLOG AND THE
      *             GENERATIONS ARCHIVED AFTER THE RANGE ARE ALSO READ
      *             FOR THE ADJUSTMENTS POSTED THERE.  THE FIGURES ARE
      *             NETTED AS CALCRPT NETS THEM: A CORRECTED ORIGINAL
      *             IS LEFT OUT, A PRIOR-PERIOD ADJUSTMENT IS KEPT OUT
      *             OF THE MONTH IT WAS POSTED IN AND LISTED APART
      *             UNDER THE MONTH IT ADJUSTS, AND AN ORIGINAL FLAGGED
      *             "P" STAYS IN ITS OWN MONTH.  THE REPORT GOES TO
      *             CALCTRDR.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   AN ADJUSTMENT IS SLOTTED BY THE MONTH IT
      *                     ADJUSTS WHEREVER IT WAS POSTED: AUDITLOG IS
      *                     ALWAYS READ, AND SO ARE THE GENERATIONS
      *                     ARCHIVED AFTER THE RANGE, FOR THEIR
      *                     ADJUSTMENTS ONLY.
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
           SELECT REPORT-FILE ASSIGN TO "CALCTRDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(06).
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
       77  WRK-PASS-SW         PIC X(01) VALUE SPACE.
           88  WRK-MONTH-PASS      VALUE "G".
           88  WRK-LIVE-PASS       VALUE "L".
           88  WRK-LATE-PASS       VALUE "T".
       77  WRK-TAKE-SW         PIC X(01) VALUE "N".
           88  WRK-TAKE-ALL        VALUE "Y".
           88  WRK-TAKE-ADJ-ONLY   VALUE "J".
           88  WRK-TAKE-NONE       VALUE "N".
       77  WRK-LATE-SW         PIC X(01) VALUE "N".
           88  WRK-LATE-ARCHIVED   VALUE "Y".
       77  WRK-FOUND-SW        PIC X(01) VALUE "N".
           88  WRK-KEY-SLOTTED     VALUE "Y".
       77  WRK-EXT-DATE        PIC X(30).
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
       77  WRK-AUDIT-NAME      PIC X(12) VALUE "AUDITLOG".
       77  WRK-FROM-PERIOD     PIC 9(06) VALUE ZERO.
       77  WRK-TO-PERIOD       PIC 9(06) VALUE ZERO.
       77  WRK-THRESHOLD       PIC 9(03) VALUE ZERO.
       77  WRK-BASE-ORD        PIC 9(06) VALUE ZERO.
       77  WRK-CALC-ORD        PIC 9(06) VALUE ZERO.
       77  WRK-CALC-IDX        PIC S9(07) VALUE ZERO.
       77  WRK-CALC-REM        PIC 9(02) VALUE ZERO.
       77  WRK-PRD-USED        PIC 9(02) COMP VALUE ZERO.
       77  WRK-PRD-IDX         PIC 9(02) COMP.
       77  WRK-CMP-IDX         PIC 9(02) COMP.
       77  WRK-READ-IDX        PIC 9(02) COMP VALUE ZERO.
       77  WRK-REC-IDX         PIC 9(02) COMP VALUE ZERO.
       77  WRK-OP-IDX          PIC 9(02) COMP.
       77  WRK-KEY-IDX         PIC 9(02) COMP.
       77  WRK-SLOT-IDX        PIC 9(02) COMP.
       77  WRK-LATE-USED       PIC 9(02) COMP VALUE ZERO.
       77  WRK-LATE-IDX        PIC 9(02) COMP.
       77  WRK-USR-USED        PIC 9(02) COMP VALUE ZERO.
       77  WRK-CCY-USED        PIC 9(02) COMP VALUE ZERO.
       77  WRK-KEY-ACTIVITY    PIC 9(09) VALUE ZERO.
       77  WRK-NETTED-COUNT    PIC 9(07) VALUE ZERO.
       77  WRK-ADJ-COUNT-ALL   PIC 9(07) VALUE ZERO.
       77  WRK-ADJ-OUTSIDE     PIC 9(07) VALUE ZERO.
       77  WRK-USR-DROPPED     PIC 9(07) VALUE ZERO.
       77  WRK-CCY-DROPPED     PIC 9(07) VALUE ZERO.
       77  WRK-FLAGGED-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-VAR-CUR         PIC S9(12)V9(06) VALUE ZERO.
       77  WRK-VAR-BASE        PIC S9(12)V9(06) VALUE ZERO.
       77  WRK-VAR-ABS-BASE    PIC S9(12)V9(06) VALUE ZERO.
       77  WRK-VAR-DIFF        PIC S9(12)V9(06) VALUE ZERO.
       77  WRK-VAR-PCT         PIC S9(05)V9 VALUE ZERO.
       77  WRK-VAR-PCT-ED      PIC -ZZZZ9,9.
       77  WRK-VAR-PCT-TEXT    PIC X(09).
       77  WRK-VAR-FLAG        PIC X(01).
       77  WRK-CMP-LABEL       PIC X(03).
       77  WRK-KEY-LABEL       PIC X(30).
       77  WRK-SOURCE-LABEL    PIC X(20).
       77  WRK-COUNT-ED        PIC Z.ZZZ.ZZ9.
       77  WRK-COUNT-DIFF-ED   PIC -Z.ZZZ.ZZ9.
       77  WRK-VALUE-ED        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-CNT-PCT-TEXT    PIC X(09).
       77  WRK-CNT-FLAG        PIC X(01).
       77  WRK-VAL-DIFF-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CALC-PERIOD     PIC 9(06) VALUE ZERO.
       01  WRK-CALC-PERIOD-R REDEFINES WRK-CALC-PERIOD.
           05  WRK-CALC-YEAR       PIC 9(04).
           05  WRK-CALC-MONTH      PIC 9(02).
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
      *    ONE ENTRY PER MONTH READ - THE TWELVE BEFORE THE RANGE FOR
      *    THE YEAR-ON-YEAR COMPARISON, THEN THE RANGE ITSELF, SO THE
      *    FIRST MONTH OF THE RANGE IS ALWAYS ENTRY 13.  SOURCE "A" IS
      *    AN ARCHIVE GENERATION, "L" THE LIVE AUDITLOG AND "X" A
      *    SOURCE THAT COULD NOT BE OPENED.  THE ADJUSTMENTS ARE THE
      *    ONES POSTED AGAINST THE MONTH, WHEREVER THEY WERE POSTED.
      *-----------------------------------------------------------------
       01  WRK-PERIOD-TABLE.
           05  WRK-PRD-ENTRY       OCCURS 24 TIMES.
               10  WRK-PRD-PERIOD      PIC 9(06).
               10  WRK-PRD-SOURCE      PIC X(01).
                   88  WRK-PRD-ARCHIVED    VALUE "A".
                   88  WRK-PRD-LIVE        VALUE "L".
                   88  WRK-PRD-MISSING     VALUE "X".
               10  WRK-PRD-READ        PIC 9(07).
               10  WRK-PRD-ADJ-COUNT   PIC 9(05).
               10  WRK-PRD-ADJ-TOTAL   PIC S9(12)V9(06).
      *-----------------------------------------------------------------
      *    THE GENERATIONS ARCHCTL LISTS AFTER THE RANGE.  ONLY THEIR
      *    ADJUSTMENTS ARE TAKEN.  SOURCE AS IN THE PERIOD TABLE.
      *-----------------------------------------------------------------
       01  WRK-LATE-TABLE.
           05  WRK-LATE-ENTRY      OCCURS 60 TIMES.
               10  WRK-LATE-PERIOD     PIC 9(06).
               10  WRK-LATE-SOURCE     PIC X(01).
                   88  WRK-LATE-MISSING    VALUE "X".
      *-----------------------------------------------------------------
      *    ONE ENTRY PER LINE OF THE REPORT, EACH WITH ITS COUNT AND
      *    RESULT TOTAL FOR EVERY MONTH OF THE PERIOD TABLE: ENTRY 1
      *    IS THE GRAND TOTAL, 2 TO 10 THE NINE OPERATORS, 11 TO 30
      *    THE USERS AND 31 TO 40 THE CURRENCIES, IN THE ORDER THEY
      *    WERE FIRST SEEN.
      *-----------------------------------------------------------------
       01  WRK-KEY-TABLE.
           05  WRK-KEY-ENTRY       OCCURS 40 TIMES.
               10  WRK-KEY-CODE        PIC X(08).
               10  WRK-KEY-MONTH       OCCURS 24 TIMES.
                   15  WRK-KEY-COUNT       PIC 9(07).
                   15  WRK-KEY-TOTAL       PIC S9(12)V9(06).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    RUN BY THE SAME OPERATORS AS THE OTHER MONTH-END REPORTS,
      *    SO AUTHORITY 2 IS ENOUGH.  THE RANGE MUST BE TWO VALID
      *    PERIODS IN ORDER, NO MORE THAN TWELVE MONTHS APART.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "2" TO WRK-USR-MIN-AUTH.
           MOVE "CALCTRND" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               DISPLAY "PERIODO INICIAL (AAAAMM): "
               ACCEPT WRK-FROM-PERIOD
               DISPLAY "PERIODO FINAL (AAAAMM): "
               ACCEPT WRK-TO-PERIOD
               DISPLAY "LIMITE DE VARIACAO EM % (0 = 20): "
               ACCEPT WRK-THRESHOLD
               IF WRK-THRESHOLD EQUAL TO ZERO
                   MOVE 20 TO WRK-THRESHOLD
               END-IF
               PERFORM 0110-CHECK-RANGE
               IF WRK-PRD-USED EQUAL TO ZERO
                   DISPLAY "FAIXA DE PERIODOS INVALIDA - NADA FOI "
                           "LISTADO."
               ELSE
                   PERFORM 0120-BUILD-PERIODS
                   PERFORM 0130-LOCATE-ARCHIVES
                   PERFORM 0140-OPEN-FILES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    EACH PERIOD IS TURNED INTO A MONTH COUNT (YEAR TIMES TWELVE
      *    PLUS THE MONTH LESS ONE); THE TABLE BASE IS TWELVE MONTHS
      *    BEFORE THE START.  A BAD RANGE LEAVES THE TABLE EMPTY.
      *-----------------------------------------------------------------
       0110-CHECK-RANGE                SECTION.
           MOVE ZERO TO WRK-PRD-USED.
           MOVE WRK-TO-PERIOD TO WRK-CALC-PERIOD.
           IF WRK-CALC-YEAR NOT LESS THAN 1900
            AND WRK-CALC-MONTH GREATER THAN ZERO
            AND WRK-CALC-MONTH NOT GREATER THAN 12
               COMPUTE WRK-CALC-ORD = WRK-CALC-YEAR * 12
                                    + WRK-CALC-MONTH - 1
               MOVE WRK-FROM-PERIOD TO WRK-CALC-PERIOD
               IF WRK-CALC-YEAR NOT LESS THAN 1900
                AND WRK-CALC-MONTH GREATER THAN ZERO
                AND WRK-CALC-MONTH NOT GREATER THAN 12
                AND WRK-FROM-PERIOD NOT GREATER THAN WRK-TO-PERIOD
                   COMPUTE WRK-BASE-ORD = WRK-CALC-YEAR * 12
                                        + WRK-CALC-MONTH - 13
                   COMPUTE WRK-CALC-IDX = WRK-CALC-ORD
                                        - WRK-BASE-ORD + 1
                   IF WRK-CALC-IDX NOT GREATER THAN 24
                       MOVE WRK-CALC-IDX TO WRK-PRD-USED
                   END-IF
               END-IF
           END-IF.

       0120-BUILD-PERIODS              SECTION.
           PERFORM 0121-BUILD-PERIOD VARYING WRK-PRD-IDX
               FROM 1 BY 1 UNTIL WRK-PRD-IDX > WRK-PRD-USED.
           PERFORM 0122-CLEAR-KEY VARYING WRK-KEY-IDX
               FROM 1 BY 1 UNTIL WRK-KEY-IDX > 40.
           MOVE "TOTAL" TO WRK-KEY-CODE(1).
           PERFORM 0124-NAME-OPERATOR VARYING WRK-OP-IDX
               FROM 1 BY 1 UNTIL WRK-OP-IDX > 9.

       0121-BUILD-PERIOD               SECTION.
           COMPUTE WRK-CALC-ORD = WRK-BASE-ORD + WRK-PRD-IDX - 1.
           DIVIDE WRK-CALC-ORD BY 12 GIVING WRK-CALC-YEAR
               REMAINDER WRK-CALC-REM.
           COMPUTE WRK-CALC-MONTH = WRK-CALC-REM + 1.
           MOVE WRK-CALC-PERIOD TO WRK-PRD-PERIOD(WRK-PRD-IDX).
           MOVE "L"  TO WRK-PRD-SOURCE(WRK-PRD-IDX).
           MOVE ZERO TO WRK-PRD-READ(WRK-PRD-IDX).
           MOVE ZERO TO WRK-PRD-ADJ-COUNT(WRK-PRD-IDX).
           MOVE ZERO TO WRK-PRD-ADJ-TOTAL(WRK-PRD-IDX).

       0122-CLEAR-KEY                  SECTION.
           MOVE SPACES TO WRK-KEY-CODE(WRK-KEY-IDX).
           PERFORM 0123-CLEAR-KEY-MONTH VARYING WRK-PRD-IDX
               FROM 1 BY 1 UNTIL WRK-PRD-IDX > 24.

       0123-CLEAR-KEY-MONTH            SECTION.
           MOVE ZERO TO WRK-KEY-COUNT(WRK-KEY-IDX, WRK-PRD-IDX).
           MOVE ZERO TO WRK-KEY-TOTAL(WRK-KEY-IDX, WRK-PRD-IDX).

       0124-NAME-OPERATOR              SECTION.
           COMPUTE WRK-KEY-IDX = WRK-OP-IDX + 1.
           MOVE WRK-OP-CODE(WRK-OP-IDX) TO WRK-KEY-CODE(WRK-KEY-IDX).

      *-----------------------------------------------------------------
      *    EVERY MONTH ARCHCTL LISTS IS READ FROM ITS OWN GENERATION;
      *    ANY MONTH LEFT OVER IS STILL IN AUDITLOG.  A GENERATION
      *    AFTER THE RANGE IS KEPT FOR ITS ADJUSTMENTS.  NO ARCHCTL
      *    JUST MEANS NOTHING HAS BEEN ARCHIVED YET.
      *-----------------------------------------------------------------
       0130-LOCATE-ARCHIVES            SECTION.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS-OK
               PERFORM 0131-READ-CONTROL
               PERFORM 0132-CHECK-CONTROL UNTIL WRK-END-OF-CONTROL
               CLOSE CONTROL-FILE
           END-IF.

       0131-READ-CONTROL               SECTION.
           READ CONTROL-FILE
               AT END MOVE "Y" TO WRK-CTL-EOF-SW
           END-READ.

       0132-CHECK-CONTROL              SECTION.
           MOVE CTL-PERIOD TO WRK-CALC-PERIOD.
           PERFORM 0500-PERIOD-INDEX.
           IF WRK-CALC-IDX GREATER THAN ZERO
               MOVE "A" TO WRK-PRD-SOURCE(WRK-CALC-IDX)
           END-IF.
           IF CTL-PERIOD GREATER THAN WRK-TO-PERIOD
               PERFORM 0133-KEEP-LATE
           END-IF.
           PERFORM 0131-READ-CONTROL.

       0133-KEEP-LATE                  SECTION.
           IF WRK-LATE-USED LESS THAN 60
               ADD 1 TO WRK-LATE-USED
               MOVE CTL-PERIOD TO WRK-LATE-PERIOD(WRK-LATE-USED)
               MOVE "A" TO WRK-LATE-SOURCE(WRK-LATE-USED)
           ELSE
               DISPLAY "AVISO: MAIS DE 60 GERACOES APOS A FAIXA - "
                       "AUDARC" CTL-PERIOD " NAO SERA LIDA."
           END-IF.

       0140-OPEN-FILES                 SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WRK-REPORT-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCTRDR!"
           ELSE
               MOVE "Y" TO WRK-READY-SW
           END-IF.

      *-----------------------------------------------------------------
      *    ALL THE MONTHS ARE READ FIRST, SO THE HEADING CAN SAY WHERE
      *    EACH ONE CAME FROM, THEN ONE BLOCK OF THE REPORT PER
      *    TOTAL, OPERATOR, USER AND CURRENCY.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-GENERATION VARYING WRK-READ-IDX
               FROM 1 BY 1 UNTIL WRK-READ-IDX > WRK-PRD-USED.
           PERFORM 0220-READ-LIVE.
           PERFORM 0225-READ-LATE-GENERATION VARYING WRK-LATE-IDX
               FROM 1 BY 1 UNTIL WRK-LATE-IDX > WRK-LATE-USED.
           PERFORM 0400-WRITE-HEADER.
           MOVE "TOTAL GERAL" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE 1 TO WRK-KEY-IDX.
           PERFORM 0410-PRINT-KEY.
           MOVE "POR OPERADOR" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0410-PRINT-KEY VARYING WRK-KEY-IDX
               FROM 2 BY 1 UNTIL WRK-KEY-IDX > 10.
           MOVE "POR USUARIO" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0410-PRINT-KEY VARYING WRK-KEY-IDX
               FROM 11 BY 1 UNTIL WRK-KEY-IDX > WRK-USR-USED + 10.
           MOVE "POR MOEDA" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0410-PRINT-KEY VARYING WRK-KEY-IDX
               FROM 31 BY 1 UNTIL WRK-KEY-IDX > WRK-CCY-USED + 30.
           PERFORM 0450-PRINT-ADJUSTMENTS.

      *-----------------------------------------------------------------
      *    A GENERATION ARCHCTL LISTS BUT THAT WILL NOT OPEN IS CALLED
      *    OUT AND ITS MONTH LEFT EMPTY - IT IS NOT IN AUDITLOG ANY
      *    MORE EITHER.  ONLY ITS OWN MONTH IS TAKEN FROM IT.
      *-----------------------------------------------------------------
       0210-READ-GENERATION            SECTION.
           IF WRK-PRD-ARCHIVED(WRK-READ-IDX)
               MOVE "G" TO WRK-PASS-SW
               MOVE SPACES TO WRK-AUDIT-NAME
               STRING "AUDARC" WRK-PRD-PERIOD(WRK-READ-IDX)
                      DELIMITED BY SIZE INTO WRK-AUDIT-NAME
               OPEN INPUT AUDIT-FILE
               IF WRK-AUDIT-STATUS-OK
                   MOVE "N" TO WRK-EOF-SW
                   PERFORM 0230-READ-AUDIT
                   PERFORM 0240-SELECT-ENTRY UNTIL WRK-END-OF-AUDIT
                   CLOSE AUDIT-FILE
               ELSE
                   DISPLAY "AVISO: GERACAO " WRK-AUDIT-NAME
                           " NAO ENCONTRADA - STATUS "
                           WRK-AUDIT-STATUS
                   MOVE "X" TO WRK-PRD-SOURCE(WRK-READ-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    ONE PASS OVER AUDITLOG FOR EVERY MONTH NOT YET ARCHIVED,
      *    MADE EVEN WHEN THE WHOLE RANGE IS ARCHIVED - ADJUSTMENTS
      *    TO IT MAY HAVE BEEN POSTED SINCE.
      *-----------------------------------------------------------------
       0220-READ-LIVE                  SECTION.
           MOVE "L" TO WRK-PASS-SW.
           MOVE ZERO TO WRK-READ-IDX.
           MOVE "AUDITLOG" TO WRK-AUDIT-NAME.
           OPEN INPUT AUDIT-FILE.
           IF WRK-AUDIT-STATUS-OK
               MOVE "N" TO WRK-EOF-SW
               PERFORM 0230-READ-AUDIT
               PERFORM 0240-SELECT-ENTRY UNTIL WRK-END-OF-AUDIT
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "AVISO: ARQUIVO AUDITLOG NAO ENCONTRADO - "
                       "STATUS " WRK-AUDIT-STATUS
               PERFORM 0221-MARK-LIVE-MISSING VARYING WRK-PRD-IDX
                   FROM 1 BY 1 UNTIL WRK-PRD-IDX > WRK-PRD-USED
           END-IF.

       0221-MARK-LIVE-MISSING          SECTION.
           IF WRK-PRD-LIVE(WRK-PRD-IDX)
               MOVE "X" TO WRK-PRD-SOURCE(WRK-PRD-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *    A GENERATION AFTER THE RANGE GIVES ONLY THE ADJUSTMENTS
      *    POSTED IN ITS OWN MONTH.
      *-----------------------------------------------------------------
       0225-READ-LATE-GENERATION       SECTION.
           MOVE "T" TO WRK-PASS-SW.
           MOVE ZERO TO WRK-READ-IDX.
           MOVE SPACES TO WRK-AUDIT-NAME.
           STRING "AUDARC" WRK-LATE-PERIOD(WRK-LATE-IDX)
                  DELIMITED BY SIZE INTO WRK-AUDIT-NAME.
           OPEN INPUT AUDIT-FILE.
           IF WRK-AUDIT-STATUS-OK
               MOVE "N" TO WRK-EOF-SW
               PERFORM 0230-READ-AUDIT
               PERFORM 0240-SELECT-ENTRY UNTIL WRK-END-OF-AUDIT
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "AVISO: GERACAO " WRK-AUDIT-NAME
                       " NAO ENCONTRADA - STATUS " WRK-AUDIT-STATUS
               MOVE "X" TO WRK-LATE-SOURCE(WRK-LATE-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE FILE - THE SAME
      *    GUARD CALCRECON USES.
      *-----------------------------------------------------------------
       0230-READ-AUDIT                 SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-AUDIT AND NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO ARQUIVO " WRK-AUDIT-NAME
                       " - STATUS " WRK-AUDIT-STATUS
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

      *-----------------------------------------------------------------
      *    EACH ENTRY IS TAKEN FROM ONE SOURCE ONLY, BY THE MONTH IT
      *    WAS POSTED IN: A GENERATION GIVES ITS OWN MONTH, AUDITLOG
      *    ANY MONTH OF THE TABLE STILL MARKED LIVE.  AFTER THE RANGE
      *    ONLY ADJUSTMENTS MATTER - AUDITLOG GIVES THOSE OF A MONTH
      *    NOT ARCHIVED, A LATE GENERATION THOSE OF ITS OWN MONTH.  AN
      *    ADJUSTMENT TAKEN IS THEN SLOTTED BY THE MONTH IT ADJUSTS.
      *    THE NETTING IS CALCRPT'S.
      *-----------------------------------------------------------------
       0240-SELECT-ENTRY               SECTION.
           MOVE "N" TO WRK-TAKE-SW.
           MOVE AUD-DATE-NUM(1:6) TO WRK-CALC-PERIOD.
           PERFORM 0500-PERIOD-INDEX.
           MOVE WRK-CALC-IDX TO WRK-REC-IDX.
           EVALUATE TRUE
             WHEN WRK-MONTH-PASS
               IF WRK-REC-IDX EQUAL TO WRK-READ-IDX
                   MOVE "Y" TO WRK-TAKE-SW
               END-IF
             WHEN WRK-LIVE-PASS AND WRK-REC-IDX GREATER THAN ZERO
               IF WRK-PRD-LIVE(WRK-REC-IDX)
                   MOVE "Y" TO WRK-TAKE-SW
               END-IF
             WHEN WRK-LIVE-PASS
               IF WRK-CALC-PERIOD GREATER THAN WRK-TO-PERIOD
                   PERFORM 0245-FIND-LATE
                   IF NOT WRK-LATE-ARCHIVED
                       MOVE "J" TO WRK-TAKE-SW
                   END-IF
               END-IF
             WHEN OTHER
               IF WRK-CALC-PERIOD EQUAL TO
                  WRK-LATE-PERIOD(WRK-LATE-IDX)
                   MOVE "J" TO WRK-TAKE-SW
               END-IF
           END-EVALUATE.
           IF WRK-TAKE-ALL
               ADD 1 TO WRK-PRD-READ(WRK-REC-IDX)
           END-IF.
           EVALUATE TRUE
             WHEN WRK-TAKE-NONE
               CONTINUE
             WHEN AUD-CORRECTED
               IF WRK-TAKE-ALL
                   ADD 1 TO WRK-NETTED-COUNT
               END-IF
             WHEN AUD-ADJ-PERIOD IS NUMERIC
              AND AUD-ADJ-PERIOD GREATER THAN ZERO
               PERFORM 0260-ACCUMULATE-ADJUSTMENT
             WHEN WRK-TAKE-ALL
               PERFORM 0250-ACCUMULATE
           END-EVALUATE.
           PERFORM 0230-READ-AUDIT.

      *-----------------------------------------------------------------
      *    WHETHER THE POSTING MONTH IN WRK-CALC-PERIOD IS ONE OF THE
      *    GENERATIONS AFTER THE RANGE - ITS ENTRIES ARE NOT IN
      *    AUDITLOG ANY MORE AND ARE TAKEN FROM THE GENERATION.
      *-----------------------------------------------------------------
       0245-FIND-LATE                  SECTION.
           MOVE "N" TO WRK-LATE-SW.
           PERFORM 0246-MATCH-LATE VARYING WRK-LATE-IDX
               FROM 1 BY 1 UNTIL WRK-LATE-IDX > WRK-LATE-USED
                               OR WRK-LATE-ARCHIVED.

       0246-MATCH-LATE                 SECTION.
           IF WRK-LATE-PERIOD(WRK-LATE-IDX) EQUAL TO WRK-CALC-PERIOD
               MOVE "Y" TO WRK-LATE-SW
           END-IF.

       0250-ACCUMULATE                 SECTION.
           MOVE 1 TO WRK-KEY-IDX.
           PERFORM 0255-ADD-TO-KEY.
           EVALUATE AUD-OPERATOR
             WHEN "+" MOVE 1 TO WRK-OP-IDX
             WHEN "-" MOVE 2 TO WRK-OP-IDX
             WHEN "/" MOVE 3 TO WRK-OP-IDX
             WHEN "*" MOVE 4 TO WRK-OP-IDX
             WHEN "%" MOVE 5 TO WRK-OP-IDX
             WHEN "^" MOVE 6 TO WRK-OP-IDX
             WHEN "R" MOVE 7 TO WRK-OP-IDX
             WHEN "E" MOVE 8 TO WRK-OP-IDX
             WHEN "F" MOVE 9 TO WRK-OP-IDX
             WHEN OTHER MOVE 0 TO WRK-OP-IDX
           END-EVALUATE.
           IF WRK-OP-IDX NOT EQUAL TO ZERO
               COMPUTE WRK-KEY-IDX = WRK-OP-IDX + 1
               PERFORM 0255-ADD-TO-KEY
           END-IF.
           PERFORM 0251-ACCUMULATE-USER.
           PERFORM 0253-ACCUMULATE-CURRENCY.

      *-----------------------------------------------------------------
      *    THE ENTRY GOES UNDER THE SLOT ALREADY HOLDING ITS USER, OR
      *    THE NEXT FREE ONE.  A TWENTY-FIRST DISTINCT USER WOULD BE
      *    LEFT OUT OF THE BREAKDOWN, SO IT IS CALLED OUT AND COUNTED
      *    RATHER THAN LOST QUIETLY - THE TOTALS STILL HAVE IT.
      *-----------------------------------------------------------------
       0251-ACCUMULATE-USER            SECTION.
           MOVE "N" TO WRK-FOUND-SW.
           PERFORM 0252-SLOT-USER VARYING WRK-SLOT-IDX
               FROM 11 BY 1 UNTIL WRK-SLOT-IDX > WRK-USR-USED + 10
                               OR WRK-KEY-SLOTTED.
           IF NOT WRK-KEY-SLOTTED
               IF WRK-USR-USED LESS THAN 20
                   ADD 1 TO WRK-USR-USED
                   COMPUTE WRK-KEY-IDX = WRK-USR-USED + 10
                   MOVE AUD-USER-ID TO WRK-KEY-CODE(WRK-KEY-IDX)
                   PERFORM 0255-ADD-TO-KEY
               ELSE
                   DISPLAY "AVISO: MAIS DE 20 USUARIOS - "
                           AUD-USER-ID " FORA DO RESUMO."
                   ADD 1 TO WRK-USR-DROPPED
               END-IF
           END-IF.

       0252-SLOT-USER                  SECTION.
           IF WRK-KEY-CODE(WRK-SLOT-IDX) EQUAL TO AUD-USER-ID
               MOVE WRK-SLOT-IDX TO WRK-KEY-IDX
               PERFORM 0255-ADD-TO-KEY
               MOVE "Y" TO WRK-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
      *    THE SAME FOR THE CURRENCY, TEN AT MOST.  A BLANK CODE IS AN
      *    ENTRY FROM BEFORE THE CURRENCY STAMP AND KEEPS ITS OWN SLOT.
      *-----------------------------------------------------------------
       0253-ACCUMULATE-CURRENCY        SECTION.
           MOVE "N" TO WRK-FOUND-SW.
           PERFORM 0254-SLOT-CURRENCY VARYING WRK-SLOT-IDX
               FROM 31 BY 1 UNTIL WRK-SLOT-IDX > WRK-CCY-USED + 30
                               OR WRK-KEY-SLOTTED.
           IF NOT WRK-KEY-SLOTTED
               IF WRK-CCY-USED LESS THAN 10
                   ADD 1 TO WRK-CCY-USED
                   COMPUTE WRK-KEY-IDX = WRK-CCY-USED + 30
                   MOVE AUD-CCY-CODE TO WRK-KEY-CODE(WRK-KEY-IDX)
                   PERFORM 0255-ADD-TO-KEY
               ELSE
                   DISPLAY "AVISO: MAIS DE 10 MOEDAS - "
                           AUD-CCY-CODE " FORA DO RESUMO."
                   ADD 1 TO WRK-CCY-DROPPED
               END-IF
           END-IF.

       0254-SLOT-CURRENCY              SECTION.
           IF WRK-KEY-CODE(WRK-SLOT-IDX) EQUAL TO AUD-CCY-CODE
               MOVE WRK-SLOT-IDX TO WRK-KEY-IDX
               PERFORM 0255-ADD-TO-KEY
               MOVE "Y" TO WRK-FOUND-SW
           END-IF.

       0255-ADD-TO-KEY                 SECTION.
           ADD 1 TO WRK-KEY-COUNT(WRK-KEY-IDX, WRK-REC-IDX).
           ADD AUD-RESULT TO WRK-KEY-TOTAL(WRK-KEY-IDX, WRK-REC-IDX).

      *-----------------------------------------------------------------
      *    AN ADJUSTMENT COUNTS UNDER THE MONTH IT ADJUSTS, FOR ITS NET
      *    CHANGE TO THAT MONTH.  ONE AGAINST A MONTH OUTSIDE THE
      *    TABLE IS ONLY COUNTED.
      *-----------------------------------------------------------------
       0260-ACCUMULATE-ADJUSTMENT      SECTION.
           ADD 1 TO WRK-ADJ-COUNT-ALL.
           MOVE AUD-ADJ-PERIOD TO WRK-CALC-PERIOD.
           PERFORM 0500-PERIOD-INDEX.
           IF WRK-CALC-IDX GREATER THAN ZERO
               ADD 1 TO WRK-PRD-ADJ-COUNT(WRK-CALC-IDX)
               ADD AUD-ADJ-AMOUNT TO WRK-PRD-ADJ-TOTAL(WRK-CALC-IDX)
           ELSE
               ADD 1 TO WRK-ADJ-OUTSIDE
           END-IF.

      *-----------------------------------------------------------------
      *    THE HEADING, THEN WHERE EACH MONTH WAS READ FROM AND HOW
      *    MANY ENTRIES IT GAVE.
      *-----------------------------------------------------------------
       0400-WRITE-HEADER               SECTION.
           CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                  WRK-EXT-DATE.
           MOVE "TENDENCIA E VARIACAO DO SERVICO DE CALCULO"
             TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DATA: " WRK-EXT-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PERIODOS: " WRK-FROM-PERIOD " A " WRK-TO-PERIOD
                  "   LIMITE DE VARIACAO: " WRK-THRESHOLD "%"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE "ORIGEM DOS DADOS:" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0401-PRINT-SOURCE VARYING WRK-PRD-IDX
               FROM 1 BY 1 UNTIL WRK-PRD-IDX > WRK-PRD-USED.
           PERFORM 0402-PRINT-LATE-SOURCE VARYING WRK-LATE-IDX
               FROM 1 BY 1 UNTIL WRK-LATE-IDX > WRK-LATE-USED.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0401-PRINT-SOURCE               SECTION.
           EVALUATE TRUE
             WHEN WRK-PRD-ARCHIVED(WRK-PRD-IDX)
               MOVE SPACES TO WRK-SOURCE-LABEL
               STRING "AUDARC" WRK-PRD-PERIOD(WRK-PRD-IDX)
                      DELIMITED BY SIZE INTO WRK-SOURCE-LABEL
             WHEN WRK-PRD-LIVE(WRK-PRD-IDX)
               MOVE "AUDITLOG" TO WRK-SOURCE-LABEL
             WHEN OTHER
               MOVE "NAO DISPONIVEL" TO WRK-SOURCE-LABEL
           END-EVALUATE.
           MOVE WRK-PRD-READ(WRK-PRD-IDX) TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " WRK-PRD-PERIOD(WRK-PRD-IDX) "  "
                  WRK-SOURCE-LABEL " REGISTROS: " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0402-PRINT-LATE-SOURCE          SECTION.
           IF WRK-LATE-MISSING(WRK-LATE-IDX)
               MOVE "NAO DISPONIVEL" TO WRK-SOURCE-LABEL
           ELSE
               MOVE SPACES TO WRK-SOURCE-LABEL
               STRING "AUDARC" WRK-LATE-PERIOD(WRK-LATE-IDX)
                      DELIMITED BY SIZE INTO WRK-SOURCE-LABEL
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " WRK-LATE-PERIOD(WRK-LATE-IDX) "  "
                  WRK-SOURCE-LABEL " SO AJUSTES"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    A LINE THAT HAD NO ACTIVITY IN ANY MONTH READ IS LEFT OUT.
      *    OTHERWISE EACH MONTH OF THE RANGE GETS ITS FIGURES, THEN
      *    ITS CHANGE AGAINST THE MONTH BEFORE AND AGAINST THE SAME
      *    MONTH A YEAR EARLIER.
      *-----------------------------------------------------------------
       0410-PRINT-KEY                  SECTION.
           MOVE ZERO TO WRK-KEY-ACTIVITY.
           PERFORM 0411-SUM-ACTIVITY VARYING WRK-PRD-IDX
               FROM 1 BY 1 UNTIL WRK-PRD-IDX > WRK-PRD-USED.
           IF WRK-KEY-ACTIVITY GREATER THAN ZERO
               PERFORM 0412-KEY-LABEL
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WRK-KEY-LABEL
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               PERFORM 0420-PRINT-MONTH VARYING WRK-PRD-IDX
                   FROM 13 BY 1 UNTIL WRK-PRD-IDX > WRK-PRD-USED
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.

       0411-SUM-ACTIVITY               SECTION.
           ADD WRK-KEY-COUNT(WRK-KEY-IDX, WRK-PRD-IDX)
             TO WRK-KEY-ACTIVITY.

       0412-KEY-LABEL                  SECTION.
           MOVE SPACES TO WRK-KEY-LABEL.
           EVALUATE TRUE
             WHEN WRK-KEY-IDX EQUAL TO 1
               MOVE "TODOS OS CALCULOS" TO WRK-KEY-LABEL
             WHEN WRK-KEY-IDX NOT GREATER THAN 10
               COMPUTE WRK-OP-IDX = WRK-KEY-IDX - 1
               STRING "OPERADOR " WRK-OP-CODE(WRK-OP-IDX) " "
                      WRK-OP-NAME(WRK-OP-IDX)
                      DELIMITED BY SIZE INTO WRK-KEY-LABEL
             WHEN WRK-KEY-IDX NOT GREATER THAN 30
               IF WRK-KEY-CODE(WRK-KEY-IDX) EQUAL TO SPACES
                   MOVE "USUARIO (SEM USUARIO)" TO WRK-KEY-LABEL
               ELSE
                   STRING "USUARIO " WRK-KEY-CODE(WRK-KEY-IDX)
                          DELIMITED BY SIZE INTO WRK-KEY-LABEL
               END-IF
             WHEN OTHER
               IF WRK-KEY-CODE(WRK-KEY-IDX) EQUAL TO SPACES
                   MOVE "MOEDA (SEM MOEDA)" TO WRK-KEY-LABEL
               ELSE
                   STRING "MOEDA " WRK-KEY-CODE(WRK-KEY-IDX)(1:3)
                          DELIMITED BY SIZE INTO WRK-KEY-LABEL
               END-IF
           END-EVALUATE.

       0420-PRINT-MONTH                SECTION.
           MOVE WRK-KEY-COUNT(WRK-KEY-IDX, WRK-PRD-IDX)
             TO WRK-COUNT-ED.
           MOVE WRK-KEY-TOTAL(WRK-KEY-IDX, WRK-PRD-IDX)
             TO WRK-VALUE-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    " WRK-PRD-PERIOD(WRK-PRD-IDX)
                  " QTD: " WRK-COUNT-ED
                  "  VALOR: " WRK-VALUE-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           IF WRK-PRD-MISSING(WRK-PRD-IDX)
               MOVE "(SEM DADOS)" TO REPORT-RECORD(66:11)
           END-IF.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE "MES" TO WRK-CMP-LABEL.
           COMPUTE WRK-CMP-IDX = WRK-PRD-IDX - 1.
           PERFORM 0430-PRINT-COMPARISON.
           MOVE "ANO" TO WRK-CMP-LABEL.
           COMPUTE WRK-CMP-IDX = WRK-PRD-IDX - 12.
           PERFORM 0430-PRINT-COMPARISON.

      *-----------------------------------------------------------------
      *    ONE LINE OF CHANGE - COUNT, THEN VALUE - AGAINST THE MONTH
      *    IN WRK-CMP-IDX.
      *-----------------------------------------------------------------
       0430-PRINT-COMPARISON           SECTION.
           MOVE WRK-KEY-COUNT(WRK-KEY-IDX, WRK-PRD-IDX) TO WRK-VAR-CUR.
           MOVE WRK-KEY-COUNT(WRK-KEY-IDX, WRK-CMP-IDX)
             TO WRK-VAR-BASE.
           PERFORM 0440-COMPUTE-VARIANCE.
           MOVE WRK-VAR-DIFF     TO WRK-COUNT-DIFF-ED.
           MOVE WRK-VAR-PCT-TEXT TO WRK-CNT-PCT-TEXT.
           MOVE WRK-VAR-FLAG     TO WRK-CNT-FLAG.
           MOVE WRK-KEY-TOTAL(WRK-KEY-IDX, WRK-PRD-IDX) TO WRK-VAR-CUR.
           MOVE WRK-KEY-TOTAL(WRK-KEY-IDX, WRK-CMP-IDX)
             TO WRK-VAR-BASE.
           PERFORM 0440-COMPUTE-VARIANCE.
           MOVE WRK-VAR-DIFF     TO WRK-VAL-DIFF-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "           " WRK-CMP-LABEL
                  " " WRK-COUNT-DIFF-ED " " WRK-CNT-PCT-TEXT
                  WRK-CNT-FLAG
                  "  " WRK-VAL-DIFF-ED " " WRK-VAR-PCT-TEXT
                  WRK-VAR-FLAG
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    THE PERCENTAGE IS TAKEN OVER THE SIZE OF THE BASE, SO A
      *    NEGATIVE TOTAL GROWING MORE NEGATIVE READS AS A FALL.  A
      *    ZERO BASE HAS NO PERCENTAGE; ONE TOO LARGE TO PRINT IS
      *    HELD AT THE LIMIT OF THE FIELD, AND FLAGGED.
      *-----------------------------------------------------------------
       0440-COMPUTE-VARIANCE           SECTION.
           COMPUTE WRK-VAR-DIFF = WRK-VAR-CUR - WRK-VAR-BASE.
           MOVE SPACE TO WRK-VAR-FLAG.
           IF WRK-VAR-BASE EQUAL TO ZERO
               MOVE "      N/D" TO WRK-VAR-PCT-TEXT
           ELSE
               MOVE WRK-VAR-BASE TO WRK-VAR-ABS-BASE
               IF WRK-VAR-ABS-BASE LESS THAN ZERO
                   MULTIPLY -1 BY WRK-VAR-ABS-BASE
               END-IF
               COMPUTE WRK-VAR-PCT ROUNDED =
                       WRK-VAR-DIFF * 100 / WRK-VAR-ABS-BASE
                   ON SIZE ERROR
                       MOVE 99999,9 TO WRK-VAR-PCT
                       IF WRK-VAR-DIFF LESS THAN ZERO
                           MULTIPLY -1 BY WRK-VAR-PCT
                       END-IF
               END-COMPUTE
               MOVE WRK-VAR-PCT TO WRK-VAR-PCT-ED
               MOVE SPACES TO WRK-VAR-PCT-TEXT
               STRING WRK-VAR-PCT-ED "%"
                      DELIMITED BY SIZE INTO WRK-VAR-PCT-TEXT
               IF WRK-VAR-PCT GREATER THAN WRK-THRESHOLD
                OR WRK-VAR-PCT LESS THAN (0 - WRK-THRESHOLD)
                   MOVE "*" TO WRK-VAR-FLAG
                   ADD 1 TO WRK-FLAGGED-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE ADJUSTMENTS ARE NOT IN ANY FIGURE ABOVE - THEY ARE
      *    LISTED HERE UNDER THE MONTH THEY ADJUST.
      *-----------------------------------------------------------------
       0450-PRINT-ADJUSTMENTS          SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AJUSTES DE PERIODOS ANTERIORES (FORA DOS TOTAIS "
                  "ACIMA)" DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0451-PRINT-ADJUSTMENT-LINE VARYING WRK-PRD-IDX
               FROM 1 BY 1 UNTIL WRK-PRD-IDX > WRK-PRD-USED.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0451-PRINT-ADJUSTMENT-LINE      SECTION.
           IF WRK-PRD-ADJ-COUNT(WRK-PRD-IDX) GREATER THAN ZERO
               MOVE WRK-PRD-ADJ-COUNT(WRK-PRD-IDX) TO WRK-COUNT-ED
               MOVE WRK-PRD-ADJ-TOTAL(WRK-PRD-IDX) TO WRK-VALUE-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "  PERIODO " WRK-PRD-PERIOD(WRK-PRD-IDX)
                      " QTD: " WRK-COUNT-ED
                      " AJUSTE: " WRK-VALUE-ED
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.

       0490-WRITE-REPORT-LINE          SECTION.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      *-----------------------------------------------------------------
      *    POSITION OF THE PERIOD IN WRK-CALC-PERIOD IN THE PERIOD
      *    TABLE, OR ZERO WHEN IT IS NOT A VALID PERIOD OR FALLS
      *    OUTSIDE THE TABLE.
      *-----------------------------------------------------------------
       0500-PERIOD-INDEX               SECTION.
           MOVE ZERO TO WRK-CALC-IDX.
           IF WRK-CALC-PERIOD IS NUMERIC
            AND WRK-CALC-MONTH GREATER THAN ZERO
            AND WRK-CALC-MONTH NOT GREATER THAN 12
               COMPUTE WRK-CALC-IDX = WRK-CALC-YEAR * 12
                                    + WRK-CALC-MONTH - 1
                                    - WRK-BASE-ORD + 1
               IF WRK-CALC-IDX LESS THAN 1
                OR WRK-CALC-IDX GREATER THAN WRK-PRD-USED
                   MOVE ZERO TO WRK-CALC-IDX
               END-IF
           END-IF.

       0300-END                        SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CALCULOS CORRIGIDOS FORA DOS TOTAIS: "
                  WRK-NETTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AJUSTES DE PERIODOS ANTERIORES: " WRK-ADJ-COUNT-ALL
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           IF WRK-ADJ-OUTSIDE GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "  DOS QUAIS CONTRA MESES FORA DA FAIXA: "
                      WRK-ADJ-OUTSIDE
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VARIACOES ACIMA DO LIMITE (*): " WRK-FLAGGED-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           IF WRK-USR-DROPPED GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "CALCULOS FORA DO RESUMO POR USUARIO: "
                      WRK-USR-DROPPED
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           IF WRK-CCY-DROPPED GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "CALCULOS FORA DO RESUMO POR MOEDA: "
                      WRK-CCY-DROPPED
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "======== FIM DA TENDENCIA ========".
