       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.RUNWIN.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: BATCH-WINDOW REPORT OVER THE RUNCTL RUN-CONTROL
      *             MASTER.  RUNINQ LISTS THE RUNS; THIS WORKS OUT
      *             WHAT THEY COST:
      *               - EVERY RUN'S ELAPSED TIME AND RECORDS PER
      *                 MINUTE, AGAINST THE AVERAGE OF THAT PROGRAM'S
      *                 LAST COMPLETED RUNS (HOW MANY IS KEYED).  A
      *                 RUN SLOWER THAN THE AVERAGE BY MORE THAN THE
      *                 KEYED TOLERANCE IS FLAGGED, AND SO IS A RUN
      *                 STILL AT "A" THAT NEVER CLOSED OUT;
      *               - THE CALCNITE CHAIN OF EACH MOVEMENT DATE, FROM
      *                 THE START OF CALCTGEN TO THE END OF THE LAST
      *                 STEP, AGAINST THE KEYED WINDOW DEADLINE AND THE
      *                 SAME TRAILING AVERAGE, WITH THE MINUTES TO
      *                 SPARE - A SHRINKING MARGIN SHOWS UP WELL
      *                 BEFORE THE CHAIN RUNS INTO THE MORNING SHIFT.
      *             RUNCTL CARRIES CLOCK TIMES ONLY, SO A RUN OR A
      *             CHAIN WHOSE END IS EARLIER THAN ITS START CROSSED
      *             MIDNIGHT.  RUNCTL KEEPS THE RUNS IN THE ORDER
      *             THEY STARTED, SO A CHAIN IS A CALCTGEN RUN AND THE
      *             CALCEDIT, CALC, CALCRECON AND CALCERR RUNS AFTER
      *             IT, UP TO CALCERR OR THE NEXT CALCTGEN.  A CALCEDIT
      *             RUN WITH NO CALCTGEN AHEAD OF IT (THE CHAINS FROM
      *             BEFORE THE GENERATOR, OR ONE RUN BY HAND) OPENS
      *             ITS OWN CHAIN.  THE LISTING GOES TO THE RUNWRPT
      *             FILE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   CALCTGEN IS NOW THE FIRST STEP OF CALCNITE,
      *                     SO IT OPENS THE CHAIN AND THE CALCEDIT
      *                     AFTER IT JOINS THAT CHAIN - THE CHAIN TIME
      *                     AND THE DEADLINE MARGIN NOW INCLUDE THE
      *                     GENERATOR AND THE MOVEMENT DATE KEYED AT
      *                     IT.  CALCEDIT STILL OPENS A CHAIN WHEN NO
      *                     CALCTGEN RAN AHEAD OF IT.
      *    15-10-2026  NB   RUNCTL IS HELD AS A ROLLING WINDOW OF ITS
      *                     300 NEWEST RUNS INSTEAD OF ITS 300 OLDEST,
      *                     SO A LONG RUNCTL NO LONGER LEAVES THE
      *                     RECENT NIGHTS OUT OF THE REPORT; RUNS FROM
      *                     THE KEYED DATE ON THAT FALL OUT OF THE
      *                     WINDOW ARE COUNTED ON THE REPORT.  THE
      *                     CHAIN TABLE IS SIZED TO THE RUN TABLE
      *                     AND THE RUNWRPT OPEN IS CHECKED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-FSTATUS.
           SELECT REPORT-FILE ASSIGN TO "RUNWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  RUN-FILE.
       COPY "#RUNREC".
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(110).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-RUN-FSTATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-RUN-FSTATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-RUN-FSTATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-RUNS     VALUE "Y".
       77  WRK-CHAIN-OPEN-SW   PIC X(01) VALUE "N".
           88  WRK-CHAIN-OPEN      VALUE "Y".
       77  WRK-CHAINS-FULL-SW  PIC X(01) VALUE "N".
           88  WRK-CHAINS-FULL     VALUE "Y".
       77  WRK-TGEN-OPEN-SW    PIC X(01) VALUE "N".
           88  WRK-AWAITING-EDIT   VALUE "Y".
      *-----------------------------------------------------------------
      *    KEYED PARAMETERS - ZERO TAKES THE DEFAULT: THE LAST 5 RUNS,
      *    20 PER CENT OVER THE AVERAGE, AND A 06:00 DEADLINE.
      *-----------------------------------------------------------------
       77  WRK-FROM-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-AVG-RUNS        PIC 9(02) VALUE ZERO.
       77  WRK-TOLERANCE       PIC 9(03) VALUE ZERO.
       01  WRK-DEADLINE        PIC 9(04) VALUE ZERO.
       01  WRK-DEADLINE-R      REDEFINES WRK-DEADLINE.
           05  WRK-DEADLINE-HH     PIC 9(02).
           05  WRK-DEADLINE-MM     PIC 9(02).
       77  WRK-DEADLINE-SECS   PIC 9(06) VALUE ZERO.
       01  WRK-CLOCK           PIC 9(06) VALUE ZERO.
       01  WRK-CLOCK-R         REDEFINES WRK-CLOCK.
           05  WRK-CLOCK-HH        PIC 9(02).
           05  WRK-CLOCK-MM        PIC 9(02).
           05  WRK-CLOCK-SS        PIC 9(02).
       77  WRK-SECONDS         PIC 9(06) VALUE ZERO.
       77  WRK-START-SECS      PIC 9(06) VALUE ZERO.
       77  WRK-END-SECS        PIC 9(06) VALUE ZERO.
       77  WRK-LAST-SECS       PIC 9(06) VALUE ZERO.
       77  WRK-DAY-OFFSET      PIC 9(06) VALUE ZERO.
       77  WRK-ELAPSED         PIC 9(06) VALUE ZERO.
       77  WRK-DIVISOR         PIC 9(06) VALUE ZERO.
       77  WRK-AVG-SUM         PIC 9(09) VALUE ZERO.
       77  WRK-AVG-COUNT       PIC 9(02) VALUE ZERO.
       77  WRK-AVG-SECS        PIC 9(06) VALUE ZERO.
       77  WRK-DEVIATION       PIC S9(07) VALUE ZERO.
       77  WRK-RATE            PIC 9(07) VALUE ZERO.
       77  WRK-DEADLINE-ABS    PIC 9(06) VALUE ZERO.
       77  WRK-MARGIN          PIC S9(07) VALUE ZERO.
       77  WRK-DUR-SECS        PIC 9(06) VALUE ZERO.
       77  WRK-DUR-HH          PIC 9(02) VALUE ZERO.
       77  WRK-DUR-MM          PIC 9(02) VALUE ZERO.
       77  WRK-DUR-SS          PIC 9(02) VALUE ZERO.
       77  WRK-DUR-REST        PIC 9(06) VALUE ZERO.
       77  WRK-DUR-ED          PIC X(08) VALUE SPACES.
       77  WRK-AVG-ED          PIC X(08) VALUE SPACES.
       77  WRK-DEV-ED          PIC X(05) VALUE SPACES.
       77  WRK-DEV-NUM-ED      PIC ----9.
       77  WRK-RATE-ED         PIC Z.ZZZ.ZZ9.
       77  WRK-RECS-ED         PIC ZZZZ9.
       77  WRK-MARGIN-ED       PIC ---.--9.
       77  WRK-MARGIN-TXT      PIC X(07) VALUE SPACES.
       77  WRK-STATE-TEXT      PIC X(10) VALUE SPACES.
       77  WRK-FLAG-TEXT       PIC X(22) VALUE SPACES.
       77  WRK-RUN-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-RUN-IDX         PIC 9(03) COMP.
       77  WRK-PRIOR-IDX       PIC S9(04) COMP.
       77  WRK-CHN-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-CHN-IDX         PIC 9(03) COMP.
       77  WRK-LISTED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-SLOW-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-OPEN-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-CHAINS-LISTED   PIC 9(05) VALUE ZERO.
       77  WRK-BREACH-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-SLOW-CHAINS     PIC 9(05) VALUE ZERO.
       77  WRK-CUT-COUNT       PIC 9(05) VALUE ZERO.
      *-----------------------------------------------------------------
      *    THE NEWEST 300 RUNS ON RUNCTL, IN THE ORDER THEY STARTED,
      *    WITH EACH RUN'S ELAPSED SECONDS WORKED OUT ONCE ON LOAD.
      *-----------------------------------------------------------------
       01  WRK-RUN-TABLE.
           05  WRK-TBL-ENTRY       OCCURS 300 TIMES.
               10  WRK-TBL-DATE        PIC 9(08).
               10  WRK-TBL-NUMBER      PIC 9(03).
               10  WRK-TBL-PROGRAM     PIC X(08).
               10  WRK-TBL-STATUS      PIC X(01).
               10  WRK-TBL-START       PIC 9(06).
               10  WRK-TBL-END         PIC 9(06).
               10  WRK-TBL-RECS        PIC 9(05).
               10  WRK-TBL-ELAPSED     PIC 9(06).
      *-----------------------------------------------------------------
      *    ONE ENTRY PER CALCNITE CHAIN - EVERY CHAIN HAS A RUN OF ITS
      *    OWN, SO THERE ARE NEVER MORE CHAINS THAN RUNS.  THE START
      *    IS SECONDS INTO THE DAY ITS FIRST STEP STARTED AND THE END
      *    IS COUNTED FROM THE SAME MIDNIGHT, SO AN END PAST MIDNIGHT
      *    IS OVER 86400.  THE STATE IS "C" WHEN CALCERR CLOSED IT,
      *    "F" WHEN A STEP FAILED, "A" WHEN A STEP NEVER CLOSED OUT
      *    AND BLANK WHEN THE CHAIN STOPPED SHORT OF CALCERR.
      *-----------------------------------------------------------------
       01  WRK-CHAIN-TABLE.
           05  WRK-CHN-ENTRY       OCCURS 300 TIMES.
               10  WRK-CHN-DATE        PIC 9(08).
               10  WRK-CHN-START       PIC 9(06).
               10  WRK-CHN-END         PIC 9(06).
               10  WRK-CHN-START-SECS  PIC 9(06).
               10  WRK-CHN-END-ABS     PIC 9(06).
               10  WRK-CHN-ELAPSED     PIC 9(06).
               10  WRK-CHN-STEPS       PIC 9(01).
               10  WRK-CHN-STATE       PIC X(01).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.

       0100-INITIALIZE                 SECTION.
           DISPLAY "DATA INICIAL DO RELATORIO (AAAAMMDD, 0 = TODAS): "
           ACCEPT WRK-FROM-DATE.
           DISPLAY "EXECUCOES ANTERIORES PARA A MEDIA (0 = 5): "
           ACCEPT WRK-AVG-RUNS.
           DISPLAY "TOLERANCIA SOBRE A MEDIA EM % (0 = 20): "
           ACCEPT WRK-TOLERANCE.
           DISPLAY "LIMITE DA JANELA NOTURNA (HHMM, 0 = 0600): "
           ACCEPT WRK-DEADLINE.
           IF WRK-AVG-RUNS EQUAL TO ZERO
               MOVE 5 TO WRK-AVG-RUNS
           END-IF.
           IF WRK-TOLERANCE EQUAL TO ZERO
               MOVE 20 TO WRK-TOLERANCE
           END-IF.
           IF WRK-DEADLINE EQUAL TO ZERO
               MOVE 0600 TO WRK-DEADLINE
           END-IF.
           IF WRK-DEADLINE-HH GREATER THAN 23
            OR WRK-DEADLINE-MM GREATER THAN 59
               DISPLAY "LIMITE DA JANELA INVALIDO - NADA PROCESSADO."
           ELSE
               COMPUTE WRK-DEADLINE-SECS = WRK-DEADLINE-HH * 3600
                                         + WRK-DEADLINE-MM * 60
               PERFORM 0110-LOAD-RUNS
           END-IF.

      *-----------------------------------------------------------------
      *    A MISSING RUNCTL JUST MEANS NO RUN WAS EVER REGISTERED.
      *-----------------------------------------------------------------
       0110-LOAD-RUNS                  SECTION.
           OPEN INPUT RUN-FILE.
           EVALUATE TRUE
             WHEN WRK-RUN-FSTATUS-NOT-FOUND
               DISPLAY "ARQUIVO RUNCTL NAO ENCONTRADO - NENHUMA "
                       "EXECUCAO REGISTRADA."
             WHEN NOT WRK-RUN-FSTATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO RUNCTL - STATUS "
                       WRK-RUN-FSTATUS
             WHEN OTHER
               PERFORM 0120-READ-RUN
               PERFORM 0130-TABLE-RUN UNTIL WRK-END-OF-RUNS
               CLOSE RUN-FILE
               PERFORM 0115-OPEN-REPORT
           END-EVALUATE.

       0115-OPEN-REPORT                SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF WRK-REPORT-STATUS-OK
               MOVE "Y" TO WRK-READY-SW
               PERFORM 0117-WRITE-HEADER
           ELSE
               DISPLAY "ERRO AO ABRIR O ARQUIVO RUNWRPT - STATUS "
                       WRK-REPORT-STATUS " - NADA FOI LISTADO."
           END-IF.

       0117-WRITE-HEADER               SECTION.
           MOVE "RELATORIO DA JANELA DE PROCESSAMENTO - RUNCTL"
                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MEDIA DAS ULTIMAS " WRK-AVG-RUNS
                  " EXECUCOES CONCLUIDAS - TOLERANCIA "
                  WRK-TOLERANCE "% - LIMITE DA JANELA "
                  WRK-DEADLINE-HH ":" WRK-DEADLINE-MM
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WRK-CUT-COUNT GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "AVISO: " WRK-CUT-COUNT " EXECUCAO(OES) "
                      "DESDE A DATA INICIAL FORA DO RELATORIO - "
                      "SO AS 300 MAIS RECENTES DO RUNCTL ENTRAM."
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY REPORT-RECORD
           END-IF.

       0120-READ-RUN                   SECTION.
           READ RUN-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      *    WITH THE TABLE FULL THE OLDEST RUN IS SHIFTED OUT TO MAKE
      *    ROOM, SO WHAT IS LEFT AT END OF FILE IS THE NEWEST 300 -
      *    THE NIGHTS THE REPORT IS NORMALLY ASKED ABOUT, WITH THE
      *    RUNS BEFORE THEM FOR THE AVERAGES.  A RUN SHIFTED OUT THAT
      *    THE KEYED DATE WOULD HAVE LISTED IS COUNTED.
      *-----------------------------------------------------------------
       0130-TABLE-RUN                  SECTION.
           IF WRK-RUN-COUNT LESS THAN 300
               ADD 1 TO WRK-RUN-COUNT
           ELSE
               IF WRK-TBL-DATE(1) NOT LESS THAN WRK-FROM-DATE
                   ADD 1 TO WRK-CUT-COUNT
               END-IF
               PERFORM 0135-SHIFT-RUN VARYING WRK-RUN-IDX
                   FROM 1 BY 1 UNTIL WRK-RUN-IDX NOT LESS THAN 300
           END-IF.
           MOVE RUN-DATE       TO WRK-TBL-DATE(WRK-RUN-COUNT).
           MOVE RUN-NUMBER     TO WRK-TBL-NUMBER(WRK-RUN-COUNT).
           MOVE RUN-PROGRAM    TO WRK-TBL-PROGRAM(WRK-RUN-COUNT).
           MOVE RUN-STATUS     TO WRK-TBL-STATUS(WRK-RUN-COUNT).
           MOVE RUN-START-TIME TO WRK-TBL-START(WRK-RUN-COUNT).
           MOVE RUN-END-TIME   TO WRK-TBL-END(WRK-RUN-COUNT).
           MOVE RUN-RECS       TO WRK-TBL-RECS(WRK-RUN-COUNT).
           PERFORM 0140-RUN-ELAPSED.
           PERFORM 0120-READ-RUN.

       0135-SHIFT-RUN                  SECTION.
           MOVE WRK-TBL-ENTRY(WRK-RUN-IDX + 1)
             TO WRK-TBL-ENTRY(WRK-RUN-IDX).

      *-----------------------------------------------------------------
      *    A RUN STILL AT "A" HAS NO END TIME AND NO ELAPSED TIME.  AN
      *    END EARLIER THAN THE START CROSSED MIDNIGHT.
      *-----------------------------------------------------------------
       0140-RUN-ELAPSED                SECTION.
           MOVE ZERO TO WRK-TBL-ELAPSED(WRK-RUN-COUNT).
           IF RUN-STATUS NOT EQUAL TO "A"
               MOVE RUN-START-TIME TO WRK-CLOCK
               PERFORM 0490-CLOCK-SECONDS
               MOVE WRK-SECONDS    TO WRK-START-SECS
               MOVE RUN-END-TIME   TO WRK-CLOCK
               PERFORM 0490-CLOCK-SECONDS
               MOVE WRK-SECONDS    TO WRK-END-SECS
               IF WRK-END-SECS NOT LESS THAN WRK-START-SECS
                   COMPUTE WRK-TBL-ELAPSED(WRK-RUN-COUNT) =
                           WRK-END-SECS - WRK-START-SECS
               ELSE
                   COMPUTE WRK-TBL-ELAPSED(WRK-RUN-COUNT) =
                           WRK-END-SECS + 86400 - WRK-START-SECS
               END-IF
           END-IF.

       0200-PROCESS                    SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EXECUCOES POR PROGRAMA" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DATA     NR  PROGRAMA S INICIO FIM    DURACAO   "
              & " REGS  REGS/MIN  MEDIA    DESVIO% OCORRENCIA"
                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 0210-REPORT-RUN VARYING WRK-RUN-IDX
               FROM 1 BY 1 UNTIL WRK-RUN-IDX > WRK-RUN-COUNT.
           PERFORM 0230-BUILD-CHAIN VARYING WRK-RUN-IDX
               FROM 1 BY 1 UNTIL WRK-RUN-IDX > WRK-RUN-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CADEIA NOTURNA (CALCNITE) POR DATA DE MOVIMENTO"
                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "MOVIMENTO INICIO FIM    DURACAO  PASSOS SITUACAO  "
              & " MEDIA    DESVIO% FOLGA(MIN) OCORRENCIA"
                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 0250-REPORT-CHAIN VARYING WRK-CHN-IDX
               FROM 1 BY 1 UNTIL WRK-CHN-IDX > WRK-CHN-COUNT.

      *-----------------------------------------------------------------
      *    EVERY RUN FROM THE KEYED DATE ON IS LISTED; THE AVERAGE IT
      *    IS HELD TO STILL REACHES BACK BEFORE THAT DATE.  ONLY A
      *    COMPLETED RUN IS JUDGED SLOW - A FAILED RUN STOPPED EARLY
      *    AND SAYS NOTHING ABOUT THE PROGRAM'S PACE.
      *-----------------------------------------------------------------
       0210-REPORT-RUN                 SECTION.
           IF WRK-TBL-DATE(WRK-RUN-IDX) NOT LESS THAN WRK-FROM-DATE
               ADD 1 TO WRK-LISTED-COUNT
               PERFORM 0220-RUN-AVERAGE
               MOVE WRK-TBL-ELAPSED(WRK-RUN-IDX) TO WRK-ELAPSED
               EVALUATE TRUE
                 WHEN WRK-TBL-STATUS(WRK-RUN-IDX) EQUAL TO "A"
                   MOVE "EM ABERTO - NAO FECHOU" TO WRK-FLAG-TEXT
                   ADD 1 TO WRK-OPEN-COUNT
                 WHEN WRK-TBL-STATUS(WRK-RUN-IDX) EQUAL TO "F"
                   MOVE "FALHOU"                 TO WRK-FLAG-TEXT
                 WHEN WRK-AVG-SECS GREATER THAN ZERO
                  AND WRK-ELAPSED * 100 GREATER THAN
                      WRK-AVG-SECS * (100 + WRK-TOLERANCE)
                   MOVE "LENTA - ACIMA DA MEDIA" TO WRK-FLAG-TEXT
                   ADD 1 TO WRK-SLOW-COUNT
                 WHEN OTHER
                   MOVE SPACES                   TO WRK-FLAG-TEXT
               END-EVALUATE
               PERFORM 0215-WRITE-RUN-LINE
           END-IF.

       0215-WRITE-RUN-LINE             SECTION.
           PERFORM 0470-EDIT-AVERAGE.
           IF WRK-TBL-STATUS(WRK-RUN-IDX) EQUAL TO "A"
               MOVE SPACES TO WRK-DEV-ED
               MOVE SPACES TO WRK-DUR-ED
               MOVE ZERO   TO WRK-RATE-ED
           ELSE
               MOVE WRK-ELAPSED TO WRK-DUR-SECS
               PERFORM 0480-EDIT-DURATION
               MOVE WRK-ELAPSED TO WRK-DIVISOR
               IF WRK-DIVISOR EQUAL TO ZERO
                   MOVE 1 TO WRK-DIVISOR
               END-IF
               COMPUTE WRK-RATE = WRK-TBL-RECS(WRK-RUN-IDX) * 60
                                / WRK-DIVISOR
               MOVE WRK-RATE TO WRK-RATE-ED
           END-IF.
           MOVE WRK-TBL-RECS(WRK-RUN-IDX) TO WRK-RECS-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-TBL-DATE(WRK-RUN-IDX) " "
                  WRK-TBL-NUMBER(WRK-RUN-IDX) "  "
                  WRK-TBL-PROGRAM(WRK-RUN-IDX) " "
                  WRK-TBL-STATUS(WRK-RUN-IDX) " "
                  WRK-TBL-START(WRK-RUN-IDX) " "
                  WRK-TBL-END(WRK-RUN-IDX) " "
                  WRK-DUR-ED "  " WRK-RECS-ED " " WRK-RATE-ED "  "
                  WRK-AVG-ED " " WRK-DEV-ED "   " WRK-FLAG-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *-----------------------------------------------------------------
      *    THE TRAILING AVERAGE - THE PROGRAM'S LAST COMPLETED RUNS
      *    BEFORE THIS ONE, UP TO THE KEYED NUMBER, WALKING BACK
      *    THROUGH RUNCTL IN THE ORDER THE RUNS STARTED.
      *-----------------------------------------------------------------
       0220-RUN-AVERAGE                SECTION.
           MOVE ZERO TO WRK-AVG-SUM.
           MOVE ZERO TO WRK-AVG-COUNT.
           MOVE ZERO TO WRK-AVG-SECS.
           COMPUTE WRK-PRIOR-IDX = WRK-RUN-IDX - 1.
           PERFORM 0225-TAKE-PRIOR-RUN UNTIL WRK-PRIOR-IDX < 1
                                     OR WRK-AVG-COUNT NOT LESS THAN
                                        WRK-AVG-RUNS.
           IF WRK-AVG-COUNT GREATER THAN ZERO
               COMPUTE WRK-AVG-SECS ROUNDED =
                       WRK-AVG-SUM / WRK-AVG-COUNT
           END-IF.

       0225-TAKE-PRIOR-RUN             SECTION.
           IF WRK-TBL-PROGRAM(WRK-PRIOR-IDX) EQUAL TO
              WRK-TBL-PROGRAM(WRK-RUN-IDX)
            AND WRK-TBL-STATUS(WRK-PRIOR-IDX) EQUAL TO "C"
               ADD WRK-TBL-ELAPSED(WRK-PRIOR-IDX) TO WRK-AVG-SUM
               ADD 1 TO WRK-AVG-COUNT
           END-IF.
           SUBTRACT 1 FROM WRK-PRIOR-IDX.

      *-----------------------------------------------------------------
      *    A CALCTGEN RUN OPENS A CHAIN AND CALCERR CLOSES IT; THE
      *    FIRST CALCEDIT AFTER CALCTGEN JOINS ITS CHAIN, ANY OTHER
      *    CALCEDIT OPENS ONE OF ITS OWN.  THE OTHER STEPS STRETCH THE
      *    CHAIN OPEN AT THE TIME.  A STEP RUN BY HAND WITH NO CHAIN
      *    OPEN BELONGS TO NONE.
      *-----------------------------------------------------------------
       0230-BUILD-CHAIN                SECTION.
           EVALUATE WRK-TBL-PROGRAM(WRK-RUN-IDX)
             WHEN "CALCTGEN"
               PERFORM 0235-OPEN-CHAIN
               IF WRK-CHAIN-OPEN
                   MOVE "Y" TO WRK-TGEN-OPEN-SW
               END-IF
             WHEN "CALCEDIT"
               IF WRK-CHAIN-OPEN AND WRK-AWAITING-EDIT
                   MOVE "N" TO WRK-TGEN-OPEN-SW
                   PERFORM 0240-ADD-STEP
               ELSE
                   PERFORM 0235-OPEN-CHAIN
               END-IF
             WHEN "CALC"
             WHEN "CALCRECO"
             WHEN "CALCERR"
               IF WRK-CHAIN-OPEN
                   PERFORM 0240-ADD-STEP
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0235-OPEN-CHAIN                 SECTION.
           MOVE "N" TO WRK-TGEN-OPEN-SW.
           IF WRK-CHN-COUNT LESS THAN 300
               ADD 1 TO WRK-CHN-COUNT
               MOVE "Y" TO WRK-CHAIN-OPEN-SW
               MOVE WRK-TBL-DATE(WRK-RUN-IDX)
                                  TO WRK-CHN-DATE(WRK-CHN-COUNT)
               MOVE WRK-TBL-START(WRK-RUN-IDX)
                                  TO WRK-CHN-START(WRK-CHN-COUNT)
               MOVE WRK-TBL-START(WRK-RUN-IDX) TO WRK-CLOCK
               PERFORM 0490-CLOCK-SECONDS
               MOVE WRK-SECONDS   TO WRK-CHN-START-SECS(WRK-CHN-COUNT)
               MOVE WRK-SECONDS   TO WRK-CHN-END-ABS(WRK-CHN-COUNT)
               MOVE WRK-SECONDS   TO WRK-LAST-SECS
               MOVE ZERO          TO WRK-DAY-OFFSET
               MOVE ZERO          TO WRK-CHN-END(WRK-CHN-COUNT)
               MOVE ZERO          TO WRK-CHN-STEPS(WRK-CHN-COUNT)
               MOVE SPACE         TO WRK-CHN-STATE(WRK-CHN-COUNT)
               PERFORM 0240-ADD-STEP
           ELSE
               MOVE "N" TO WRK-CHAIN-OPEN-SW
               IF NOT WRK-CHAINS-FULL
                   MOVE "Y" TO WRK-CHAINS-FULL-SW
                   DISPLAY "AVISO: MAIS DE 300 CADEIAS NO RUNCTL - "
                           "AS DEMAIS NAO ENTRAM NO RELATORIO."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    EACH CLOCK TIME IN THE CHAIN IS LATER THAN THE ONE BEFORE
      *    IT, SO A CLOCK THAT GOES BACKWARDS MEANS THE CHAIN CROSSED
      *    MIDNIGHT AND A DAY IS ADDED FROM THERE ON.
      *-----------------------------------------------------------------
       0240-ADD-STEP                   SECTION.
           ADD 1 TO WRK-CHN-STEPS(WRK-CHN-COUNT).
           MOVE WRK-TBL-START(WRK-RUN-IDX) TO WRK-CLOCK.
           PERFORM 0245-ADVANCE-CLOCK.
           EVALUATE WRK-TBL-STATUS(WRK-RUN-IDX)
             WHEN "A"
               IF WRK-CHN-STATE(WRK-CHN-COUNT) NOT EQUAL TO "F"
                   MOVE "A" TO WRK-CHN-STATE(WRK-CHN-COUNT)
               END-IF
             WHEN OTHER
               MOVE WRK-TBL-END(WRK-RUN-IDX) TO WRK-CLOCK
               PERFORM 0245-ADVANCE-CLOCK
               MOVE WRK-TBL-END(WRK-RUN-IDX)
                                  TO WRK-CHN-END(WRK-CHN-COUNT)
               COMPUTE WRK-CHN-END-ABS(WRK-CHN-COUNT) =
                       WRK-DAY-OFFSET + WRK-LAST-SECS
               IF WRK-TBL-STATUS(WRK-RUN-IDX) EQUAL TO "F"
                   MOVE "F" TO WRK-CHN-STATE(WRK-CHN-COUNT)
               END-IF
           END-EVALUATE.
           IF WRK-TBL-PROGRAM(WRK-RUN-IDX) EQUAL TO "CALCERR"
               MOVE "N" TO WRK-CHAIN-OPEN-SW
               IF WRK-CHN-STATE(WRK-CHN-COUNT) EQUAL TO SPACE
                   MOVE "C" TO WRK-CHN-STATE(WRK-CHN-COUNT)
               END-IF
           END-IF.
           COMPUTE WRK-CHN-ELAPSED(WRK-CHN-COUNT) =
                   WRK-CHN-END-ABS(WRK-CHN-COUNT)
                 - WRK-CHN-START-SECS(WRK-CHN-COUNT).

       0245-ADVANCE-CLOCK              SECTION.
           PERFORM 0490-CLOCK-SECONDS.
           IF WRK-SECONDS LESS THAN WRK-LAST-SECS
               ADD 86400 TO WRK-DAY-OFFSET
           END-IF.
           MOVE WRK-SECONDS TO WRK-LAST-SECS.

      *-----------------------------------------------------------------
      *    THE DEADLINE IS THE MORNING AFTER THE CHAIN STARTED WHEN IT
      *    FALLS EARLIER IN THE DAY THAN THE START, ELSE THE SAME DAY.
      *    THE MARGIN IS WHAT WAS LEFT OF THE WINDOW WHEN THE LAST
      *    STEP ENDED - NEGATIVE MEANS THE WINDOW WAS BREACHED.  THE
      *    CHAIN IS HELD TO THE AVERAGE OF THE LAST COMPLETED CHAINS
      *    JUST AS A RUN IS.  A CHAIN WITH A STEP STILL OPEN HAS NO
      *    END YET, SO ITS DURATION, MARGIN AND DEVIATION ARE LEFT
      *    BLANK.
      *-----------------------------------------------------------------
       0250-REPORT-CHAIN               SECTION.
           IF WRK-CHN-DATE(WRK-CHN-IDX) NOT LESS THAN WRK-FROM-DATE
               ADD 1 TO WRK-CHAINS-LISTED
               PERFORM 0260-CHAIN-AVERAGE
               MOVE WRK-CHN-ELAPSED(WRK-CHN-IDX) TO WRK-ELAPSED
               IF WRK-DEADLINE-SECS GREATER THAN
                  WRK-CHN-START-SECS(WRK-CHN-IDX)
                   MOVE WRK-DEADLINE-SECS TO WRK-DEADLINE-ABS
               ELSE
                   COMPUTE WRK-DEADLINE-ABS = WRK-DEADLINE-SECS + 86400
               END-IF
               COMPUTE WRK-MARGIN = WRK-DEADLINE-ABS
                                  - WRK-CHN-END-ABS(WRK-CHN-IDX)
               EVALUATE WRK-CHN-STATE(WRK-CHN-IDX)
                 WHEN "C"
                   MOVE "CONCLUIDA " TO WRK-STATE-TEXT
                 WHEN "F"
                   MOVE "FALHOU    " TO WRK-STATE-TEXT
                 WHEN "A"
                   MOVE "EM ABERTO " TO WRK-STATE-TEXT
                 WHEN OTHER
                   MOVE "INCOMPLETA" TO WRK-STATE-TEXT
               END-EVALUATE
               EVALUATE TRUE
                 WHEN WRK-MARGIN LESS THAN ZERO
                   MOVE "JANELA ESTOURADA" TO WRK-FLAG-TEXT
                   ADD 1 TO WRK-BREACH-COUNT
                 WHEN WRK-CHN-STATE(WRK-CHN-IDX) EQUAL TO "C"
                  AND WRK-AVG-SECS GREATER THAN ZERO
                  AND WRK-ELAPSED * 100 GREATER THAN
                      WRK-AVG-SECS * (100 + WRK-TOLERANCE)
                   MOVE "LENTA - ACIMA DA MEDIA" TO WRK-FLAG-TEXT
                   ADD 1 TO WRK-SLOW-CHAINS
                 WHEN OTHER
                   MOVE SPACES TO WRK-FLAG-TEXT
               END-EVALUATE
               PERFORM 0255-WRITE-CHAIN-LINE
           END-IF.

       0255-WRITE-CHAIN-LINE           SECTION.
           PERFORM 0470-EDIT-AVERAGE.
           MOVE WRK-ELAPSED TO WRK-DUR-SECS.
           PERFORM 0480-EDIT-DURATION.
           IF WRK-CHN-STATE(WRK-CHN-IDX) EQUAL TO "A"
               MOVE SPACES TO WRK-DUR-ED
               MOVE SPACES TO WRK-DEV-ED
               MOVE SPACES TO WRK-MARGIN-TXT
           ELSE
               COMPUTE WRK-MARGIN-ED = WRK-MARGIN / 60
               MOVE WRK-MARGIN-ED TO WRK-MARGIN-TXT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-CHN-DATE(WRK-CHN-IDX) "  "
                  WRK-CHN-START(WRK-CHN-IDX) " "
                  WRK-CHN-END(WRK-CHN-IDX) " "
                  WRK-DUR-ED "   "
                  WRK-CHN-STEPS(WRK-CHN-IDX) "    "
                  WRK-STATE-TEXT " "
                  WRK-AVG-ED " " WRK-DEV-ED "   "
                  WRK-MARGIN-TXT "    " WRK-FLAG-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       0260-CHAIN-AVERAGE              SECTION.
           MOVE ZERO TO WRK-AVG-SUM.
           MOVE ZERO TO WRK-AVG-COUNT.
           MOVE ZERO TO WRK-AVG-SECS.
           COMPUTE WRK-PRIOR-IDX = WRK-CHN-IDX - 1.
           PERFORM 0265-TAKE-PRIOR-CHAIN UNTIL WRK-PRIOR-IDX < 1
                                       OR WRK-AVG-COUNT NOT LESS THAN
                                          WRK-AVG-RUNS.
           IF WRK-AVG-COUNT GREATER THAN ZERO
               COMPUTE WRK-AVG-SECS ROUNDED =
                       WRK-AVG-SUM / WRK-AVG-COUNT
           END-IF.

       0265-TAKE-PRIOR-CHAIN           SECTION.
           IF WRK-CHN-STATE(WRK-PRIOR-IDX) EQUAL TO "C"
               ADD WRK-CHN-ELAPSED(WRK-PRIOR-IDX) TO WRK-AVG-SUM
               ADD 1 TO WRK-AVG-COUNT
           END-IF.
           SUBTRACT 1 FROM WRK-PRIOR-IDX.

       0300-END                        SECTION.
           IF WRK-READY
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "EXECUCOES LISTADAS: " WRK-LISTED-COUNT
                      "  LENTAS: "            WRK-SLOW-COUNT
                      "  EM ABERTO: "         WRK-OPEN-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "CADEIAS LISTADAS: "   WRK-CHAINS-LISTED
                      "  LENTAS: "            WRK-SLOW-CHAINS
                      "  JANELA ESTOURADA: "  WRK-BREACH-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "EXECUCOES LISTADAS:  " WRK-LISTED-COUNT
               DISPLAY "EXECUCOES LENTAS:    " WRK-SLOW-COUNT
               DISPLAY "EXECUCOES EM ABERTO: " WRK-OPEN-COUNT
               DISPLAY "CADEIAS LISTADAS:    " WRK-CHAINS-LISTED
               DISPLAY "JANELA ESTOURADA:    " WRK-BREACH-COUNT
           END-IF.
           DISPLAY "======== FIM DA JANELA DE PROCESSAMENTO ========".

      *-----------------------------------------------------------------
      *    THE AVERAGE AND THE DEVIATION FROM IT, OR BLANKS WHEN THERE
      *    IS NO EARLIER COMPLETED RUN TO COMPARE WITH.  DONE BEFORE
      *    THE LINE'S OWN DURATION IS EDITED, AS BOTH USE THE SAME
      *    EDITING SECTION.
      *-----------------------------------------------------------------
       0470-EDIT-AVERAGE               SECTION.
           IF WRK-AVG-SECS EQUAL TO ZERO
               MOVE SPACES TO WRK-AVG-ED
               MOVE SPACES TO WRK-DEV-ED
           ELSE
               MOVE WRK-AVG-SECS TO WRK-DUR-SECS
               PERFORM 0480-EDIT-DURATION
               MOVE WRK-DUR-ED   TO WRK-AVG-ED
               COMPUTE WRK-DEVIATION ROUNDED =
                       (WRK-ELAPSED - WRK-AVG-SECS) * 100
                     / WRK-AVG-SECS
               IF WRK-DEVIATION GREATER THAN 9999
                   MOVE 9999 TO WRK-DEVIATION
               END-IF
               MOVE WRK-DEVIATION TO WRK-DEV-NUM-ED
               MOVE WRK-DEV-NUM-ED TO WRK-DEV-ED
           END-IF.

       0480-EDIT-DURATION              SECTION.
           DIVIDE WRK-DUR-SECS BY 3600 GIVING WRK-DUR-HH
               REMAINDER WRK-DUR-REST.
           DIVIDE WRK-DUR-REST BY 60 GIVING WRK-DUR-MM
               REMAINDER WRK-DUR-SS.
           MOVE SPACES TO WRK-DUR-ED.
           STRING WRK-DUR-HH ":" WRK-DUR-MM ":" WRK-DUR-SS
                  DELIMITED BY SIZE INTO WRK-DUR-ED.

       0490-CLOCK-SECONDS              SECTION.
           COMPUTE WRK-SECONDS = WRK-CLOCK-HH * 3600
                               + WRK-CLOCK-MM * 60
                               + WRK-CLOCK-SS.
