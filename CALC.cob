      *                     CALCNITE HALTS AT THE BATCH STEP INSTEAD
      *                     OF FINDING AN EARLIER COMPLETED RUN FOR A
      *                     RESENT MOVEMENT AND WAVING THE CHAIN ON.
      *    14-10-2026  NB   CALCVAL NOW CARRIES THE ORIGINATING
      *                     DEPARTMENT FROM THE CALCIN HEADER IN
      *                     COLUMNS 66-69.  EACH BATCH RECORD HANDS IT
      *                     TO AUDITWTR (NEW FUNCTION "D") BEFORE ITS
      *                     CALCULATION, SO EVERY AUDIT ENTRY - THE
      *                     OPERATION PROGRAMS', THE EXPRESSION'S AND
      *                     FINCALC'S - SAYS WHICH DEPARTMENT ASKED,
      *                     AND THE CALCDTL RECORD CARRIES IT TOO.
      *    14-10-2026  NB   THE BATCH MOVEMENT DATE IS CHECKED AGAINST
      *                     THE CALCPER PERIOD CLOSE LOCK THROUGH
      *                     PERCHECK - A MOVEMENT IN A CLOSED MONTH IS
      *                     REFUSED OUTRIGHT, AND ONE IN A MONTH BEING
      *                     CLOSED ONLY RUNS WHEN A SUPERVISOR
      *                     CONFIRMS IT.
      *    14-10-2026  NB   THE TYPE-"F" BATCH RECORD CARRIES THE
      *                     AMORTIZATION METHOD IN COLUMN 26 - BLANK
      *                     OR "P" PRICE, "S" SAC - AND HANDS IT TO
      *                     FINCALC; THE INTERACTIVE "F" SESSION HAS
      *                     FINCALC ASK FOR IT.
      *    14-10-2026  NB   THE TYPE-"F" RECORD ALSO CARRIES THE FIRST
      *                     DUE DATE (COLUMNS 27-34), THE FREQUENCY
      *                     (35) AND THE CONTRACT'S LATE FEE AND
      *                     ARREARS INTEREST PERCENTS (36-39, 40-45),
      *                     ALL HANDED TO FINCALC; BLANK MEANS ZERO,
      *                     AND A BLANK FREQUENCY IS MONTHLY.
      *    15-10-2026  NB   A FINISHED BATCH NOW ALSO KEEPS ITS
      *                     CALCDTL AS A DATED GENERATION - CALCDTL
      *                     PLUS THE MOVEMENT DATE - SINCE THE NEXT
      *                     RUN REPLACES CALCDTL ITSELF.  CALCRCVR
      *                     REAPPLIES THE GENERATIONS WRITTEN SINCE A
      *                     BACKUP WHEN IT ROLLS AUDITLOG FORWARD.
      *    15-10-2026  NB   CALCVAL NOW ALSO CARRIES, IN COLUMNS 70-74,
      *                     THE CALCTPL TEMPLATE A DETAIL WAS
      *                     GENERATED FROM (ZERO WHEN KEYED BY A
      *                     DEPARTMENT).  IT GOES TO AUDITWTR WITH THE
      *                     DEPARTMENT AND ONTO THE CALCDTL RECORD, SO
      *                     EVERY GENERATED CALCULATION TRACES BACK TO
      *                     ITS TEMPLATE.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT DETAIL-GEN-FILE ASSIGN USING WRK-DTL-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DTL-GEN-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  BATCH-FILE.
      *-----------------------------------------------------------------
      *    ALTERNATE LAYOUT FOR THE FINANCIAL RECORD TYPE - A TYPE
      *    BYTE OF "F", THE PRINCIPAL, THE RATE PER PERIOD IN PERCENT
      *    (SIX DECIMALS), THE NUMBER OF PERIODS AND THE METHOD
      *    (BLANK OR "P" PRICE, "S" SAC), THEN THE FIRST DUE DATE,
      *    THE FREQUENCY AND THE LATE FEE AND ARREARS INTEREST
      *    PERCENTS - ANY OF THEM MAY BE LEFT BLANK.  FINCALC TURNS
      *    IT INTO A FULL AMORTIZATION SCHEDULE ON FINSCHED.
      *-----------------------------------------------------------------
       01  BATCH-FIN-RECORD.
           05  BAT-FIN-PRINCIPAL   PIC 9(10)V99.
           05  BAT-FIN-RATE        PIC 9(03)V9(06).
           05  BAT-FIN-PERIODS     PIC 9(03).
           05  BAT-FIN-METHOD      PIC X(01).
           05  BAT-FIN-FIRST-DUE   PIC 9(08).
           05  BAT-FIN-FIRST-DUE-X REDEFINES BAT-FIN-FIRST-DUE
                                   PIC X(08).
           05  BAT-FIN-FREQ        PIC X(01).
           05  BAT-FIN-FEE-PCT     PIC 9(02)V99.
           05  BAT-FIN-FEE-PCT-X REDEFINES BAT-FIN-FEE-PCT
                                   PIC X(04).
           05  BAT-FIN-MORA-PCT    PIC 9(02)V9(04).
           05  BAT-FIN-MORA-PCT-X REDEFINES BAT-FIN-MORA-PCT
                                   PIC X(06).
      *-----------------------------------------------------------------
      *    EVERY LAYOUT ENDS BY COLUMN 65; CALCEDIT STAMPS THE
      *    ORIGINATING DEPARTMENT FROM THE CALCIN HEADER BEHIND IT,
      *    AND THE TEMPLATE OF A GENERATED DETAIL BEHIND THAT.
      *-----------------------------------------------------------------
       01  BATCH-DEPT-VIEW.
           05  FILLER              PIC X(65).
           05  BAT-DEPT            PIC X(04).
           05  BAT-TEMPLATE        PIC 9(05).
           05  BAT-TEMPLATE-X REDEFINES BAT-TEMPLATE
                                   PIC X(05).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       FD  CHECKPOINT-FILE.
       COPY "#CALCDTL".
       FD  JOURNAL-FILE.
       COPY "#JRNREC".
       FD  DETAIL-GEN-FILE.
       01  DETAIL-GEN-RECORD       PIC X(71).
       WORKING-STORAGE                 SECTION.
       COPY "#DATEVAR".
       COPY "#DATESRV".
           05  WRK-FIN-PAYMENT     PIC S9(10)V9(06).
           05  WRK-FIN-ID          PIC 9(07).
           05  WRK-FIN-DISP        PIC X(01).
           05  WRK-FIN-METHOD      PIC X(01).
           05  WRK-FIN-FIRST-DUE   PIC 9(08).
           05  WRK-FIN-FREQ        PIC X(01).
           05  WRK-FIN-FEE-PCT     PIC 9(02)V99.
           05  WRK-FIN-MORA-PCT    PIC 9(02)V9(04).
       77  WRK-FIN-RATE-LINE   PIC 9(10)V99.
       77  WRK-SIGNAL          PIC X(01) VALUE SPACES.
       77  WRK-BATCH-SW        PIC X(01) VALUE "N".
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-JRN-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-JRN-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-DTL-GEN-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-DTL-GEN-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-DTL-GEN-STATUS==.
       COPY "#PRECVAR".
       77  WRK-PARM-LOADED-SW  PIC X(01) VALUE "N".
           88  WRK-PARM-LOADED     VALUE "Y".
       77  WRK-EXPR-ID         PIC 9(07) VALUE ZERO.
       COPY "#AUDWTR".
       COPY "#RUNVAR".
       COPY "#PERVAR".
       77  WRK-DTL-CCY         PIC X(03) VALUE "BRL".
       77  WRK-DTL-RATE        PIC 9(01)V9(06) VALUE 1.
       77  WRK-SESS-FIRST-ID   PIC 9(07) VALUE ZERO.
       77  WRK-NOTE-ID         PIC 9(07) VALUE ZERO.
       77  WRK-TIME-RAW        PIC 9(08) VALUE ZERO.
       77  WRK-MOVE-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-DTL-GEN-NAME    PIC X(15) VALUE SPACES.
       77  WRK-DTL-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-DETAIL   VALUE "Y".
       77  WRK-DTL-KEPT        PIC 9(05) VALUE ZERO.
       77  WRK-FORCE-IN        PIC X(01) VALUE SPACE.
       77  WRK-FORCE-SW        PIC X(01) VALUE SPACE.
       77  WRK-RUN-BLOCK-SW    PIC X(01) VALUE "N".
               CLOSE BATCH-FILE
               CLOSE REPORT-FILE
               CLOSE DETAIL-FILE
               PERFORM 0242-KEEP-DETAIL-GENERATION
               PERFORM 0217-CLEAR-CHECKPOINT
               PERFORM 0207-REGISTER-RUN-END
               DISPLAY WRK-BATCH-COUNT " REGISTRO(S) PROCESSADO(S)."
                   MOVE "Y" TO WRK-RUN-BLOCK-SW
               END-IF
           END-IF.
           IF NOT WRK-RUN-BLOCKED
               PERFORM 0203-CHECK-PERIOD
           END-IF.

      *-----------------------------------------------------------------
      *    THE PERIOD CLOSE LOCK.  A MOVEMENT DATED INTO A MONTH THAT
      *    IS CLOSED ON CALCPER WOULD MOVE FIGURES FINANCE HAS ALREADY
      *    SIGNED OFF, SO IT IS REFUSED; ONE DATED INTO A MONTH BEING
      *    CLOSED IS LATE WORK THE SUPERVISOR MAY STILL LET THROUGH.
      *-----------------------------------------------------------------
       0203-CHECK-PERIOD               SECTION.
           MOVE WRK-MOVE-DATE TO WRK-PER-REQ-DATE.
           CALL "PERCHECK" USING WRK-PER-REQUEST.
           EVALUATE TRUE
             WHEN WRK-PER-CLOSED
               DISPLAY "MOVIMENTO " WRK-MOVE-DATE " CAI NO PERIODO "
                       WRK-PER-REQ-PERIOD ", FECHADO NO CALCPER."
               MOVE "Y" TO WRK-RUN-BLOCK-SW
             WHEN WRK-PER-CLOSING
               DISPLAY "MOVIMENTO " WRK-MOVE-DATE " CAI NO PERIODO "
                       WRK-PER-REQ-PERIOD ", EM FECHAMENTO."
               IF WRK-USR-IS-SUPER
                   DISPLAY "PROCESSAR MESMO ASSIM? (S/N): "
                   ACCEPT WRK-FORCE-IN
                   IF WRK-FORCE-IN NOT EQUAL TO "S"
                       MOVE "Y" TO WRK-RUN-BLOCK-SW
                   END-IF
               ELSE
                   DISPLAY "SOMENTE O SUPERVISOR PODE PROCESSAR UM "
                           "MOVIMENTO DE PERIODO EM FECHAMENTO."
                   MOVE "Y" TO WRK-RUN-BLOCK-SW
               END-IF
           END-EVALUATE.

       0206-REGISTER-RUN-START         SECTION.
           MOVE "S"           TO WRK-RUN-FUNC.
           END-READ.

       0212-PROCESS-BATCH-RECORD       SECTION.
           PERFORM 0215-SET-DEPARTMENT.
           EVALUATE TRUE
             WHEN BAT-FINANCE
               PERFORM 0260-PROCESS-FINCALC
           END-IF.
           PERFORM 0211-READ-BATCH.

      *-----------------------------------------------------------------
      *    THE RECORD'S DEPARTMENT AND TEMPLATE GO TO THE AUDIT WRITER
      *    BEFORE ANY CALCULATION RUNS - AUDITWTR KEEPS THEM AND
      *    STAMPS THEM ON THE ENTRY THE OPERATION PROGRAM OR FINCALC
      *    WRITES, SO NONE OF THEM NEEDS TO KNOW ABOUT IT.  A CALCVAL
      *    FROM BEFORE THE TEMPLATE COLUMNS READS AS NO TEMPLATE.
      *-----------------------------------------------------------------
       0215-SET-DEPARTMENT             SECTION.
           IF BAT-TEMPLATE-X IS NOT NUMERIC
               MOVE ZERO TO BAT-TEMPLATE
           END-IF.
           MOVE "D"          TO WRK-AWT-FUNC.
           MOVE BAT-DEPT     TO WRK-AWT-DEPT.
           MOVE BAT-TEMPLATE TO WRK-AWT-TEMPLATE.
           CALL "AUDITWTR" USING WRK-AWT-AREA.

      *-----------------------------------------------------------------
      *    MULTI-STEP EXPRESSION - THE STARTING OPERAND IS CARRIED
      *    THROUGH EACH OPERATOR/OPERAND STEP LEFT TO RIGHT BY CALLING
           MOVE WRK-EXP-DISP   TO DTL-DISPOSITION.
           MOVE "BRL"          TO DTL-CCY-CODE.
           MOVE 1              TO DTL-CCY-RATE.
           MOVE BAT-DEPT       TO DTL-DEPT.
           MOVE BAT-TEMPLATE   TO DTL-TEMPLATE.
           WRITE DETAIL-RECORD.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *    FINANCIAL RECORD - FINCALC COMPUTES THE COMPOUND INTEREST
      *    AND THE PAYMENT (UNDER SAC THE FIRST INSTALLMENT) BY THE
      *    RECORD'S METHOD, WRITES THE AMORTIZATION SCHEDULE TO
      *    FINSCHED AND MAKES ITS OWN AUDIT ENTRY (OPERATOR "F")
      *    THROUGH AUDITWTR.  THE SUMMARY LINE CARRIES THE PAYMENT AS
      *    THE RESULT, WHICH ALSO FLOWS INTO THE RUNNING TOTAL THE
           MOVE BAT-FIN-PRINCIPAL TO WRK-FIN-PRINCIPAL.
           MOVE BAT-FIN-RATE      TO WRK-FIN-RATE.
           MOVE BAT-FIN-PERIODS   TO WRK-FIN-PERIODS.
           MOVE BAT-FIN-METHOD    TO WRK-FIN-METHOD.
           MOVE BAT-FIN-FREQ      TO WRK-FIN-FREQ.
           MOVE ZERO              TO WRK-FIN-FIRST-DUE.
           MOVE ZERO              TO WRK-FIN-FEE-PCT.
           MOVE ZERO              TO WRK-FIN-MORA-PCT.
           IF BAT-FIN-FIRST-DUE-X IS NUMERIC
               MOVE BAT-FIN-FIRST-DUE TO WRK-FIN-FIRST-DUE
           END-IF.
           IF BAT-FIN-FEE-PCT-X IS NUMERIC
               MOVE BAT-FIN-FEE-PCT   TO WRK-FIN-FEE-PCT
           END-IF.
           IF BAT-FIN-MORA-PCT-X IS NUMERIC
               MOVE BAT-FIN-MORA-PCT  TO WRK-FIN-MORA-PCT
           END-IF.
           CALL "FINCALC" USING WRK-SIGNAL WRK-NOTATION-SW
                               WRK-USER-ID WRK-PREC-VAR
                               WRK-FINCALC-VAR.
           MOVE WRK-FIN-DISP      TO DTL-DISPOSITION.
           MOVE "BRL"             TO DTL-CCY-CODE.
           MOVE 1                 TO DTL-CCY-RATE.
           MOVE BAT-DEPT          TO DTL-DEPT.
           MOVE BAT-TEMPLATE      TO DTL-TEMPLATE.
           WRITE DETAIL-RECORD.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *    FINANCIAL SESSION - FINCALC PROMPTS FOR THE PRINCIPAL, THE
      *    RATE, THE PERIODS AND THE METHOD ITSELF, WRITES THE
      *    SCHEDULE TO FINSCHED AND MAKES ITS OWN AUDIT ENTRY.  THE
      *    ENTRY IS FLUSHED RIGHT AWAY LIKE EVERY INTERACTIVE
      *    CALCULATION, AND THE PAYMENT BECOMES THE LAST RESULT SO IT
      *    CAN FEED THE NEXT CALCULATION OR A MEMORY REGISTER.
      *-----------------------------------------------------------------
       0229-INTERACTIVE-FINCALC        SECTION.
           MOVE "I" TO WRK-FIN-MODE.
           MOVE WRK-REPORT-DISP TO DTL-DISPOSITION.
           MOVE WRK-DTL-CCY     TO DTL-CCY-CODE.
           MOVE WRK-DTL-RATE    TO DTL-CCY-RATE.
           MOVE BAT-DEPT        TO DTL-DEPT.
           MOVE BAT-TEMPLATE    TO DTL-TEMPLATE.
           WRITE DETAIL-RECORD.

      *-----------------------------------------------------------------
      *    THE FINISHED CALCDTL IS COPIED ONTO ITS DATED GENERATION,
      *    CALCDTL PLUS THE MOVEMENT DATE, BEFORE THE NEXT BATCH
      *    REPLACES IT - CALCRCVR ROLLS A RESTORED AUDITLOG FORWARD
      *    FROM THESE.  A FORCED RERUN OF THE SAME MOVEMENT ADDS ITS
      *    RECORDS TO THE SAME GENERATION; THEY CARRY NEW IDS, SO
      *    NOTHING IS COUNTED TWICE.  A GENERATION THAT CANNOT BE
      *    WRITTEN ONLY WARNS - THE BATCH ITSELF IS ALREADY DONE.
      *-----------------------------------------------------------------
       0242-KEEP-DETAIL-GENERATION     SECTION.
           MOVE SPACES TO WRK-DTL-GEN-NAME.
           STRING "CALCDTL" WRK-MOVE-DATE DELIMITED BY SIZE
                  INTO WRK-DTL-GEN-NAME.
           MOVE ZERO TO WRK-DTL-KEPT.
           MOVE "N"  TO WRK-DTL-EOF-SW.
           OPEN INPUT DETAIL-FILE.
           OPEN EXTEND DETAIL-GEN-FILE.
           IF WRK-DTL-GEN-STATUS-NOT-FOUND
               OPEN OUTPUT DETAIL-GEN-FILE
           END-IF.
           IF WRK-DETAIL-STATUS-OK AND WRK-DTL-GEN-STATUS-OK
               PERFORM 0243-READ-DETAIL
               PERFORM 0244-COPY-DETAIL UNTIL WRK-END-OF-DETAIL
               DISPLAY WRK-DTL-KEPT " DETALHE(S) GUARDADO(S) EM "
                       WRK-DTL-GEN-NAME "."
           ELSE
               DISPLAY "AVISO: GERACAO " WRK-DTL-GEN-NAME " NAO "
                       "GRAVADA - STATUS " WRK-DETAIL-STATUS "/"
                       WRK-DTL-GEN-STATUS "."
           END-IF.
           CLOSE DETAIL-FILE.
           CLOSE DETAIL-GEN-FILE.

       0243-READ-DETAIL                SECTION.
           READ DETAIL-FILE
               AT END MOVE "Y" TO WRK-DTL-EOF-SW
           END-READ.

       0244-COPY-DETAIL                SECTION.
           MOVE DETAIL-RECORD TO DETAIL-GEN-RECORD.
           WRITE DETAIL-GEN-RECORD.
           ADD 1 TO WRK-DTL-KEPT.
           PERFORM 0243-READ-DETAIL.

      *-----------------------------------------------------------------
      *    THE SUMMARY LINE FOR AN EXPRESSION - SAME SHAPE AS THE
      *    SIMPLE DETAIL LINE SO CALCRECON AND THE AUDITORS READ BOTH
