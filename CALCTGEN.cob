       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CALCTGEN.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    15-10-2026
      *    PURPOSE: RECURRING CALCULATION GENERATOR - THE FIRST STEP
      *             OF THE CALCNITE CHAIN.  EVERY ACTIVE CALCTPL
      *             TEMPLATE WHOSE SCHEDULE FALLS DUE BY THE MOVEMENT
      *             DATE IS WRITTEN INTO THE NIGHT'S CALCIN AS A
      *             DETAIL, WITH THE TEMPLATE NUMBER AND ITS
      *             DEPARTMENT IN COLUMNS 71-79 SO CALCEDIT, CALC AND
      *             THE AUDIT MASTER CAN TRACE EVERY GENERATED
      *             CALCULATION BACK TO IT.  DATES ARE MOVED OFF
      *             WEEKENDS AND HOLIDAYS WITH THE DATESRV BUSINESS-
      *             DAY SERVICE OF FULLDATE.  WHAT HAPPENS DEPENDS ON
      *             THE CALCIN ON HAND:
      *               - NONE, OR ONE CALC HAS ALREADY PROCESSED: A
      *                 NEW DELIVERY IS BUILT FOR A KEYED MOVEMENT
      *                 DATE, WITH ITS OWN "H" HEADER (DEPARTMENT
      *                 TMPL) AND "T" TRAILER
      *               - A DEPARTMENT'S DELIVERY NOT YET EDITED: ITS
      *                 CONTROLS ARE VERIFIED AS CALCEDIT WILL, THEN
      *                 THE DUE TEMPLATES ARE APPENDED UNDER ITS
      *                 MOVEMENT DATE AND THE TRAILER RECOMPUTED
      *               - A DELIVERY ALREADY EDITED BUT NOT YET RUN BY
      *                 CALC: LEFT ALONE, NOTHING GENERATED - THE
      *                 TEMPLATES STAY DUE FOR THE NEXT NIGHT
      *             A TEMPLATE THAT MISSED SEVERAL OCCURRENCES (THE
      *             CHAIN DID NOT RUN) GENERATES ONLY THE LATEST ONE.
      *             CALCTPL IS STAMPED WITH THE OCCURRENCE GENERATED
      *             ONLY AFTER CALCIN HAS BEEN WRITTEN, AND TGENRPT
      *             LISTS WHAT WENT OUT.  THE RUN IS REGISTERED IN
      *             RUNCTL UNDER THE MOVEMENT DATE, COMPLETE WITH THE
      *             NUMBER GENERATED OR FAILED, FOR CALCNITE TO TEST.
      *             RUNS AT BATCH AUTHORITY THROUGH USERAUTH AND ENDS
      *             WITH GOBACK SO THE DRIVER GETS CONTROL BACK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   A CALCTPL TOO LONG FOR THE TABLE FAILS THE
      *                     RUN INSTEAD OF GENERATING FROM PART OF IT
      *                     AND REWRITING IT SHORT.  THE TGENRPT AND
      *                     CALCTPL OUTPUT OPENS ARE CHECKED; A CALCTPL
      *                     THAT CANNOT TAKE ITS STAMPS FAILS THE RUN.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "CALCTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TPL-STATUS.
           SELECT BATCH-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BATCH-STATUS.
           SELECT WORK-FILE ASSIGN TO "CALCTGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TGENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  TEMPLATE-FILE.
       COPY "#TPLREC".
       FD  BATCH-FILE.
       01  BATCH-RECORD            PIC X(80).
       01  BATCH-HDR-RECORD.
           05  BHD-TYPE            PIC X(01).
               88  BHD-HEADER          VALUE "H".
           05  BHD-MOVE-DATE       PIC 9(08).
           05  BHD-MOVE-DATE-X REDEFINES BHD-MOVE-DATE
                                   PIC X(08).
           05  BHD-DEPT            PIC X(04).
           05  FILLER              PIC X(67).
       01  BATCH-TRL-RECORD.
           05  BTR-TYPE            PIC X(01).
               88  BTR-TRAILER         VALUE "T".
           05  BTR-COUNT           PIC 9(05).
           05  BTR-COUNT-X REDEFINES BTR-COUNT
                                   PIC X(05).
           05  BTR-HASH            PIC 9(15).
           05  BTR-HASH-X REDEFINES BTR-HASH
                                   PIC X(15).
           05  FILLER              PIC X(59).
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-TPL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-TPL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-TPL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-BATCH-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-BATCH-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-BATCH-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-WORK-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-WORK-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-WORK-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#USRVAR".
       COPY "#RUNVAR".
       COPY "#DATESRV".
       77  WRK-EXT-DATE        PIC X(30).
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-FAIL-SW         PIC X(01) VALUE "N".
           88  WRK-GEN-FAILED      VALUE "Y".
       77  WRK-RPT-OPEN-SW     PIC X(01) VALUE "N".
           88  WRK-RPT-OPEN        VALUE "Y".
       77  WRK-TPL-FULL-SW     PIC X(01) VALUE "N".
           88  WRK-TPL-OVERFLOW    VALUE "Y".
       77  WRK-STAMP-FAIL-SW   PIC X(01) VALUE "N".
           88  WRK-STAMP-FAILED    VALUE "Y".
      *-----------------------------------------------------------------
      *    WHAT IS DONE WITH CALCIN - A NEW DELIVERY, A MERGE INTO
      *    THE ONE PENDING, OR NOTHING.
      *-----------------------------------------------------------------
       77  WRK-MODE-SW         PIC X(01) VALUE "N".
           88  WRK-MODE-NEW        VALUE "N".
           88  WRK-MODE-MERGE      VALUE "M".
           88  WRK-MODE-SKIP       VALUE "S".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-BATCH    VALUE "Y".
       77  WRK-TPL-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-TEMPLATES VALUE "Y".
       77  WRK-WORK-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-WORK     VALUE "Y".
       77  WRK-CONTROLS-SW     PIC X(01) VALUE "N".
           88  WRK-CONTROLS-OK     VALUE "Y".
       77  WRK-TRL-SEEN-SW     PIC X(01) VALUE "N".
           88  WRK-TRAILER-SEEN    VALUE "Y".
       77  WRK-DATE-OK-SW      PIC X(01) VALUE "N".
           88  WRK-DATE-OK         VALUE "Y".
       77  WRK-BUSDAY-SW       PIC X(01) VALUE "N".
           88  WRK-IS-BUSDAY       VALUE "Y".
       77  WRK-MOVE-BUSDAY-SW  PIC X(01) VALUE "N".
           88  WRK-MOVE-IS-BUSDAY  VALUE "Y".
       77  WRK-MOVE-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-DATE-X          PIC X(08) VALUE SPACES.
       77  WRK-DATE-IN REDEFINES WRK-DATE-X
                               PIC 9(08).
       77  WRK-OCC-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-BASE-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-OCC-MONTH       PIC 9(02) VALUE ZERO.
       77  WRK-TARGET          PIC 9(02) VALUE ZERO.
       77  WRK-BUSDAYS         PIC 9(02) VALUE ZERO.
       77  WRK-DET-COUNT       PIC 9(05) VALUE ZERO.
       77  WRK-HASH-TOTAL      PIC 9(16) VALUE ZERO.
       77  WRK-OPND-X          PIC X(12) VALUE SPACES.
       77  WRK-OPND-NUM REDEFINES WRK-OPND-X
                               PIC 9(12).
       77  WRK-KEPT-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-DUE-COUNT       PIC 9(05) VALUE ZERO.
       77  WRK-GEN-COUNT       PIC 9(05) VALUE ZERO.
       77  WRK-TPL-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-TPL-IDX         PIC 9(03) COMP.
       01  WRK-WORK-DATE.
           05  WRK-WORK-YEAR       PIC 9(04).
           05  WRK-WORK-MONTH      PIC 9(02).
           05  WRK-WORK-DAY        PIC 9(02).
       01  WRK-WORK-DATE-N REDEFINES WRK-WORK-DATE
                               PIC 9(08).
      *-----------------------------------------------------------------
      *    THE RECORD BEING PUT OUT, WITH ITS HEADER, DETAIL AND
      *    TRAILER VIEWS - THE SAME CALCIN LAYOUTS CALCEDIT READS.
      *-----------------------------------------------------------------
       01  WRK-OUT-RECORD          PIC X(80).
       01  WRK-OUT-HEADER REDEFINES WRK-OUT-RECORD.
           05  WRK-OHD-TYPE        PIC X(01).
           05  WRK-OHD-MOVE-DATE   PIC 9(08).
           05  WRK-OHD-DEPT        PIC X(04).
           05  FILLER              PIC X(67).
       01  WRK-OUT-DETAIL REDEFINES WRK-OUT-RECORD.
           05  WRK-ODT-DATA        PIC X(65).
           05  FILLER              PIC X(05).
           05  WRK-ODT-TEMPLATE    PIC 9(05).
           05  WRK-ODT-DEPT        PIC X(04).
           05  FILLER              PIC X(01).
       01  WRK-OUT-TRAILER REDEFINES WRK-OUT-RECORD.
           05  WRK-OTR-TYPE        PIC X(01).
           05  WRK-OTR-COUNT       PIC 9(05).
           05  WRK-OTR-HASH        PIC 9(15).
           05  FILLER              PIC X(59).
      *-----------------------------------------------------------------
      *    CALCTPL IS HELD WHOLE, EACH TEMPLATE WITH WHETHER IT IS
      *    DUE THIS RUN AND THE OCCURRENCE IT IS DUE FOR.
      *-----------------------------------------------------------------
       01  WRK-TPL-TABLE.
           05  WRK-TPL-ENTRY OCCURS 500 TIMES.
               10  WRK-TBL-RECORD.
                   15  WRK-TBL-ID          PIC 9(05).
                   15  WRK-TBL-STATUS      PIC X(01).
                       88  WRK-TBL-ACTIVE      VALUE "A".
                   15  WRK-TBL-DESC        PIC X(30).
                   15  WRK-TBL-DEPT        PIC X(04).
                   15  WRK-TBL-RULE        PIC X(01).
                       88  WRK-TBL-MONTHLY     VALUE "M".
                       88  WRK-TBL-LAST-BUSDAY VALUE "U".
                       88  WRK-TBL-EVERY-NTH   VALUE "N".
                   15  WRK-TBL-RULE-DAY    PIC 9(02).
                   15  WRK-TBL-START-DATE  PIC 9(08).
                   15  WRK-TBL-END-DATE    PIC 9(08).
                   15  WRK-TBL-LAST-GEN    PIC 9(08).
                   15  WRK-TBL-GEN-COUNT   PIC 9(05).
                   15  WRK-TBL-USER-ID     PIC X(08).
                   15  WRK-TBL-MAINT-DATE  PIC 9(08).
                   15  WRK-TBL-DATA        PIC X(65).
               10  WRK-TBL-DUE-SW      PIC X(01).
                   88  WRK-TBL-DUE         VALUE "Y".
               10  WRK-TBL-OCC-DATE    PIC 9(08).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0090-SIGN-ON.
           IF WRK-USR-SIGNED-ON
               PERFORM 0100-INITIALIZE
               IF WRK-READY
                   PERFORM 0200-PROCESS
               END-IF
               PERFORM 0300-END
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------
      *    THE GENERATOR IS PART OF THE BATCH PIPELINE, SO THE RUN
      *    OPENS WITH THE SHARED SIGN-ON AT BATCH AUTHORITY.
      *-----------------------------------------------------------------
       0090-SIGN-ON                    SECTION.
           MOVE "2" TO WRK-USR-MIN-AUTH.
           MOVE "CALCTGEN" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
           END-IF.

      *-----------------------------------------------------------------
      *    THE TEMPLATES ARE LOADED, THE CALCIN ON HAND CLASSIFIED AND
      *    THE MOVEMENT DATE SETTLED BEFORE THE RUN IS REGISTERED, SO
      *    RUNCTL CARRIES THE DATE THE DELIVERY IS FOR.  A MISSING
      *    CALCTPL IS NOT AN ERROR - THERE IS SIMPLY NOTHING DUE.
      *    WITHOUT TGENRPT THE RUN STILL GOES THROUGH, BUT ONLY TO BE
      *    REGISTERED AS FAILED.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF WRK-REPORT-STATUS-OK
               MOVE "Y" TO WRK-RPT-OPEN-SW
           ELSE
               DISPLAY "ERRO AO ABRIR O ARQUIVO TGENRPT - STATUS "
                       WRK-REPORT-STATUS " - NENHUM MODELO GERADO."
               MOVE "Y" TO WRK-FAIL-SW
           END-IF.
           CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                  WRK-EXT-DATE.
           MOVE "MODELOS RECORRENTES GERADOS - CALCTGEN"
                TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DATA: " WRK-EXT-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0110-LOAD-TEMPLATES.
           PERFORM 0120-EXAMINE-CALCIN.
           IF WRK-MODE-NEW AND NOT WRK-GEN-FAILED
               PERFORM 0130-KEY-MOVE-DATE
           END-IF.
           PERFORM 0140-REGISTER-RUN-START.
           IF NOT WRK-GEN-FAILED AND NOT WRK-MODE-SKIP
               MOVE "Y" TO WRK-READY-SW
               PERFORM 0160-CHECK-MOVE-DATE
           END-IF.

       0110-LOAD-TEMPLATES             SECTION.
           OPEN INPUT TEMPLATE-FILE.
           IF WRK-TPL-STATUS-OK
               PERFORM 0115-READ-TEMPLATE
               PERFORM 0117-TABLE-TEMPLATE UNTIL WRK-END-OF-TEMPLATES
               CLOSE TEMPLATE-FILE
               DISPLAY WRK-TPL-COUNT " MODELO(S) NO CALCTPL."
           ELSE
               DISPLAY "ARQUIVO CALCTPL NAO ENCONTRADO - NENHUM "
                       "MODELO A GERAR."
           END-IF.
           IF WRK-TPL-OVERFLOW
               MOVE SPACES TO REPORT-RECORD
               STRING "CALCTPL COM MAIS DE 500 MODELOS - NENHUM "
                      "MODELO GERADO."
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               DISPLAY REPORT-RECORD
               MOVE "Y" TO WRK-FAIL-SW
           END-IF.

       0115-READ-TEMPLATE              SECTION.
           READ TEMPLATE-FILE
               AT END MOVE "Y" TO WRK-TPL-EOF-SW
           END-READ.

       0117-TABLE-TEMPLATE             SECTION.
           IF WRK-TPL-COUNT LESS THAN 500
               ADD 1 TO WRK-TPL-COUNT
               MOVE TEMPLATE-RECORD TO WRK-TBL-RECORD(WRK-TPL-COUNT)
               MOVE "N"  TO WRK-TBL-DUE-SW(WRK-TPL-COUNT)
               MOVE ZERO TO WRK-TBL-OCC-DATE(WRK-TPL-COUNT)
           ELSE
               MOVE "Y" TO WRK-TPL-FULL-SW
               MOVE "Y" TO WRK-TPL-EOF-SW
           END-IF.
           PERFORM 0115-READ-TEMPLATE.

      *-----------------------------------------------------------------
      *    A CALCIN CALC HAS ALREADY RUN FOR IS SPENT AND IS REPLACED.
      *    ONE CALCEDIT HAS ALREADY EDITED BELONGS TO A CHAIN THAT
      *    STOPPED BETWEEN THE EDIT AND THE BATCH RUN - CHANGING IT
      *    NOW WOULD PUT CALCVAL AND CALCIN OUT OF STEP, SO IT IS LEFT
      *    ALONE.  ANY OTHER IS A DEPARTMENT'S DELIVERY WAITING FOR
      *    TONIGHT AND THE TEMPLATES JOIN IT.
      *-----------------------------------------------------------------
       0120-EXAMINE-CALCIN             SECTION.
           MOVE "N" TO WRK-MODE-SW.
           OPEN INPUT BATCH-FILE.
           IF WRK-BATCH-STATUS-NOT-FOUND
               DISPLAY "CALCIN NAO ENCONTRADO - UMA NOVA ENTREGA SERA "
                       "MONTADA."
           ELSE
               MOVE "N" TO WRK-EOF-SW
               PERFORM 0190-READ-BATCH
               EVALUATE TRUE
                 WHEN WRK-END-OF-BATCH
                   DISPLAY "CALCIN VAZIO - UMA NOVA ENTREGA SERA "
                           "MONTADA."
                 WHEN NOT BHD-HEADER
                  OR BHD-MOVE-DATE-X IS NOT NUMERIC
                   DISPLAY "CALCIN PENDENTE SEM CABECALHO VALIDO - "
                           "NENHUM MODELO GERADO."
                   MOVE "Y" TO WRK-FAIL-SW
                 WHEN OTHER
                   PERFORM 0122-CLASSIFY-DELIVERY
               END-EVALUATE
               CLOSE BATCH-FILE
           END-IF.

       0122-CLASSIFY-DELIVERY          SECTION.
           MOVE BHD-MOVE-DATE TO WRK-MOVE-DATE.
           MOVE "CALC"        TO WRK-RUN-PROGRAM.
           PERFORM 0150-QUERY-RUN.
           IF WRK-RUN-ANY-DONE
               DISPLAY "CALCIN DO MOVIMENTO " WRK-MOVE-DATE " JA "
                       "PROCESSADO - UMA NOVA ENTREGA SERA MONTADA."
           ELSE
               MOVE "CALCEDIT" TO WRK-RUN-PROGRAM
               PERFORM 0150-QUERY-RUN
               IF WRK-RUN-ANY-DONE
                   MOVE "S" TO WRK-MODE-SW
                   DISPLAY "CALCIN DO MOVIMENTO " WRK-MOVE-DATE " JA "
                           "CRITICADO E AINDA NAO PROCESSADO - NENHUM "
                           "MODELO GERADO NESTA EXECUCAO."
               ELSE
                   MOVE "M" TO WRK-MODE-SW
                   PERFORM 0124-VERIFY-CONTROLS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    A PENDING DELIVERY IS VERIFIED THE WAY CALCEDIT WILL VERIFY
      *    IT - VALID HEADER DATE, A TRAILER WHOSE COUNT AND HASH
      *    MATCH THE DETAILS, NOTHING AFTER IT - BEFORE ANYTHING IS
      *    ADDED.  A TRUNCATED TRANSFER MUST STILL BE REFUSED
      *    TONIGHT, NOT MADE TO BALANCE BY A RECOMPUTED TRAILER.
      *-----------------------------------------------------------------
       0124-VERIFY-CONTROLS            SECTION.
           MOVE "N"  TO WRK-CONTROLS-SW.
           MOVE "N"  TO WRK-TRL-SEEN-SW.
           MOVE ZERO TO WRK-DET-COUNT.
           MOVE ZERO TO WRK-HASH-TOTAL.
           MOVE "V"           TO WRK-DSRV-FUNC.
           MOVE WRK-MOVE-DATE TO WRK-DSRV-DATE-1.
           MOVE ZERO          TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-OK
               PERFORM 0190-READ-BATCH
               PERFORM 0126-SCAN-CONTROL-RECORD
                   UNTIL WRK-END-OF-BATCH OR WRK-TRAILER-SEEN
               PERFORM 0128-CHECK-TRAILER
           END-IF.
           IF NOT WRK-CONTROLS-OK
               DISPLAY "CALCIN PENDENTE DO MOVIMENTO " WRK-MOVE-DATE
                       " COM CONTROLES INVALIDOS - NENHUM MODELO "
                       "GERADO."
               MOVE "Y" TO WRK-FAIL-SW
           END-IF.

       0126-SCAN-CONTROL-RECORD        SECTION.
           IF BTR-TRAILER
               MOVE "Y" TO WRK-TRL-SEEN-SW
           ELSE
               MOVE BATCH-RECORD TO WRK-OUT-RECORD
               PERFORM 0276-ADD-TO-CONTROLS
               PERFORM 0190-READ-BATCH
           END-IF.

       0128-CHECK-TRAILER              SECTION.
           EVALUATE TRUE
             WHEN NOT WRK-TRAILER-SEEN
               CONTINUE
             WHEN BTR-COUNT-X IS NOT NUMERIC
              OR BTR-HASH-X IS NOT NUMERIC
               CONTINUE
             WHEN BTR-COUNT NOT EQUAL TO WRK-DET-COUNT
               CONTINUE
             WHEN BTR-HASH NOT EQUAL TO WRK-HASH-TOTAL
               CONTINUE
             WHEN OTHER
               PERFORM 0190-READ-BATCH
               IF WRK-END-OF-BATCH
                   MOVE "Y" TO WRK-CONTROLS-SW
               END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    A NEW DELIVERY IS FOR THE MOVEMENT DATE THE OPERATOR KEYS
      *    (ZERO MEANS TODAY) - NEVER ONE CALC HAS ALREADY RUN FOR,
      *    WHICH CALC WOULD REFUSE AND HALT THE CHAIN OVER.
      *-----------------------------------------------------------------
       0130-KEY-MOVE-DATE              SECTION.
           DISPLAY "DATA DO MOVIMENTO DA ENTREGA DE MODELOS (AAAAMMDD, "
                   "0 = HOJE): "
           ACCEPT WRK-DATE-X.
           IF WRK-DATE-X IS NOT NUMERIC
               MOVE "Y" TO WRK-FAIL-SW
           ELSE
               IF WRK-DATE-IN EQUAL TO ZERO
                   ACCEPT WRK-DATE-IN FROM DATE YYYYMMDD
               END-IF
               MOVE "V"         TO WRK-DSRV-FUNC
               MOVE WRK-DATE-IN TO WRK-DSRV-DATE-1
               MOVE ZERO        TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF NOT WRK-DSRV-OK
                   MOVE "Y" TO WRK-FAIL-SW
               END-IF
           END-IF.
           IF WRK-GEN-FAILED
               DISPLAY "DATA INVALIDA - NENHUM MODELO GERADO."
               MOVE ZERO TO WRK-MOVE-DATE
           ELSE
               MOVE WRK-DATE-IN TO WRK-MOVE-DATE
               MOVE "CALC"      TO WRK-RUN-PROGRAM
               PERFORM 0150-QUERY-RUN
               IF WRK-RUN-ANY-DONE
                   DISPLAY "O MOVIMENTO " WRK-MOVE-DATE " JA FOI "
                           "PROCESSADO PELO CALC - NENHUM MODELO "
                           "GERADO."
                   MOVE "Y" TO WRK-FAIL-SW
               END-IF
           END-IF.

       0140-REGISTER-RUN-START         SECTION.
           MOVE "S"           TO WRK-RUN-FUNC.
           MOVE WRK-MOVE-DATE TO WRK-RUN-DATE.
           MOVE "CALCTGEN"    TO WRK-RUN-PROGRAM.
           MOVE WRK-USR-ID    TO WRK-RUN-OPERATOR.
           MOVE SPACE         TO WRK-RUN-FORCED-SW.
           CALL "RUNREG" USING WRK-RUN-AREA.

       0142-REGISTER-RUN-FAIL          SECTION.
           MOVE "X"  TO WRK-RUN-FUNC.
           MOVE ZERO TO WRK-RUN-RECS.
           MOVE ZERO TO WRK-RUN-ERRS.
           MOVE ZERO TO WRK-RUN-TOTAL.
           CALL "RUNREG" USING WRK-RUN-AREA.

       0144-REGISTER-RUN-END           SECTION.
           MOVE "E"           TO WRK-RUN-FUNC.
           MOVE WRK-GEN-COUNT TO WRK-RUN-RECS.
           MOVE ZERO          TO WRK-RUN-ERRS.
           MOVE ZERO          TO WRK-RUN-TOTAL.
           CALL "RUNREG" USING WRK-RUN-AREA.

      *-----------------------------------------------------------------
      *    WHETHER THE PROGRAM IN WRK-RUN-PROGRAM HAS COMPLETED A RUN
      *    FOR THE MOVEMENT DATE.  THE AREA IS CLEARED FIRST SO A
      *    QUERY THAT FINDS NOTHING INHERITS NOTHING.
      *-----------------------------------------------------------------
       0150-QUERY-RUN                  SECTION.
           MOVE ZERO          TO WRK-RUN-NUMBER.
           MOVE SPACES        TO WRK-RUN-OPERATOR.
           MOVE ZERO          TO WRK-RUN-RECS.
           MOVE ZERO          TO WRK-RUN-ERRS.
           MOVE ZERO          TO WRK-RUN-TOTAL.
           MOVE SPACE         TO WRK-RUN-RSTATE.
           MOVE "N"           TO WRK-RUN-DONE-SW.
           MOVE WRK-MOVE-DATE TO WRK-RUN-DATE.
           MOVE "Q"           TO WRK-RUN-FUNC.
           CALL "RUNREG" USING WRK-RUN-AREA.

      *-----------------------------------------------------------------
      *    THE "EVERY NTH BUSINESS DAY" RULE ONLY EVER FALLS ON A
      *    BUSINESS DAY, SO IT IS NEVER DUE ON A MOVEMENT THAT IS NOT.
      *-----------------------------------------------------------------
       0160-CHECK-MOVE-DATE            SECTION.
           MOVE WRK-MOVE-DATE TO WRK-WORK-DATE-N.
           PERFORM 0540-TEST-BUSDAY.
           MOVE WRK-BUSDAY-SW TO WRK-MOVE-BUSDAY-SW.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MOVIMENTO: " WRK-MOVE-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0190-READ-BATCH                 SECTION.
           READ BATCH-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      *    THE DUE TEMPLATES ARE PICKED FIRST; CALCIN IS ONLY TOUCHED
      *    WHEN THERE IS SOMETHING TO WRITE, AND CALCTPL ONLY
      *    STAMPED ONCE CALCIN HAS BEEN WRITTEN.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           PERFORM 0210-CHECK-TEMPLATE VARYING WRK-TPL-IDX
               FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT.
           IF WRK-DUE-COUNT EQUAL TO ZERO
               DISPLAY "NENHUM MODELO DEVIDO PARA O MOVIMENTO "
                       WRK-MOVE-DATE " - CALCIN NAO ALTERADO."
           ELSE
               IF WRK-MODE-NEW
                   PERFORM 0250-WRITE-NEW-DELIVERY
               ELSE
                   PERFORM 0260-MERGE-DELIVERY
               END-IF
               IF NOT WRK-GEN-FAILED
                   PERFORM 0280-STAMP-TEMPLATE VARYING WRK-TPL-IDX
                       FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT
                   PERFORM 0290-REWRITE-TEMPLATES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    A TEMPLATE IS DUE WHEN IT IS ACTIVE, IN FORCE ON THE
      *    MOVEMENT DATE, AND ITS LATEST OCCURRENCE UP TO THE MOVEMENT
      *    DATE FALLS INSIDE ITS VIGENCY AND AFTER THE LAST ONE IT
      *    GENERATED.
      *-----------------------------------------------------------------
       0210-CHECK-TEMPLATE             SECTION.
           MOVE ZERO TO WRK-OCC-DATE.
           EVALUATE TRUE
             WHEN NOT WRK-TBL-ACTIVE(WRK-TPL-IDX)
               CONTINUE
             WHEN WRK-TBL-START-DATE(WRK-TPL-IDX) GREATER THAN
                  WRK-MOVE-DATE
               CONTINUE
             WHEN WRK-TBL-END-DATE(WRK-TPL-IDX) GREATER THAN ZERO
              AND WRK-TBL-END-DATE(WRK-TPL-IDX) LESS THAN
                  WRK-MOVE-DATE
               CONTINUE
             WHEN WRK-TBL-MONTHLY(WRK-TPL-IDX)
               PERFORM 0220-MONTHLY-DUE
             WHEN WRK-TBL-LAST-BUSDAY(WRK-TPL-IDX)
               PERFORM 0230-LAST-BUSDAY-DUE
             WHEN WRK-TBL-EVERY-NTH(WRK-TPL-IDX)
               PERFORM 0240-NTH-BUSDAY-DUE
           END-EVALUATE.
           IF WRK-OCC-DATE GREATER THAN WRK-TBL-LAST-GEN(WRK-TPL-IDX)
            AND WRK-OCC-DATE NOT LESS THAN
                WRK-TBL-START-DATE(WRK-TPL-IDX)
            AND WRK-OCC-DATE NOT GREATER THAN WRK-MOVE-DATE
               MOVE "Y"          TO WRK-TBL-DUE-SW(WRK-TPL-IDX)
               MOVE WRK-OCC-DATE TO WRK-TBL-OCC-DATE(WRK-TPL-IDX)
               ADD 1 TO WRK-DUE-COUNT
           END-IF.

      *-----------------------------------------------------------------
      *    MONTHLY ON DAY N - THIS MONTH'S OCCURRENCE, OR LAST
      *    MONTH'S WHEN THIS MONTH'S IS STILL AHEAD.
      *-----------------------------------------------------------------
       0220-MONTHLY-DUE                SECTION.
           MOVE WRK-MOVE-DATE TO WRK-WORK-DATE-N.
           PERFORM 0222-MONTHLY-OCCURRENCE.
           IF WRK-WORK-DATE-N GREATER THAN WRK-MOVE-DATE
               MOVE WRK-MOVE-DATE TO WRK-WORK-DATE-N
               PERFORM 0520-PREV-MONTH
               PERFORM 0222-MONTHLY-OCCURRENCE
           END-IF.
           MOVE WRK-WORK-DATE-N TO WRK-OCC-DATE.

      *-----------------------------------------------------------------
      *    DAY N OF THE WORK MONTH (ITS LAST DAY WHEN SHORTER), MOVED
      *    TO THE NEXT BUSINESS DAY - OR BACK TO THE ONE BEFORE WHEN
      *    MOVING FORWARD WOULD LEAVE THE MONTH.
      *-----------------------------------------------------------------
       0222-MONTHLY-OCCURRENCE         SECTION.
           PERFORM 0510-SET-MONTH-END.
           IF WRK-TBL-RULE-DAY(WRK-TPL-IDX) LESS THAN WRK-WORK-DAY
            AND WRK-TBL-RULE-DAY(WRK-TPL-IDX) GREATER THAN ZERO
               MOVE WRK-TBL-RULE-DAY(WRK-TPL-IDX) TO WRK-WORK-DAY
           END-IF.
           MOVE WRK-WORK-DATE-N TO WRK-BASE-DATE.
           MOVE WRK-WORK-MONTH  TO WRK-OCC-MONTH.
           PERFORM 0540-TEST-BUSDAY.
           PERFORM 0224-STEP-FORWARD
               UNTIL WRK-IS-BUSDAY
                  OR WRK-WORK-MONTH NOT EQUAL TO WRK-OCC-MONTH.
           IF WRK-WORK-MONTH NOT EQUAL TO WRK-OCC-MONTH
               MOVE WRK-BASE-DATE TO WRK-WORK-DATE-N
               PERFORM 0540-TEST-BUSDAY
               PERFORM 0226-STEP-BACKWARD UNTIL WRK-IS-BUSDAY
           END-IF.

       0224-STEP-FORWARD               SECTION.
           PERFORM 0530-NEXT-DAY.
           PERFORM 0540-TEST-BUSDAY.

       0226-STEP-BACKWARD              SECTION.
           PERFORM 0535-PREV-DAY.
           PERFORM 0540-TEST-BUSDAY.

      *-----------------------------------------------------------------
      *    LAST BUSINESS DAY - THIS MONTH'S, OR LAST MONTH'S WHEN
      *    THIS MONTH'S IS STILL AHEAD.
      *-----------------------------------------------------------------
       0230-LAST-BUSDAY-DUE            SECTION.
           MOVE WRK-MOVE-DATE TO WRK-WORK-DATE-N.
           PERFORM 0232-LAST-BUSDAY-OF-MONTH.
           IF WRK-WORK-DATE-N GREATER THAN WRK-MOVE-DATE
               MOVE WRK-MOVE-DATE TO WRK-WORK-DATE-N
               PERFORM 0520-PREV-MONTH
               PERFORM 0232-LAST-BUSDAY-OF-MONTH
           END-IF.
           MOVE WRK-WORK-DATE-N TO WRK-OCC-DATE.

       0232-LAST-BUSDAY-OF-MONTH       SECTION.
           PERFORM 0510-SET-MONTH-END.
           PERFORM 0540-TEST-BUSDAY.
           PERFORM 0226-STEP-BACKWARD UNTIL WRK-IS-BUSDAY.

      *-----------------------------------------------------------------
      *    EVERY NTH BUSINESS DAY - DUE ON THE MOVEMENT DATE WHEN AT
      *    LEAST N BUSINESS DAYS HAVE PASSED SINCE THE LAST
      *    GENERATION.  A TEMPLATE NEVER GENERATED IS DUE ON THE
      *    FIRST BUSINESS DAY FROM ITS START DATE ON.
      *-----------------------------------------------------------------
       0240-NTH-BUSDAY-DUE             SECTION.
           IF WRK-MOVE-IS-BUSDAY
               IF WRK-TBL-LAST-GEN(WRK-TPL-IDX) GREATER THAN ZERO
                   MOVE WRK-TBL-LAST-GEN(WRK-TPL-IDX)
                        TO WRK-WORK-DATE-N
                   MOVE WRK-TBL-RULE-DAY(WRK-TPL-IDX) TO WRK-TARGET
               ELSE
                   MOVE WRK-TBL-START-DATE(WRK-TPL-IDX)
                        TO WRK-WORK-DATE-N
                   PERFORM 0535-PREV-DAY
                   MOVE 1 TO WRK-TARGET
               END-IF
               IF WRK-TARGET EQUAL TO ZERO
                   MOVE 1 TO WRK-TARGET
               END-IF
               MOVE ZERO TO WRK-BUSDAYS
               PERFORM 0242-COUNT-ONE-DAY
                   UNTIL WRK-WORK-DATE-N NOT LESS THAN WRK-MOVE-DATE
                      OR WRK-BUSDAYS NOT LESS THAN WRK-TARGET
               IF WRK-BUSDAYS NOT LESS THAN WRK-TARGET
                   MOVE WRK-MOVE-DATE TO WRK-OCC-DATE
               END-IF
           END-IF.

       0242-COUNT-ONE-DAY              SECTION.
           PERFORM 0530-NEXT-DAY.
           PERFORM 0540-TEST-BUSDAY.
           IF WRK-IS-BUSDAY
               ADD 1 TO WRK-BUSDAYS
           END-IF.

      *-----------------------------------------------------------------
      *    NO CALCIN ON HAND - A DELIVERY OF THE TEMPLATES ALONE,
      *    UNDER THE TMPL HEADER DEPARTMENT (EACH DETAIL CARRIES ITS
      *    OWN).
      *-----------------------------------------------------------------
       0250-WRITE-NEW-DELIVERY         SECTION.
           OPEN OUTPUT BATCH-FILE.
           IF NOT WRK-BATCH-STATUS-OK
               DISPLAY "CALCIN NAO PODE SER GRAVADO - NENHUM MODELO "
                       "GERADO."
               MOVE "Y" TO WRK-FAIL-SW
           ELSE
               MOVE ZERO   TO WRK-DET-COUNT
               MOVE ZERO   TO WRK-HASH-TOTAL
               MOVE SPACES TO WRK-OUT-RECORD
               MOVE "H"           TO WRK-OHD-TYPE
               MOVE WRK-MOVE-DATE TO WRK-OHD-MOVE-DATE
               MOVE "TMPL"        TO WRK-OHD-DEPT
               PERFORM 0278-PUT-RECORD
               PERFORM 0270-WRITE-GENERATED VARYING WRK-TPL-IDX
                   FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT
               PERFORM 0275-WRITE-TRAILER
               CLOSE BATCH-FILE
           END-IF.

      *-----------------------------------------------------------------
      *    A PENDING DELIVERY IS COPIED TO THE CALCTGW WORK FILE UP TO
      *    ITS TRAILER, THE TEMPLATES APPENDED, A TRAILER COUNTING
      *    BOTH WRITTEN, AND THE RESULT COPIED BACK OVER CALCIN.
      *-----------------------------------------------------------------
       0260-MERGE-DELIVERY             SECTION.
           OPEN OUTPUT WORK-FILE.
           IF NOT WRK-WORK-STATUS-OK
               DISPLAY "ARQUIVO DE TRABALHO CALCTGW NAO PODE SER "
                       "GRAVADO - NENHUM MODELO GERADO."
               MOVE "Y" TO WRK-FAIL-SW
           ELSE
               MOVE ZERO TO WRK-DET-COUNT
               MOVE ZERO TO WRK-HASH-TOTAL
               MOVE "N"  TO WRK-EOF-SW
               OPEN INPUT BATCH-FILE
               PERFORM 0190-READ-BATCH
               MOVE BATCH-RECORD TO WRK-OUT-RECORD
               PERFORM 0278-PUT-RECORD
               PERFORM 0190-READ-BATCH
               PERFORM 0262-COPY-DETAIL
                   UNTIL WRK-END-OF-BATCH OR BTR-TRAILER
               CLOSE BATCH-FILE
               PERFORM 0270-WRITE-GENERATED VARYING WRK-TPL-IDX
                   FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT
               PERFORM 0275-WRITE-TRAILER
               CLOSE WORK-FILE
               PERFORM 0265-COPY-BACK
           END-IF.

       0262-COPY-DETAIL                SECTION.
           MOVE BATCH-RECORD TO WRK-OUT-RECORD.
           PERFORM 0278-PUT-RECORD.
           PERFORM 0276-ADD-TO-CONTROLS.
           ADD 1 TO WRK-KEPT-COUNT.
           PERFORM 0190-READ-BATCH.

       0265-COPY-BACK                  SECTION.
           OPEN OUTPUT BATCH-FILE.
           IF NOT WRK-BATCH-STATUS-OK
               DISPLAY "CALCIN NAO PODE SER REGRAVADO - A ENTREGA "
                       "ORIGINAL FICA COMO ESTAVA."
               MOVE "Y" TO WRK-FAIL-SW
           ELSE
               MOVE "N" TO WRK-WORK-EOF-SW
               OPEN INPUT WORK-FILE
               PERFORM 0267-READ-WORK
               PERFORM 0268-COPY-ONE-BACK UNTIL WRK-END-OF-WORK
               CLOSE WORK-FILE
               CLOSE BATCH-FILE
           END-IF.

       0267-READ-WORK                  SECTION.
           READ WORK-FILE
               AT END MOVE "Y" TO WRK-WORK-EOF-SW
           END-READ.

       0268-COPY-ONE-BACK              SECTION.
           WRITE BATCH-RECORD FROM WORK-RECORD.
           PERFORM 0267-READ-WORK.

      *-----------------------------------------------------------------
      *    A GENERATED DETAIL - THE TEMPLATE'S CALCULATION IN COLUMNS
      *    1-65, THE TEMPLATE NUMBER IN 71-75 AND ITS DEPARTMENT IN
      *    76-79.
      *-----------------------------------------------------------------
       0270-WRITE-GENERATED            SECTION.
           IF WRK-TBL-DUE(WRK-TPL-IDX)
               MOVE SPACES TO WRK-OUT-RECORD
               MOVE WRK-TBL-DATA(WRK-TPL-IDX) TO WRK-ODT-DATA
               MOVE WRK-TBL-ID(WRK-TPL-IDX)   TO WRK-ODT-TEMPLATE
               MOVE WRK-TBL-DEPT(WRK-TPL-IDX) TO WRK-ODT-DEPT
               PERFORM 0278-PUT-RECORD
               PERFORM 0276-ADD-TO-CONTROLS
               ADD 1 TO WRK-GEN-COUNT
           END-IF.

       0275-WRITE-TRAILER              SECTION.
           MOVE SPACES TO WRK-OUT-RECORD.
           MOVE "T"            TO WRK-OTR-TYPE.
           MOVE WRK-DET-COUNT  TO WRK-OTR-COUNT.
           MOVE WRK-HASH-TOTAL TO WRK-OTR-HASH.
           PERFORM 0278-PUT-RECORD.

      *-----------------------------------------------------------------
      *    THE TRAILER HASH IS KEPT EXACTLY AS CALCEDIT CHECKS IT -
      *    THE SUM OF COLUMNS 2-13 OF EVERY NUMERIC DETAIL, LOW-ORDER
      *    15 DIGITS.
      *-----------------------------------------------------------------
       0276-ADD-TO-CONTROLS            SECTION.
           ADD 1 TO WRK-DET-COUNT.
           MOVE WRK-OUT-RECORD(2:12) TO WRK-OPND-X.
           IF WRK-OPND-X IS NUMERIC
               ADD WRK-OPND-NUM TO WRK-HASH-TOTAL
               IF WRK-HASH-TOTAL NOT LESS THAN 1000000000000000
                   SUBTRACT 1000000000000000 FROM WRK-HASH-TOTAL
               END-IF
           END-IF.

       0278-PUT-RECORD                 SECTION.
           IF WRK-MODE-NEW
               WRITE BATCH-RECORD FROM WRK-OUT-RECORD
           ELSE
               WRITE WORK-RECORD FROM WRK-OUT-RECORD
           END-IF.

       0280-STAMP-TEMPLATE             SECTION.
           IF WRK-TBL-DUE(WRK-TPL-IDX)
               MOVE WRK-TBL-OCC-DATE(WRK-TPL-IDX)
                    TO WRK-TBL-LAST-GEN(WRK-TPL-IDX)
               ADD 1 TO WRK-TBL-GEN-COUNT(WRK-TPL-IDX)
               MOVE SPACES TO REPORT-RECORD
               STRING "MODELO " WRK-TBL-ID(WRK-TPL-IDX)
                      " DEPTO " WRK-TBL-DEPT(WRK-TPL-IDX)
                      " REGRA " WRK-TBL-RULE(WRK-TPL-IDX)
                      " OCORR. " WRK-TBL-OCC-DATE(WRK-TPL-IDX)
                      " " WRK-TBL-DESC(WRK-TPL-IDX)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    CALCTPL GOES BACK TO DISK WHOLE WITH THE NEW GENERATION
      *    STAMPS.  IF IT CANNOT, THE DETAILS ARE ALREADY IN CALCIN
      *    AND THE TEMPLATES WOULD FALL DUE AGAIN - THE RUN FAILS SO
      *    THE CHAIN STOPS FOR CALCTPL TO BE PUT RIGHT.
      *-----------------------------------------------------------------
       0290-REWRITE-TEMPLATES          SECTION.
           OPEN OUTPUT TEMPLATE-FILE.
           IF WRK-TPL-STATUS-OK
               PERFORM 0295-WRITE-ONE-TEMPLATE VARYING WRK-TPL-IDX
                   FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT
               CLOSE TEMPLATE-FILE
           ELSE
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCTPL - STATUS "
                       WRK-TPL-STATUS " - MARCAS DE GERACAO NAO "
                       "GRAVADAS."
               MOVE "Y" TO WRK-STAMP-FAIL-SW
               MOVE "Y" TO WRK-FAIL-SW
           END-IF.

       0295-WRITE-ONE-TEMPLATE         SECTION.
           MOVE WRK-TBL-RECORD(WRK-TPL-IDX) TO TEMPLATE-RECORD.
           WRITE TEMPLATE-RECORD.

       0300-END                        SECTION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           EVALUATE TRUE
             WHEN WRK-STAMP-FAILED
               PERFORM 0142-REGISTER-RUN-FAIL
               MOVE SPACES TO REPORT-RECORD
               STRING "GERACAO NAO CONCLUIDA - OS MODELOS ACIMA ESTAO "
                      "NO CALCIN MAS O CALCTPL NAO FOI MARCADO."
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
             WHEN WRK-GEN-FAILED
               PERFORM 0142-REGISTER-RUN-FAIL
               MOVE "GERACAO NAO CONCLUIDA - NENHUM MODELO GERADO."
                    TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
             WHEN OTHER
               PERFORM 0144-REGISTER-RUN-END
               MOVE SPACES TO REPORT-RECORD
               STRING "MODELOS GERADOS: " WRK-GEN-COUNT
                      "  DETALHES JA NO CALCIN: " WRK-KEPT-COUNT
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-EVALUATE.
           IF WRK-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY "MODELOS GERADOS:       " WRK-GEN-COUNT.
           DISPLAY "DETALHES JA NO CALCIN: " WRK-KEPT-COUNT.
           DISPLAY "======== FIM DA GERACAO DE MODELOS ========".

       0490-WRITE-REPORT-LINE          SECTION.
           IF WRK-RPT-OPEN
               WRITE REPORT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      *    DATE ARITHMETIC ON WRK-WORK-DATE.  THERE IS NO ADD- OR
      *    SUBTRACT-A-DAY SERVICE - A MONTH'S LAST DAY IS FOUND BY
      *    STEPPING DOWN FROM THE 31ST UNTIL DATESRV TAKES IT AS A
      *    DATE, AS CALCEDIT DOES.
      *-----------------------------------------------------------------
       0510-SET-MONTH-END              SECTION.
           MOVE 31  TO WRK-WORK-DAY.
           MOVE "N" TO WRK-DATE-OK-SW.
           PERFORM 0515-CHECK-MONTH-END UNTIL WRK-DATE-OK.

       0515-CHECK-MONTH-END            SECTION.
           MOVE "V"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-OK OR WRK-WORK-DAY NOT GREATER THAN 28
               MOVE "Y" TO WRK-DATE-OK-SW
           ELSE
               SUBTRACT 1 FROM WRK-WORK-DAY
           END-IF.

       0520-PREV-MONTH                 SECTION.
           IF WRK-WORK-MONTH GREATER THAN 1
               SUBTRACT 1 FROM WRK-WORK-MONTH
           ELSE
               MOVE 12 TO WRK-WORK-MONTH
               SUBTRACT 1 FROM WRK-WORK-YEAR
           END-IF.

       0530-NEXT-DAY                   SECTION.
           ADD 1 TO WRK-WORK-DAY.
           IF WRK-WORK-DAY GREATER THAN 28
               MOVE "V"             TO WRK-DSRV-FUNC
               MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1
               MOVE ZERO            TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF NOT WRK-DSRV-OK
                   MOVE 1 TO WRK-WORK-DAY
                   IF WRK-WORK-MONTH LESS THAN 12
                       ADD 1 TO WRK-WORK-MONTH
                   ELSE
                       MOVE 1 TO WRK-WORK-MONTH
                       ADD 1 TO WRK-WORK-YEAR
                   END-IF
               END-IF
           END-IF.

       0535-PREV-DAY                   SECTION.
           IF WRK-WORK-DAY GREATER THAN 1
               SUBTRACT 1 FROM WRK-WORK-DAY
           ELSE
               PERFORM 0520-PREV-MONTH
               PERFORM 0510-SET-MONTH-END
           END-IF.

      *-----------------------------------------------------------------
      *    A DATE DATESRV CANNOT JUDGE COUNTS AS A BUSINESS DAY, SO A
      *    STEP LOOP ALWAYS ENDS.
      *-----------------------------------------------------------------
       0540-TEST-BUSDAY                SECTION.
           MOVE "B"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-IS-BUSDAY OR NOT WRK-DSRV-OK
               MOVE "Y" TO WRK-BUSDAY-SW
           ELSE
               MOVE "N" TO WRK-BUSDAY-SW
           END-IF.
