       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CALCRCVR.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    15-10-2026
      *    PURPOSE: FORWARD RECOVERY OF THE AUDIT MASTER FROM A
      *             CALCBKUP BACKUP.  THE BACKUP DATE IS KEYED (ZERO
      *             TAKES THE LATEST VERIFIED ONE) AND ITS ENTRIES ARE
      *             LOOKED UP ON THE BKPCAT CATALOG.  THEN:
      *               - AUDITLOG IS RELOADED FROM ITS VERIFIED COPY -
      *                 ENTRIES OF A MONTH CALCARCH HAS SINCE MOVED TO
      *                 ITS AUDARC GENERATION ARE LEFT THERE.  FINMAST,
      *                 RUNCTL, CALCSEQ AND CALCUSER ARE RELOADED TOO
      *                 WHEN THE OPERATOR ASKS FOR EACH ONE;
      *               - THE MASTER IS ROLLED FORWARD: EVERY CALCDTL
      *                 GENERATION OF A CALC RUN ON RUNCTL FROM THE
      *                 BACKUP DATE ON IS READ AND
      *                 EACH DETAIL PAST THE BACKUP'S HIGHEST ID IS
      *                 WRITTEN BACK AS ITS AUDIT ENTRY, WITH THE USER
      *                 AND DATE OF THE CALCJRNL SESSION THAT ISSUED
      *                 IT;
      *               - THE CALCAIJ AFTER-IMAGE JOURNALS AUDITWTR KEEPS,
      *                 ONE PER DAY FROM THE BACKUP DATE TO TODAY, ARE
      *                 REPLAYED IN THE ORDER THEY WERE WRITTEN: A "W"
      *                 IMAGE OF AN ID PAST THE BACKUP IS WRITTEN, OR
      *                 REPLACES THE ENTRY JUST REBUILT FROM CALCDTL,
      *                 SO THE ENTRY COMES BACK EXACTLY AS IT WAS
      *                 POSTED - INTERACTIVE CALCULATIONS AND
      *                 CORRECTIONS INCLUDED; AN "R" IMAGE PUTS BACK
      *                 THE CORRECTION MARK CALCCORR OR CALCAPRV SET ON
      *                 AN ORIGINAL, BEFORE OR AFTER THE BACKUP;
      *               - EVERY ID FROM THE BACKUP'S HIGHEST TO THE LAST
      *                 ONE ISSUED (CALCSEQ, OR THE JOURNAL IF IT WENT
      *                 FURTHER) THAT IS STILL MISSING IS REBUILT AS A
      *                 DISPOSITION "4" ENTRY - NO FIGURES, ZERO
      *                 RESULT, CALCERR LISTS IT FOR RE-KEYING - SO THE
      *                 SEQUENCE HAS NO GAP FOR AUDCHECK TO REPORT, AND
      *                 CALCSEQ IS MOVED UP TO THE LAST ID IF IT FELL
      *                 SHORT;
      *               - THE RCVRPT REPORT COMPARES WHAT WAS RESTORED
      *                 AGAINST THE CATALOG, EACH GENERATION AGAINST
      *                 THE RECORD COUNT RUNCTL HOLDS FOR ITS RUN,
      *                 LISTS EVERY ID REBUILT WITHOUT FIGURES, AND
      *                 PROVES THE SEQUENCE CONTINUOUS.
      *             AN ENTRY REBUILT FROM CALCDTL ALONE (ITS JOURNAL
      *             LOST) CARRIES WHAT CALCDTL CARRIES; ITS PRECISION
      *             AND ROUNDING ARE CALCPARM'S (2 PLACES, NOT ROUNDED,
      *             WITHOUT ONE), AND NO CORRECTION FLAGS OR FINCALC
      *             METHOD SURVIVE.  ONLY AN ID WITH NEITHER A DETAIL
      *             NOR AN AFTER-IMAGE COMES BACK AS DISPOSITION "4".
      *             RUN IT WITH NOBODY SIGNED ON TO CALC AND BEFORE THE
      *             NEXT BATCH.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   A CALCULATION REBUILT FROM CALCDTL GETS
      *                     BACK THE CALCTPL TEMPLATE IT CAME FROM.
      *    15-10-2026  NB   THE ROLL FORWARD ALSO REPLAYS THE DATED
      *                     CALCAIJ AFTER-IMAGE JOURNALS AFTER THE
      *                     CALCDTL GENERATIONS - ENTRIES COME BACK AS
      *                     POSTED, AND THE CORRECTION MARKS SET SINCE
      *                     THE BACKUP ARE PUT BACK ON THE ORIGINALS.
      *    15-10-2026  NB   ONLY THE CALC RUNS FROM THE BACKUP DATE ON
      *                     ARE TABLED FROM RUNCTL; WHEN EVEN THOSE
      *                     OVERFLOW, THE RECOVERY STOPS BEFORE ANY
      *                     MASTER IS TOUCHED AND RCVRPT SAYS WHY.  THE
      *                     RCVRPT AND CALCSEQ OPENS ARE CHECKED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "FINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-FSTATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "CALCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.
           SELECT USER-FILE ASSIGN TO "CALCUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USER-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WRK-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BKP-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT DETAIL-GEN-FILE ASSIGN USING WRK-DTL-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DTL-GEN-STATUS.
           SELECT AIJ-FILE ASSIGN USING WRK-AIJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AIJ-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  MASTER-FILE.
       COPY "#FINSREC".
       FD  RUN-FILE.
       COPY "#RUNREC".
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SEQ-LAST-ID         PIC 9(07).
       FD  USER-FILE.
       COPY "#USERREC".
       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(200).
       FD  CATALOG-FILE.
       COPY "#BKPREC".
       FD  DETAIL-GEN-FILE.
       COPY "#CALCDTL".
       FD  AIJ-FILE.
       COPY "#AIJREC".
       FD  JOURNAL-FILE.
       COPY "#JRNREC".
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(06).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-PREC-DIGITS     PIC X(01).
           05  PRM-ROUND-SW        PIC X(01).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(110).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-MASTER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-MASTER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MASTER-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-RUN-FSTATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-RUN-FSTATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-RUN-FSTATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-SEQ-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-SEQ-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-SEQ-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-USER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-USER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-USER-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-BKP-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-BKP-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-BKP-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-CAT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-CAT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CAT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-DTL-GEN-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-DTL-GEN-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-DTL-GEN-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AIJ-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AIJ-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AIJ-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-JRN-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-JRN-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-JRN-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-CTL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-CTL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CTL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PARM-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PARM-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PARM-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#USRVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-AUDIT-BACK-SW   PIC X(01) VALUE "N".
           88  WRK-AUDIT-RESTORED  VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-FILE     VALUE "Y".
       77  WRK-TARGET-OK-SW    PIC X(01) VALUE "N".
           88  WRK-TARGET-OK       VALUE "Y".
       77  WRK-WRITE-ERR-SW    PIC X(01) VALUE "N".
           88  WRK-WRITE-ERROR     VALUE "Y".
       77  WRK-FOUND-SW        PIC X(01) VALUE "N".
           88  WRK-FOUND           VALUE "Y".
       77  WRK-ARCHIVED-SW     PIC X(01) VALUE "N".
           88  WRK-IN-ARCHIVE      VALUE "Y".
       77  WRK-JRN-FOUND-SW    PIC X(01) VALUE "N".
           88  WRK-JRN-FOUND       VALUE "Y".
       77  WRK-OPEN-RUN-SW     PIC X(01) VALUE "N".
           88  WRK-OPEN-RUN        VALUE "Y".
       77  WRK-RUN-FULL-SW     PIC X(01) VALUE "N".
           88  WRK-RUN-OVERFLOW    VALUE "Y".
       77  WRK-CONFIRM         PIC X(01) VALUE SPACE.
       77  WRK-WRITE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TODAY           PIC 9(08) VALUE ZERO.
       77  WRK-BKP-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-BKP-NAME        PIC X(13) VALUE SPACES.
       77  WRK-DTL-GEN-NAME    PIC X(15) VALUE SPACES.
       77  WRK-KEY             PIC X(11) VALUE SPACES.
       77  WRK-KEY-LEN         PIC 9(02) COMP VALUE ZERO.
       77  WRK-CAT-IDX         PIC 9(01) COMP.
       77  WRK-REC-PERIOD      PIC 9(06) VALUE ZERO.
       77  WRK-REC-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-REC-USER        PIC X(08) VALUE SPACES.
       77  WRK-GEN-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-AIJ-NAME        PIC X(15) VALUE SPACES.
      *-----------------------------------------------------------------
      *    THE DAY WHOSE CALCAIJ JOURNAL IS BEING REPLAYED - STEPPED A
      *    CALENDAR DAY AT A TIME; A DAY THAT DOES NOT EXIST SIMPLY
      *    HAS NO JOURNAL ON DISK.
      *-----------------------------------------------------------------
       01  WRK-AIJ-DAY.
           05  WRK-AIJ-YEAR        PIC 9(04).
           05  WRK-AIJ-MONTH       PIC 9(02).
           05  WRK-AIJ-DD          PIC 9(02).
       01  WRK-AIJ-DATE            REDEFINES WRK-AIJ-DAY
                                   PIC 9(08).
      *-----------------------------------------------------------------
      *    THE SEQUENCE: THE BACKUP'S HIGHEST ID IS WHERE THE ROLL
      *    FORWARD STARTS, THE TARGET IS THE LAST ID EVER ISSUED.
      *-----------------------------------------------------------------
       77  WRK-BASE-ID         PIC 9(07) VALUE ZERO.
       77  WRK-TARGET-ID       PIC 9(07) VALUE ZERO.
       77  WRK-HIGH-SEEN       PIC 9(07) VALUE ZERO.
       77  WRK-CHECK-ID        PIC 9(07) VALUE ZERO.
       77  WRK-SEQ-BEFORE      PIC 9(07) VALUE ZERO.
       77  WRK-SEQ-RESTORED    PIC 9(07) VALUE ZERO.
       77  WRK-SEQ-AFTER       PIC 9(07) VALUE ZERO.
       77  WRK-SEQ-VALUE       PIC 9(07) VALUE ZERO.
      *-----------------------------------------------------------------
      *    PRECISION AND ROUNDING STAMPED ON A REBUILT ENTRY - THE
      *    BATCH DEFAULT FROM CALCPARM, AS CALC ITSELF READS IT.
      *-----------------------------------------------------------------
       77  WRK-PREC-DIGITS     PIC 9(01) VALUE 2.
       77  WRK-PREC-ROUND-SW   PIC X(01) VALUE "N".
       77  WRK-SPELLED-DATE    PIC 9(08) VALUE ZERO.
       77  WRK-EXT-DATE        PIC X(30) VALUE SPACES.
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
      *-----------------------------------------------------------------
      *    COUNTERS - PER GENERATION AND FOR THE WHOLE RUN.
      *-----------------------------------------------------------------
       77  WRK-GEN-RUNCTL      PIC 9(07) VALUE ZERO.
       77  WRK-GEN-READ        PIC 9(07) VALUE ZERO.
       77  WRK-GEN-APPLIED     PIC 9(07) VALUE ZERO.
       77  WRK-GEN-PRESENT     PIC 9(07) VALUE ZERO.
       77  WRK-GEN-EARLIER     PIC 9(07) VALUE ZERO.
       77  WRK-GEN-ARCHIVED    PIC 9(07) VALUE ZERO.
       77  WRK-APPLIED-TOTAL   PIC 9(07) VALUE ZERO.
       77  WRK-PRESENT-TOTAL   PIC 9(07) VALUE ZERO.
       77  WRK-ARCHIVED-TOTAL  PIC 9(07) VALUE ZERO.
       77  WRK-REBUILT-JRN     PIC 9(07) VALUE ZERO.
       77  WRK-REBUILT-NONE    PIC 9(07) VALUE ZERO.
       77  WRK-GAPS-ARCHIVED   PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-READ        PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-ADDED       PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-REPLACED    PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-MARKED      PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-EARLIER     PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-ARCHIVED    PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-ADDED-TOTAL PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-REPL-TOTAL  PIC 9(07) VALUE ZERO.
       77  WRK-AIJ-MARK-TOTAL  PIC 9(07) VALUE ZERO.
       77  WRK-AIJS-READ       PIC 9(05) VALUE ZERO.
       77  WRK-GENS-READ       PIC 9(05) VALUE ZERO.
       77  WRK-GENS-MISSING    PIC 9(05) VALUE ZERO.
       77  WRK-GENS-DIVERGE    PIC 9(05) VALUE ZERO.
       77  WRK-WRITE-ERRORS    PIC 9(05) VALUE ZERO.
       77  WRK-FINAL-COUNT     PIC 9(07) VALUE ZERO.
       77  WRK-FINAL-LOW       PIC 9(07) VALUE ZERO.
       77  WRK-FINAL-HIGH      PIC 9(07) VALUE ZERO.
       77  WRK-RANGE-COUNT     PIC 9(07) VALUE ZERO.
       77  WRK-RANGE-EXPECTED  PIC 9(07) VALUE ZERO.
       77  WRK-STATE-TEXT      PIC X(22) VALUE SPACES.
       77  WRK-SOURCE-TEXT     PIC X(44) VALUE SPACES.
       77  WRK-VERDICT         PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      *    THE FIVE MASTERS, IN THE ORDER CALCBKUP TAKES THEM, WITH THE
      *    LENGTH OF EACH ONE'S KEY AT THE FRONT OF ITS RECORD.
      *-----------------------------------------------------------------
       01  WRK-MASTER-NAMES.
           05  FILLER              PIC X(40) VALUE
               "AUDITLOGFINMAST RUNCTL  CALCSEQ CALCUSER".
       01  WRK-MASTER-LIST         REDEFINES WRK-MASTER-NAMES.
           05  WRK-LST-MASTER      PIC X(08) OCCURS 5 TIMES.
       01  WRK-KEY-LENGTHS.
           05  FILLER              PIC X(10) VALUE "0710110708".
       01  WRK-KEY-LENGTH-LIST     REDEFINES WRK-KEY-LENGTHS.
           05  WRK-LST-KEY-LEN     PIC 9(02) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
      *    THE LATEST CATALOG ENTRY OF THE CHOSEN DATE FOR EACH
      *    MASTER, AND WHAT THE RESTORE OF IT ACTUALLY PUT BACK.
      *-----------------------------------------------------------------
       01  WRK-CAT-TABLE.
           05  WRK-CAT-ENTRY       OCCURS 5 TIMES.
               10  WRK-CAT-FOUND-SW    PIC X(01).
                   88  WRK-CAT-FOUND       VALUE "Y".
               10  WRK-CAT-FILE        PIC X(13).
               10  WRK-CAT-COUNT       PIC 9(07).
               10  WRK-CAT-LOW         PIC X(11).
               10  WRK-CAT-HIGH        PIC X(11).
               10  WRK-CAT-HIGH-ID     REDEFINES WRK-CAT-HIGH.
                   15  WRK-CAT-HIGH-NUM    PIC 9(07).
                   15  FILLER              PIC X(04).
               10  WRK-CAT-VERIFIED-SW PIC X(01).
                   88  WRK-CAT-VERIFIED    VALUE "V".
               10  WRK-CAT-RESTORE-SW  PIC X(01).
                   88  WRK-CAT-RESTORE     VALUE "S".
               10  WRK-CAT-DONE-SW     PIC X(01).
                   88  WRK-CAT-DONE        VALUE "S".
                   88  WRK-CAT-FAILED      VALUE "F".
               10  WRK-RST-COUNT       PIC 9(07).
               10  WRK-RST-SKIPPED     PIC 9(07).
               10  WRK-RST-LOW         PIC X(11).
               10  WRK-RST-HIGH        PIC X(11).
       77  WRK-LATEST-DATE     PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
      *    RUNCTL AS IT STOOD BEFORE ANYTHING WAS RESTORED - IT NAMES
      *    THE CALCDTL GENERATIONS AND SAYS HOW MANY RECORDS EACH RUN
      *    PROCESSED.  ONLY THE CALC RUNS FROM THE BACKUP DATE ON ARE
      *    HELD: AN EARLIER MOVEMENT DATE RERUN AFTER THE BACKUP IS
      *    STILL ON THE CALCAIJ JOURNAL OF THE DAY IT RAN.
      *-----------------------------------------------------------------
       77  WRK-RUN-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-RUN-IDX         PIC 9(03) COMP.
       01  WRK-RUN-TABLE.
           05  WRK-RUN-ENTRY       OCCURS 300 TIMES.
               10  WRK-TBL-DATE        PIC 9(08).
               10  WRK-TBL-PROGRAM     PIC X(08).
               10  WRK-TBL-STATUS      PIC X(01).
               10  WRK-TBL-RECS        PIC 9(05).
       77  WRK-DONE-COUNT      PIC 9(03) COMP VALUE ZERO.
       77  WRK-DONE-IDX        PIC 9(03) COMP.
       01  WRK-DONE-TABLE.
           05  WRK-DONE-DATE       PIC 9(08) OCCURS 300 TIMES.
      *-----------------------------------------------------------------
      *    ARCHCTL - THE MONTHS ALREADY MOVED TO AN AUDARC GENERATION.
      *-----------------------------------------------------------------
       77  WRK-ARC-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-ARC-IDX         PIC 9(03) COMP.
       01  WRK-ARC-TABLE.
           05  WRK-ARC-PERIOD      PIC 9(06) OCCURS 120 TIMES.
      *-----------------------------------------------------------------
      *    CALCJRNL SIGN-OFFS WHOSE ID RANGE REACHES PAST THE BACKUP -
      *    WHO RAN EACH ID AND ON WHAT DAY.
      *-----------------------------------------------------------------
       77  WRK-JRN-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-JRN-IDX         PIC 9(03) COMP.
       77  WRK-JRN-HIT         PIC 9(03) COMP VALUE ZERO.
       01  WRK-JRN-TABLE.
           05  WRK-JRN-ENTRY       OCCURS 500 TIMES.
               10  WRK-JRN-FIRST       PIC 9(07).
               10  WRK-JRN-LAST        PIC 9(07).
               10  WRK-JRN-USER        PIC X(08).
               10  WRK-JRN-DATE        PIC 9(08).
       77  WRK-COUNT-ED        PIC ZZZZZZ9.
       77  WRK-COUNT-ED-2      PIC ZZZZZZ9.
       77  WRK-COUNT-ED-3      PIC ZZZZZZ9.
       77  WRK-COUNT-ED-4      PIC ZZZZZZ9.
       77  WRK-COUNT-ED-5      PIC ZZZZZZ9.
       77  WRK-COUNT-ED-6      PIC ZZZZZZ9.
       77  WRK-COUNT-ED-7      PIC ZZZZZZ9.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.

      *-----------------------------------------------------------------
      *    RELOADING MASTERS IS A SUPERVISOR (AUTHORITY-3) FUNCTION.
      *    ONLY A DATE WHOSE AUDITLOG COPY WAS VERIFIED CAN BE USED,
      *    AND THE OTHER MASTERS ARE OFFERED ONE BY ONE - THE USUAL
      *    CASE IS AUDITLOG ALONE, WITH THE REST LEFT AS THEY ARE.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "CALCRCVR" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               ACCEPT WRK-TODAY FROM DATE YYYYMMDD
               PERFORM 0105-ASK-BACKUP
           END-IF.

       0105-ASK-BACKUP                 SECTION.
           DISPLAY "DATA DO BACKUP A RESTAURAR (AAAAMMDD, 0 = O MAIS "
                   "RECENTE): "
           ACCEPT WRK-BKP-DATE.
           IF WRK-BKP-DATE EQUAL TO ZERO
               PERFORM 0110-FIND-LATEST
               MOVE WRK-LATEST-DATE TO WRK-BKP-DATE
           END-IF.
           IF WRK-BKP-DATE NOT EQUAL TO ZERO
               PERFORM 0115-LOAD-CATALOG
           END-IF.
           EVALUATE TRUE
             WHEN WRK-BKP-DATE EQUAL TO ZERO
               DISPLAY "NENHUM BACKUP CONFERIDO DO AUDITLOG NO BKPCAT "
                       "- NADA FOI RESTAURADO."
             WHEN NOT WRK-CAT-FOUND(1)
               DISPLAY "NENHUMA COPIA DO AUDITLOG CATALOGADA EM "
                       WRK-BKP-DATE " - NADA FOI RESTAURADO."
             WHEN NOT WRK-CAT-VERIFIED(1)
               DISPLAY "A COPIA " WRK-CAT-FILE(1) " NAO FOI "
                       "CONFERIDA NO BACKUP - NADA FOI RESTAURADO."
             WHEN OTHER
               PERFORM 0120-CONFIRM-RESTORE
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE MOST RECENT DATE WITH A VERIFIED AUDITLOG COPY.
      *-----------------------------------------------------------------
       0110-FIND-LATEST                SECTION.
           MOVE ZERO TO WRK-LATEST-DATE.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT CATALOG-FILE.
           IF WRK-CAT-STATUS-OK
               PERFORM 0111-READ-CATALOG
               PERFORM 0112-NOTE-LATEST UNTIL WRK-END-OF-FILE
               CLOSE CATALOG-FILE
           END-IF.

       0111-READ-CATALOG               SECTION.
           READ CATALOG-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0112-NOTE-LATEST                SECTION.
           IF BKP-MASTER EQUAL TO "AUDITLOG"
            AND BKP-VERIFIED
            AND BKP-DATE GREATER THAN WRK-LATEST-DATE
               MOVE BKP-DATE TO WRK-LATEST-DATE
           END-IF.
           PERFORM 0111-READ-CATALOG.

      *-----------------------------------------------------------------
      *    EVERY ENTRY OF THE DATE IS TABLED BY MASTER - A LATER ENTRY
      *    (A SECOND BACKUP THE SAME DAY) REPLACES AN EARLIER ONE, AS
      *    ITS COPY REPLACED THE EARLIER COPY ON DISK.
      *-----------------------------------------------------------------
       0115-LOAD-CATALOG               SECTION.
           INITIALIZE WRK-CAT-TABLE.
           MOVE "N" TO WRK-EOF-SW.
           OPEN INPUT CATALOG-FILE.
           IF WRK-CAT-STATUS-OK
               PERFORM 0111-READ-CATALOG
               PERFORM 0116-TABLE-CATALOG UNTIL WRK-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "CATALOGO BKPCAT NAO ENCONTRADO - STATUS "
                       WRK-CAT-STATUS
           END-IF.

       0116-TABLE-CATALOG              SECTION.
           IF BKP-DATE EQUAL TO WRK-BKP-DATE
               MOVE "N" TO WRK-FOUND-SW
               PERFORM 0117-MATCH-MASTER VARYING WRK-CAT-IDX
                   FROM 1 BY 1 UNTIL WRK-CAT-IDX > 5 OR WRK-FOUND
           END-IF.
           PERFORM 0111-READ-CATALOG.

       0117-MATCH-MASTER               SECTION.
           IF WRK-LST-MASTER(WRK-CAT-IDX) EQUAL TO BKP-MASTER
               MOVE "Y"             TO WRK-FOUND-SW
               MOVE "Y"             TO WRK-CAT-FOUND-SW(WRK-CAT-IDX)
               MOVE BKP-FILE-NAME   TO WRK-CAT-FILE(WRK-CAT-IDX)
               MOVE BKP-COUNT       TO WRK-CAT-COUNT(WRK-CAT-IDX)
               MOVE BKP-LOW-KEY     TO WRK-CAT-LOW(WRK-CAT-IDX)
               MOVE BKP-HIGH-KEY    TO WRK-CAT-HIGH(WRK-CAT-IDX)
               MOVE BKP-VERIFIED-SW TO WRK-CAT-VERIFIED-SW(WRK-CAT-IDX)
           END-IF.

       0120-CONFIRM-RESTORE            SECTION.
           DISPLAY "RESTAURAR O AUDITLOG DA COPIA " WRK-CAT-FILE(1)
                   " (" WRK-CAT-COUNT(1) " REGISTROS, ATE O ID "
                   WRK-CAT-HIGH(1) ")".
           DISPLAY "E REAPLICAR O MOVIMENTO POSTERIOR? (S/N): "
           ACCEPT WRK-CONFIRM.
           IF WRK-CONFIRM EQUAL TO "S"
               MOVE "S" TO WRK-CAT-RESTORE-SW(1)
               PERFORM 0122-ASK-OTHER-MASTER VARYING WRK-CAT-IDX
                   FROM 2 BY 1 UNTIL WRK-CAT-IDX > 5
               OPEN OUTPUT REPORT-FILE
               IF WRK-REPORT-STATUS-OK
                   MOVE "Y" TO WRK-READY-SW
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO RCVRPT - STATUS "
                           WRK-REPORT-STATUS " - NADA FOI RESTAURADO."
               END-IF
           ELSE
               DISPLAY "RECUPERACAO CANCELADA."
           END-IF.

       0122-ASK-OTHER-MASTER           SECTION.
           EVALUATE TRUE
             WHEN NOT WRK-CAT-FOUND(WRK-CAT-IDX)
               DISPLAY WRK-LST-MASTER(WRK-CAT-IDX) ": SEM COPIA "
                       "NESTA DATA - MANTIDO COMO ESTA."
             WHEN NOT WRK-CAT-VERIFIED(WRK-CAT-IDX)
               DISPLAY WRK-LST-MASTER(WRK-CAT-IDX) ": COPIA NAO "
                       "CONFERIDA - MANTIDO COMO ESTA."
             WHEN OTHER
               DISPLAY "RESTAURAR TAMBEM O "
                       WRK-LST-MASTER(WRK-CAT-IDX) " DA COPIA "
                       WRK-CAT-FILE(WRK-CAT-IDX) "? (S/N): "
               ACCEPT WRK-CONFIRM
               IF WRK-CONFIRM EQUAL TO "S"
                   MOVE "S" TO WRK-CAT-RESTORE-SW(WRK-CAT-IDX)
               END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    RUNCTL, THE JOURNAL AND THE SEQUENCE ARE READ AS THEY STAND
      *    BEFORE ANY RESTORE TOUCHES THEM - THEY ARE THE RECORD OF
      *    WHAT HAPPENED AFTER THE BACKUP.  A RUNCTL TOO LONG TO HOLD
      *    STOPS EVERYTHING BEFORE A MASTER IS TOUCHED - A RESTORE
      *    THAT COULD NOT BE ROLLED FORWARD WOULD LOSE THE MOVEMENT
      *    SINCE THE BACKUP.  THE ROLL FORWARD ONLY RUNS ON A CLEAN
      *    AUDITLOG RESTORE.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           PERFORM 0210-LOAD-RUNCTL.
           PERFORM 0213-LOAD-ARCHCTL.
           PERFORM 0216-LOAD-PARM.
           PERFORM 0218-READ-SEQUENCE.
           MOVE WRK-SEQ-VALUE TO WRK-SEQ-BEFORE.
           PERFORM 0400-WRITE-HEADING.
           IF WRK-RUN-OVERFLOW
               MOVE SPACES TO REPORT-RECORD
               STRING "RUNCTL COM MAIS DE 300 EXECUCOES DO CALC DESDE "
                      "O BACKUP - RECUPERACAO INTERROMPIDA, NADA FOI "
                      "RESTAURADO."
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               DISPLAY REPORT-RECORD
           ELSE
               PERFORM 0220-RESTORE-MASTER VARYING WRK-CAT-IDX
                   FROM 1 BY 1 UNTIL WRK-CAT-IDX > 5
               PERFORM 0218-READ-SEQUENCE
               MOVE WRK-SEQ-VALUE TO WRK-SEQ-RESTORED
               IF WRK-CAT-DONE(1)
                   MOVE "Y" TO WRK-AUDIT-BACK-SW
                   PERFORM 0240-ROLL-FORWARD
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING "AUDITLOG NAO FOI RESTAURADO POR COMPLETO - "
                          "MOVIMENTO POSTERIOR NAO REAPLICADO."
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 0490-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0210-LOAD-RUNCTL                SECTION.
           MOVE ZERO TO WRK-RUN-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT RUN-FILE.
           IF WRK-RUN-FSTATUS-OK
               PERFORM 0211-READ-RUNCTL
               PERFORM 0212-TABLE-RUNCTL UNTIL WRK-END-OF-FILE
               CLOSE RUN-FILE
           END-IF.

       0211-READ-RUNCTL                SECTION.
           READ RUN-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0212-TABLE-RUNCTL               SECTION.
           IF RUN-PROGRAM EQUAL TO "CALC"
            AND RUN-DATE NOT LESS THAN WRK-BKP-DATE
               IF WRK-RUN-COUNT LESS THAN 300
                   ADD 1 TO WRK-RUN-COUNT
                   MOVE RUN-DATE    TO WRK-TBL-DATE(WRK-RUN-COUNT)
                   MOVE RUN-PROGRAM TO WRK-TBL-PROGRAM(WRK-RUN-COUNT)
                   MOVE RUN-STATUS  TO WRK-TBL-STATUS(WRK-RUN-COUNT)
                   MOVE RUN-RECS    TO WRK-TBL-RECS(WRK-RUN-COUNT)
               ELSE
                   MOVE "Y" TO WRK-RUN-FULL-SW
                   MOVE "Y" TO WRK-EOF-SW
               END-IF
           END-IF.
           IF NOT WRK-RUN-OVERFLOW
               PERFORM 0211-READ-RUNCTL
           END-IF.

       0213-LOAD-ARCHCTL               SECTION.
           MOVE ZERO TO WRK-ARC-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS-OK
               PERFORM 0214-READ-ARCHCTL
               PERFORM 0215-TABLE-ARCHCTL UNTIL WRK-END-OF-FILE
               CLOSE CONTROL-FILE
           END-IF.

       0214-READ-ARCHCTL               SECTION.
           READ CONTROL-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0215-TABLE-ARCHCTL              SECTION.
           IF WRK-ARC-COUNT LESS THAN 120
               ADD 1 TO WRK-ARC-COUNT
               MOVE CTL-PERIOD TO WRK-ARC-PERIOD(WRK-ARC-COUNT)
           END-IF.
           PERFORM 0214-READ-ARCHCTL.

      *-----------------------------------------------------------------
      *    THE SAME TWO-BYTE CALCPARM CALC'S BATCH MODE READS; WITHOUT
      *    ONE A REBUILT ENTRY TAKES CALC'S OWN FALLBACK OF 2 PLACES.
      *-----------------------------------------------------------------
       0216-LOAD-PARM                  SECTION.
           OPEN INPUT PARM-FILE.
           IF WRK-PARM-STATUS-OK
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF PRM-PREC-DIGITS IS NUMERIC
                AND PRM-PREC-DIGITS LESS THAN "7"
                   MOVE PRM-PREC-DIGITS TO WRK-PREC-DIGITS
                   IF PRM-ROUND-SW EQUAL TO "S"
                       MOVE "S" TO WRK-PREC-ROUND-SW
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

       0218-READ-SEQUENCE              SECTION.
           MOVE ZERO TO WRK-SEQ-VALUE.
           OPEN INPUT SEQUENCE-FILE.
           IF WRK-SEQ-STATUS-OK
               READ SEQUENCE-FILE
                   AT END CONTINUE
               END-READ
               IF SEQ-LAST-ID IS NUMERIC
                   MOVE SEQ-LAST-ID TO WRK-SEQ-VALUE
               END-IF
               CLOSE SEQUENCE-FILE
           END-IF.

      *-----------------------------------------------------------------
      *    ONE MASTER RELOADED FROM ITS COPY.  THE COPY IS READ BACK
      *    INTO THE MASTER'S OWN RECORD AND WRITTEN; COUNT AND KEY
      *    RANGE ARE TAKEN AS IT GOES, FOR THE COMPARISON WITH THE
      *    CATALOG.  AN AUDITLOG ENTRY OF A MONTH ON ARCHCTL IS NOT
      *    PUT BACK - IT LIVES IN ITS AUDARC GENERATION NOW.
      *-----------------------------------------------------------------
       0220-RESTORE-MASTER             SECTION.
           IF WRK-CAT-RESTORE(WRK-CAT-IDX)
               MOVE WRK-CAT-FILE(WRK-CAT-IDX)    TO WRK-BKP-NAME
               MOVE WRK-LST-KEY-LEN(WRK-CAT-IDX) TO WRK-KEY-LEN
               MOVE ZERO   TO WRK-RST-COUNT(WRK-CAT-IDX)
               MOVE ZERO   TO WRK-RST-SKIPPED(WRK-CAT-IDX)
               MOVE SPACES TO WRK-RST-LOW(WRK-CAT-IDX)
               MOVE SPACES TO WRK-RST-HIGH(WRK-CAT-IDX)
               MOVE "N"    TO WRK-WRITE-ERR-SW
               MOVE "N"    TO WRK-EOF-SW
               OPEN INPUT BACKUP-FILE
               IF WRK-BKP-STATUS-OK
                   PERFORM 0222-OPEN-TARGET
                   IF WRK-TARGET-OK
                       PERFORM 0224-READ-BACKUP
                       PERFORM 0226-RESTORE-RECORD
                           UNTIL WRK-END-OF-FILE
                       PERFORM 0228-CLOSE-TARGET
                   END-IF
                   CLOSE BACKUP-FILE
               ELSE
                   DISPLAY "COPIA " WRK-BKP-NAME " NAO ENCONTRADA - "
                           "STATUS " WRK-BKP-STATUS
                   MOVE "Y" TO WRK-WRITE-ERR-SW
               END-IF
               IF WRK-WRITE-ERROR OR NOT WRK-TARGET-OK
                   MOVE "F" TO WRK-CAT-DONE-SW(WRK-CAT-IDX)
               ELSE
                   MOVE "S" TO WRK-CAT-DONE-SW(WRK-CAT-IDX)
               END-IF
               DISPLAY WRK-LST-MASTER(WRK-CAT-IDX) " RESTAURADO DE "
                       WRK-BKP-NAME ": "
                       WRK-RST-COUNT(WRK-CAT-IDX) " REGISTRO(S)."
           END-IF.
           PERFORM 0410-WRITE-RESTORE-LINE.

       0222-OPEN-TARGET                SECTION.
           EVALUATE WRK-CAT-IDX
             WHEN 1
               OPEN OUTPUT AUDIT-FILE
               MOVE WRK-AUDIT-STATUS  TO WRK-WRITE-STATUS
             WHEN 2
               OPEN OUTPUT MASTER-FILE
               MOVE WRK-MASTER-STATUS TO WRK-WRITE-STATUS
             WHEN 3
               OPEN OUTPUT RUN-FILE
               MOVE WRK-RUN-FSTATUS   TO WRK-WRITE-STATUS
             WHEN 4
               OPEN OUTPUT SEQUENCE-FILE
               MOVE WRK-SEQ-STATUS    TO WRK-WRITE-STATUS
             WHEN OTHER
               OPEN OUTPUT USER-FILE
               MOVE WRK-USER-STATUS   TO WRK-WRITE-STATUS
           END-EVALUATE.
           IF WRK-WRITE-STATUS EQUAL TO "00"
               MOVE "Y" TO WRK-TARGET-OK-SW
           ELSE
               MOVE "N" TO WRK-TARGET-OK-SW
               DISPLAY "ERRO AO RECRIAR O "
                       WRK-LST-MASTER(WRK-CAT-IDX) " - STATUS "
                       WRK-WRITE-STATUS
           END-IF.

       0224-READ-BACKUP                SECTION.
           READ BACKUP-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-FILE AND NOT WRK-BKP-STATUS-OK
               DISPLAY "ERRO DE LEITURA NA COPIA " WRK-BKP-NAME
                       " - STATUS " WRK-BKP-STATUS
               MOVE "Y" TO WRK-WRITE-ERR-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0226-RESTORE-RECORD             SECTION.
           MOVE "00" TO WRK-WRITE-STATUS.
           MOVE "N"  TO WRK-ARCHIVED-SW.
           EVALUATE WRK-CAT-IDX
             WHEN 1
               MOVE BACKUP-RECORD TO AUDIT-RECORD
               MOVE AUD-DATE-NUM(1:6) TO WRK-REC-PERIOD
               PERFORM 0272-CHECK-ARCHIVED
               IF WRK-IN-ARCHIVE
                   ADD 1 TO WRK-RST-SKIPPED(WRK-CAT-IDX)
               ELSE
                   WRITE AUDIT-RECORD
                   MOVE WRK-AUDIT-STATUS TO WRK-WRITE-STATUS
               END-IF
             WHEN 2
               MOVE BACKUP-RECORD TO SCHED-MASTER-RECORD
               WRITE SCHED-MASTER-RECORD
               MOVE WRK-MASTER-STATUS TO WRK-WRITE-STATUS
             WHEN 3
               MOVE BACKUP-RECORD TO RUN-RECORD
               WRITE RUN-RECORD
               MOVE WRK-RUN-FSTATUS TO WRK-WRITE-STATUS
             WHEN 4
               MOVE BACKUP-RECORD TO SEQUENCE-RECORD
               WRITE SEQUENCE-RECORD
               MOVE WRK-SEQ-STATUS TO WRK-WRITE-STATUS
             WHEN OTHER
               MOVE BACKUP-RECORD TO USER-RECORD
               WRITE USER-RECORD
               MOVE WRK-USER-STATUS TO WRK-WRITE-STATUS
           END-EVALUATE.
           IF WRK-WRITE-STATUS NOT EQUAL TO "00"
               DISPLAY "ERRO DE GRAVACAO NO "
                       WRK-LST-MASTER(WRK-CAT-IDX) " - STATUS "
                       WRK-WRITE-STATUS " - CHAVE "
                       BACKUP-RECORD(1:WRK-KEY-LEN)
               MOVE "Y" TO WRK-WRITE-ERR-SW
           END-IF.
           IF WRK-WRITE-STATUS EQUAL TO "00" AND NOT WRK-IN-ARCHIVE
               PERFORM 0227-NOTE-RESTORED
           END-IF.
           PERFORM 0224-READ-BACKUP.

       0227-NOTE-RESTORED              SECTION.
           ADD 1 TO WRK-RST-COUNT(WRK-CAT-IDX).
           MOVE SPACES TO WRK-KEY.
           MOVE BACKUP-RECORD(1:WRK-KEY-LEN) TO WRK-KEY.
           IF WRK-RST-COUNT(WRK-CAT-IDX) EQUAL TO 1
            OR WRK-KEY LESS THAN WRK-RST-LOW(WRK-CAT-IDX)
               MOVE WRK-KEY TO WRK-RST-LOW(WRK-CAT-IDX)
           END-IF.
           IF WRK-KEY GREATER THAN WRK-RST-HIGH(WRK-CAT-IDX)
               MOVE WRK-KEY TO WRK-RST-HIGH(WRK-CAT-IDX)
           END-IF.

       0228-CLOSE-TARGET               SECTION.
           EVALUATE WRK-CAT-IDX
             WHEN 1
               CLOSE AUDIT-FILE
             WHEN 2
               CLOSE MASTER-FILE
             WHEN 3
               CLOSE RUN-FILE
             WHEN 4
               CLOSE SEQUENCE-FILE
             WHEN OTHER
               CLOSE USER-FILE
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE ROLL FORWARD STARTS AFTER THE HIGHEST ID ON THE BACKUP.
      *    THE JOURNAL IS TABLED FIRST SO EVERY REBUILT ENTRY CAN BE
      *    GIVEN THE USER AND DATE OF THE SESSION THAT ISSUED ITS ID,
      *    THEN EACH CALC RUN DATE ON RUNCTL HAS ITS CALCDTL
      *    GENERATION REAPPLIED, THEN THE CALCAIJ AFTER-IMAGES ARE
      *    REPLAYED ON TOP, THEN THE GAPS LEFT ARE FILLED.
      *-----------------------------------------------------------------
       0240-ROLL-FORWARD               SECTION.
           MOVE ZERO TO WRK-BASE-ID.
           IF WRK-CAT-HIGH-NUM(1) IS NUMERIC
               MOVE WRK-CAT-HIGH-NUM(1) TO WRK-BASE-ID
           END-IF.
           MOVE WRK-BASE-ID TO WRK-HIGH-SEEN.
           OPEN I-O AUDIT-FILE.
           IF NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO AO REABRIR O AUDITLOG - STATUS "
                       WRK-AUDIT-STATUS
           ELSE
               PERFORM 0242-LOAD-JOURNAL
               PERFORM 0420-WRITE-GEN-HEADING
               MOVE ZERO TO WRK-DONE-COUNT
               PERFORM 0246-APPLY-RUN-DATE VARYING WRK-RUN-IDX
                   FROM 1 BY 1 UNTIL WRK-RUN-IDX > WRK-RUN-COUNT
               PERFORM 0424-WRITE-AIJ-HEADING
               PERFORM 0255-REPLAY-IMAGES
               PERFORM 0430-WRITE-GAP-HEADING
               PERFORM 0260-FILL-GAPS
               CLOSE AUDIT-FILE
               PERFORM 0280-SET-SEQUENCE
               PERFORM 0285-FINAL-CHECK
           END-IF.

       0242-LOAD-JOURNAL               SECTION.
           MOVE ZERO TO WRK-JRN-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-JRN-STATUS-OK
               PERFORM 0243-READ-JOURNAL
               PERFORM 0244-TABLE-JOURNAL UNTIL WRK-END-OF-FILE
               CLOSE JOURNAL-FILE
           END-IF.

       0243-READ-JOURNAL               SECTION.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0244-TABLE-JOURNAL              SECTION.
           IF JRN-SIGN-OFF
            AND JRN-FIRST-ID GREATER THAN ZERO
            AND JRN-LAST-ID GREATER THAN WRK-BASE-ID
               IF WRK-JRN-COUNT LESS THAN 500
                   ADD 1 TO WRK-JRN-COUNT
                   MOVE JRN-FIRST-ID TO WRK-JRN-FIRST(WRK-JRN-COUNT)
                   MOVE JRN-LAST-ID  TO WRK-JRN-LAST(WRK-JRN-COUNT)
                   MOVE JRN-USER-ID  TO WRK-JRN-USER(WRK-JRN-COUNT)
                   MOVE JRN-DATE     TO WRK-JRN-DATE(WRK-JRN-COUNT)
               ELSE
                   DISPLAY "AVISO: MAIS DE 500 SESSOES NO CALCJRNL "
                           "APOS O BACKUP - SESSAO " JRN-FIRST-ID
                           "-" JRN-LAST-ID " IGNORADA."
               END-IF
               IF JRN-LAST-ID GREATER THAN WRK-HIGH-SEEN
                   MOVE JRN-LAST-ID TO WRK-HIGH-SEEN
               END-IF
           END-IF.
           PERFORM 0243-READ-JOURNAL.

      *-----------------------------------------------------------------
      *    A MOVEMENT DATE CAN HAVE SEVERAL CALC RUNS (A RESTART, A
      *    FORCED RERUN) BUT ONLY ONE GENERATION - EACH DATE IS
      *    APPLIED ONCE.
      *-----------------------------------------------------------------
       0246-APPLY-RUN-DATE             SECTION.
           IF WRK-TBL-PROGRAM(WRK-RUN-IDX) EQUAL TO "CALC"
               MOVE WRK-TBL-DATE(WRK-RUN-IDX) TO WRK-GEN-DATE
               MOVE "N" TO WRK-FOUND-SW
               PERFORM 0247-CHECK-DATE-DONE VARYING WRK-DONE-IDX
                   FROM 1 BY 1 UNTIL WRK-DONE-IDX > WRK-DONE-COUNT
                                  OR WRK-FOUND
               IF NOT WRK-FOUND AND WRK-DONE-COUNT LESS THAN 300
                   ADD 1 TO WRK-DONE-COUNT
                   MOVE WRK-GEN-DATE TO WRK-DONE-DATE(WRK-DONE-COUNT)
                   PERFORM 0250-APPLY-GENERATION
               END-IF
           END-IF.

       0247-CHECK-DATE-DONE            SECTION.
           IF WRK-DONE-DATE(WRK-DONE-IDX) EQUAL TO WRK-GEN-DATE
               MOVE "Y" TO WRK-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
      *    ONE CALCDTL GENERATION.  A DETAIL AT OR BELOW THE BACKUP'S
      *    HIGHEST ID IS ALREADY ON THE RESTORED MASTER; ONE ABOVE IT
      *    IS WRITTEN BACK, UNLESS ITS MONTH HAS BEEN ARCHIVED SINCE.
      *    A GENERATION OLDER THAN THE BACKUP THAT IS NO LONGER ON
      *    DISK IS OF NO INTEREST; A NEWER ONE MISSING IS REPORTED.
      *-----------------------------------------------------------------
       0250-APPLY-GENERATION           SECTION.
           MOVE SPACES TO WRK-DTL-GEN-NAME.
           STRING "CALCDTL" WRK-GEN-DATE DELIMITED BY SIZE
                  INTO WRK-DTL-GEN-NAME.
           MOVE ZERO TO WRK-GEN-RUNCTL.
           MOVE ZERO TO WRK-GEN-READ.
           MOVE ZERO TO WRK-GEN-APPLIED.
           MOVE ZERO TO WRK-GEN-PRESENT.
           MOVE ZERO TO WRK-GEN-EARLIER.
           MOVE ZERO TO WRK-GEN-ARCHIVED.
           MOVE "N"  TO WRK-OPEN-RUN-SW.
           PERFORM 0251-SUM-RUNCTL VARYING WRK-DONE-IDX
               FROM 1 BY 1 UNTIL WRK-DONE-IDX > WRK-RUN-COUNT.
           MOVE "N" TO WRK-EOF-SW.
           OPEN INPUT DETAIL-GEN-FILE.
           EVALUATE TRUE
             WHEN WRK-DTL-GEN-STATUS-OK
               ADD 1 TO WRK-GENS-READ
               PERFORM 0252-READ-DETAIL
               PERFORM 0253-APPLY-DETAIL UNTIL WRK-END-OF-FILE
               CLOSE DETAIL-GEN-FILE
               EVALUATE TRUE
                 WHEN WRK-OPEN-RUN
                   MOVE "EXECUCAO EM ABERTO" TO WRK-STATE-TEXT
                 WHEN WRK-GEN-READ EQUAL TO WRK-GEN-RUNCTL
                   MOVE "CONFERE COM O RUNCTL" TO WRK-STATE-TEXT
                 WHEN OTHER
                   MOVE "DIVERGE DO RUNCTL" TO WRK-STATE-TEXT
                   ADD 1 TO WRK-GENS-DIVERGE
               END-EVALUATE
               IF WRK-GEN-DATE NOT LESS THAN WRK-BKP-DATE
                OR WRK-GEN-APPLIED GREATER THAN ZERO
                   PERFORM 0422-WRITE-GEN-LINE
               END-IF
             WHEN WRK-GEN-DATE NOT LESS THAN WRK-BKP-DATE
               MOVE "GERACAO AUSENTE" TO WRK-STATE-TEXT
               ADD 1 TO WRK-GENS-MISSING
               PERFORM 0422-WRITE-GEN-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0251-SUM-RUNCTL                 SECTION.
           IF WRK-TBL-PROGRAM(WRK-DONE-IDX) EQUAL TO "CALC"
            AND WRK-TBL-DATE(WRK-DONE-IDX) EQUAL TO WRK-GEN-DATE
               EVALUATE WRK-TBL-STATUS(WRK-DONE-IDX)
                 WHEN "C"
                   ADD WRK-TBL-RECS(WRK-DONE-IDX) TO WRK-GEN-RUNCTL
                 WHEN "A"
                   MOVE "Y" TO WRK-OPEN-RUN-SW
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.

       0252-READ-DETAIL                SECTION.
           READ DETAIL-GEN-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0253-APPLY-DETAIL               SECTION.
           ADD 1 TO WRK-GEN-READ.
           IF DTL-CALC-ID NOT GREATER THAN WRK-BASE-ID
               ADD 1 TO WRK-GEN-EARLIER
           ELSE
               IF DTL-CALC-ID GREATER THAN WRK-HIGH-SEEN
                   MOVE DTL-CALC-ID TO WRK-HIGH-SEEN
               END-IF
               MOVE DTL-CALC-ID TO WRK-CHECK-ID
               PERFORM 0270-FIND-JOURNAL
               IF WRK-JRN-FOUND
                   MOVE WRK-JRN-DATE(WRK-JRN-HIT) TO WRK-REC-DATE
                   MOVE WRK-JRN-USER(WRK-JRN-HIT) TO WRK-REC-USER
               ELSE
                   MOVE WRK-GEN-DATE TO WRK-REC-DATE
                   MOVE SPACES       TO WRK-REC-USER
               END-IF
               MOVE WRK-REC-DATE(1:6) TO WRK-REC-PERIOD
               PERFORM 0272-CHECK-ARCHIVED
               IF WRK-IN-ARCHIVE
                   ADD 1 TO WRK-GEN-ARCHIVED
                   ADD 1 TO WRK-ARCHIVED-TOTAL
               ELSE
                   PERFORM 0254-BUILD-FROM-DETAIL
                   PERFORM 0276-WRITE-REBUILT
                   EVALUATE WRK-WRITE-STATUS
                     WHEN "00"
                       ADD 1 TO WRK-GEN-APPLIED
                       ADD 1 TO WRK-APPLIED-TOTAL
                     WHEN "22"
                       ADD 1 TO WRK-GEN-PRESENT
                       ADD 1 TO WRK-PRESENT-TOTAL
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 0252-READ-DETAIL.

      *-----------------------------------------------------------------
      *    THE AUDIT ENTRY AS AUDITWTR WROTE IT, FROM WHAT CALCDTL
      *    KEPT - THE FIELDS THE DETAIL DOES NOT CARRY TAKE THE BATCH
      *    DEFAULTS.
      *-----------------------------------------------------------------
       0254-BUILD-FROM-DETAIL          SECTION.
           PERFORM 0274-SPELL-DATE.
           INITIALIZE AUDIT-RECORD.
           MOVE DTL-CALC-ID       TO AUD-CALC-ID.
           MOVE WRK-REC-DATE      TO AUD-DATE-NUM.
           MOVE WRK-EXT-DATE      TO AUD-DATE.
           MOVE WRK-REC-USER      TO AUD-USER-ID.
           MOVE DTL-OPERATOR      TO AUD-OPERATOR.
           MOVE DTL-FIRST-NUM     TO AUD-FIRST-NUM.
           MOVE DTL-SECOND-NUM    TO AUD-SECOND-NUM.
           MOVE DTL-RESULT        TO AUD-RESULT.
           MOVE WRK-PREC-DIGITS   TO AUD-PRECISION.
           MOVE WRK-PREC-ROUND-SW TO AUD-ROUND-MODE.
           MOVE DTL-DISPOSITION   TO AUD-DISPOSITION.
           MOVE DTL-CCY-CODE      TO AUD-CCY-CODE.
           MOVE DTL-CCY-RATE      TO AUD-CCY-RATE.
           MOVE ZERO              TO AUD-CORR-REF.
           MOVE SPACE             TO AUD-CORR-SW.
           MOVE DTL-DEPT          TO AUD-DEPT.
           MOVE ZERO              TO AUD-ADJ-PERIOD.
           MOVE ZERO              TO AUD-ADJ-AMOUNT.
           MOVE SPACE             TO AUD-FIN-METHOD.
           MOVE ZERO              TO AUD-TEMPLATE.
           IF DTL-TEMPLATE IS NUMERIC
               MOVE DTL-TEMPLATE  TO AUD-TEMPLATE
           END-IF.

      *-----------------------------------------------------------------
      *    THE CALCAIJ JOURNALS, FROM THE BACKUP DATE TO TODAY.  THE
      *    BACKUP DAY'S OWN JOURNAL IS INCLUDED - ITS IMAGES FROM
      *    BEFORE THE BACKUP ARE ALREADY ON THE MASTER AND CHANGE
      *    NOTHING WHEN REPLAYED.
      *-----------------------------------------------------------------
       0255-REPLAY-IMAGES              SECTION.
           MOVE WRK-BKP-DATE TO WRK-AIJ-DATE.
           PERFORM 0256-APPLY-IMAGE-FILE
               UNTIL WRK-AIJ-DATE GREATER THAN WRK-TODAY.

       0256-APPLY-IMAGE-FILE           SECTION.
           MOVE SPACES TO WRK-AIJ-NAME.
           STRING "CALCAIJ" WRK-AIJ-DATE DELIMITED BY SIZE
                  INTO WRK-AIJ-NAME.
           MOVE ZERO TO WRK-AIJ-READ.
           MOVE ZERO TO WRK-AIJ-ADDED.
           MOVE ZERO TO WRK-AIJ-REPLACED.
           MOVE ZERO TO WRK-AIJ-MARKED.
           MOVE ZERO TO WRK-AIJ-EARLIER.
           MOVE ZERO TO WRK-AIJ-ARCHIVED.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT AIJ-FILE.
           IF WRK-AIJ-STATUS-OK
               ADD 1 TO WRK-AIJS-READ
               PERFORM 0257-READ-IMAGE
               PERFORM 0258-APPLY-IMAGE UNTIL WRK-END-OF-FILE
               CLOSE AIJ-FILE
               PERFORM 0426-WRITE-AIJ-LINE
           END-IF.
           PERFORM 0259-NEXT-DAY.

       0257-READ-IMAGE                 SECTION.
           READ AIJ-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      *    ONE AFTER-IMAGE.  A "W" AT OR BELOW THE BACKUP'S HIGHEST ID
      *    IS ALREADY ON THE RESTORED MASTER.  OTHERWISE THE IMAGE IS
      *    THE ENTRY AS IT STOOD AT THAT MOMENT: WRITTEN WHEN THE ID
      *    IS MISSING, REWRITTEN OVER WHAT IS THERE - THE CALCDTL
      *    REBUILD OF A "W", THE UNMARKED ORIGINAL OF AN "R".  AN
      *    ENTRY OF A MONTH ON ARCHCTL IS LEFT IN ITS AUDARC
      *    GENERATION.
      *-----------------------------------------------------------------
       0258-APPLY-IMAGE                SECTION.
           ADD 1 TO WRK-AIJ-READ.
           MOVE AIJ-IMAGE TO AUDIT-RECORD.
           MOVE AUD-DATE-NUM(1:6) TO WRK-REC-PERIOD.
           PERFORM 0272-CHECK-ARCHIVED.
           EVALUATE TRUE
             WHEN WRK-IN-ARCHIVE
               ADD 1 TO WRK-AIJ-ARCHIVED
             WHEN AIJ-WRITTEN
              AND AUD-CALC-ID NOT GREATER THAN WRK-BASE-ID
               ADD 1 TO WRK-AIJ-EARLIER
             WHEN OTHER
               IF AIJ-WRITTEN
                AND AUD-CALC-ID GREATER THAN WRK-HIGH-SEEN
                   MOVE AUD-CALC-ID TO WRK-HIGH-SEEN
               END-IF
               READ AUDIT-FILE RECORD KEY IS AUD-CALC-ID
                   INVALID KEY
                       MOVE AIJ-IMAGE TO AUDIT-RECORD
                       PERFORM 0276-WRITE-REBUILT
                       IF WRK-WRITE-STATUS EQUAL TO "00"
                           ADD 1 TO WRK-AIJ-ADDED
                           ADD 1 TO WRK-AIJ-ADDED-TOTAL
                       END-IF
                   NOT INVALID KEY
                       MOVE AIJ-IMAGE TO AUDIT-RECORD
                       PERFORM 0278-REWRITE-IMAGE
               END-READ
           END-EVALUATE.
           PERFORM 0257-READ-IMAGE.

       0259-NEXT-DAY                   SECTION.
           ADD 1 TO WRK-AIJ-DD.
           IF WRK-AIJ-DD GREATER THAN 31
               MOVE 1 TO WRK-AIJ-DD
               ADD 1  TO WRK-AIJ-MONTH
               IF WRK-AIJ-MONTH GREATER THAN 12
                   MOVE 1 TO WRK-AIJ-MONTH
                   ADD 1  TO WRK-AIJ-YEAR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    EVERY ID FROM THE BACKUP'S HIGHEST TO THE LAST ONE ISSUED
      *    MUST BE ON THE MASTER.  CALCSEQ SAYS HOW FAR THE SEQUENCE
      *    WENT, UNLESS THE JOURNAL OR A DETAIL WENT FURTHER (CALCSEQ
      *    RESTORED FROM THE SAME BACKUP).
      *-----------------------------------------------------------------
       0260-FILL-GAPS                  SECTION.
           MOVE WRK-SEQ-RESTORED TO WRK-TARGET-ID.
           IF WRK-HIGH-SEEN GREATER THAN WRK-TARGET-ID
               MOVE WRK-HIGH-SEEN TO WRK-TARGET-ID
           END-IF.
           IF WRK-BASE-ID GREATER THAN WRK-TARGET-ID
               MOVE WRK-BASE-ID TO WRK-TARGET-ID
           END-IF.
           COMPUTE WRK-CHECK-ID = WRK-BASE-ID + 1.
           PERFORM 0261-CHECK-ID
               UNTIL WRK-CHECK-ID GREATER THAN WRK-TARGET-ID.

       0261-CHECK-ID                   SECTION.
           MOVE WRK-CHECK-ID TO AUD-CALC-ID.
           READ AUDIT-FILE RECORD KEY IS AUD-CALC-ID
               INVALID KEY PERFORM 0262-REBUILD-MISSING
           END-READ.
           ADD 1 TO WRK-CHECK-ID.

      *-----------------------------------------------------------------
      *    AN ID WITH NEITHER A DETAIL NOR AN AFTER-IMAGE - ITS
      *    CALCAIJ JOURNAL LOST, AND ITS GENERATION TOO OR IT NEVER
      *    HAD ONE.  THE CALCJRNL SESSION THAT ISSUED IT GIVES THE
      *    USER AND DATE; WITH NO SESSION EITHER, TODAY'S DATE MARKS
      *    IT AS REBUILT BY THIS RUN.  AN ID OF A
      *    MONTH ALREADY ARCHIVED IS IN ITS AUDARC GENERATION AND IS
      *    NOT A GAP.
      *-----------------------------------------------------------------
       0262-REBUILD-MISSING            SECTION.
           PERFORM 0270-FIND-JOURNAL.
           MOVE "N" TO WRK-ARCHIVED-SW.
           IF WRK-JRN-FOUND
               MOVE WRK-JRN-DATE(WRK-JRN-HIT) TO WRK-REC-DATE
               MOVE WRK-JRN-USER(WRK-JRN-HIT) TO WRK-REC-USER
               MOVE WRK-REC-DATE(1:6) TO WRK-REC-PERIOD
               PERFORM 0272-CHECK-ARCHIVED
           ELSE
               MOVE WRK-TODAY TO WRK-REC-DATE
               MOVE SPACES    TO WRK-REC-USER
           END-IF.
           MOVE SPACES TO WRK-SOURCE-TEXT.
           EVALUATE TRUE
             WHEN WRK-IN-ARCHIVE
               ADD 1 TO WRK-GAPS-ARCHIVED
               STRING "PERIODO JA ARQUIVADO EM AUDARC"
                      WRK-REC-PERIOD " - NAO RECRIADO"
                      DELIMITED BY SIZE INTO WRK-SOURCE-TEXT
             WHEN WRK-JRN-FOUND
               PERFORM 0264-BUILD-PLACEHOLDER
               PERFORM 0276-WRITE-REBUILT
               IF WRK-WRITE-STATUS EQUAL TO "00"
                   ADD 1 TO WRK-REBUILT-JRN
               END-IF
               STRING "CALCJRNL - SESSAO "
                      WRK-JRN-FIRST(WRK-JRN-HIT) " A "
                      WRK-JRN-LAST(WRK-JRN-HIT)
                      DELIMITED BY SIZE INTO WRK-SOURCE-TEXT
             WHEN OTHER
               PERFORM 0264-BUILD-PLACEHOLDER
               PERFORM 0276-WRITE-REBUILT
               IF WRK-WRITE-STATUS EQUAL TO "00"
                   ADD 1 TO WRK-REBUILT-NONE
               END-IF
               MOVE "NENHUMA - DATADO DA RECUPERACAO"
                 TO WRK-SOURCE-TEXT
           END-EVALUATE.
           PERFORM 0432-WRITE-GAP-LINE.

       0264-BUILD-PLACEHOLDER          SECTION.
           PERFORM 0274-SPELL-DATE.
           INITIALIZE AUDIT-RECORD.
           MOVE WRK-CHECK-ID      TO AUD-CALC-ID.
           MOVE WRK-REC-DATE      TO AUD-DATE-NUM.
           MOVE WRK-EXT-DATE      TO AUD-DATE.
           MOVE WRK-REC-USER      TO AUD-USER-ID.
           MOVE SPACE             TO AUD-OPERATOR.
           MOVE ZERO              TO AUD-FIRST-NUM.
           MOVE ZERO              TO AUD-SECOND-NUM.
           MOVE ZERO              TO AUD-RESULT.
           MOVE WRK-PREC-DIGITS   TO AUD-PRECISION.
           MOVE WRK-PREC-ROUND-SW TO AUD-ROUND-MODE.
           MOVE "4"               TO AUD-DISPOSITION.
           MOVE SPACES            TO AUD-CCY-CODE.
           MOVE ZERO              TO AUD-CCY-RATE.
           MOVE ZERO              TO AUD-CORR-REF.
           MOVE SPACE             TO AUD-CORR-SW.
           MOVE SPACES            TO AUD-DEPT.
           MOVE ZERO              TO AUD-ADJ-PERIOD.
           MOVE ZERO              TO AUD-ADJ-AMOUNT.
           MOVE SPACE             TO AUD-FIN-METHOD.

      *-----------------------------------------------------------------
      *    THE FIRST SIGN-OFF WHOSE RANGE HOLDS THE ID.
      *-----------------------------------------------------------------
       0270-FIND-JOURNAL               SECTION.
           MOVE "N"  TO WRK-JRN-FOUND-SW.
           MOVE ZERO TO WRK-JRN-HIT.
           PERFORM 0271-SCAN-JOURNAL VARYING WRK-JRN-IDX
               FROM 1 BY 1 UNTIL WRK-JRN-IDX > WRK-JRN-COUNT
                              OR WRK-JRN-FOUND.

       0271-SCAN-JOURNAL               SECTION.
           IF WRK-CHECK-ID NOT LESS THAN WRK-JRN-FIRST(WRK-JRN-IDX)
            AND WRK-CHECK-ID NOT GREATER THAN WRK-JRN-LAST(WRK-JRN-IDX)
               MOVE "Y"         TO WRK-JRN-FOUND-SW
               MOVE WRK-JRN-IDX TO WRK-JRN-HIT
           END-IF.

       0272-CHECK-ARCHIVED             SECTION.
           MOVE "N" TO WRK-ARCHIVED-SW.
           PERFORM 0273-SCAN-ARCHIVED VARYING WRK-ARC-IDX
               FROM 1 BY 1 UNTIL WRK-ARC-IDX > WRK-ARC-COUNT
                              OR WRK-IN-ARCHIVE.

       0273-SCAN-ARCHIVED              SECTION.
           IF WRK-ARC-PERIOD(WRK-ARC-IDX) EQUAL TO WRK-REC-PERIOD
               MOVE "Y" TO WRK-ARCHIVED-SW
           END-IF.

      *-----------------------------------------------------------------
      *    THE SPELLED-OUT DATE, AS AUDITWTR STAMPS IT - FULLDATE IS
      *    ONLY CALLED AGAIN WHEN THE DATE ACTUALLY CHANGES.
      *-----------------------------------------------------------------
       0274-SPELL-DATE                 SECTION.
           IF WRK-REC-DATE NOT EQUAL TO WRK-SPELLED-DATE
               MOVE WRK-REC-DATE TO WRK-CALLER-DATE
               CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                      WRK-EXT-DATE
               MOVE WRK-REC-DATE TO WRK-SPELLED-DATE
           END-IF.

       0276-WRITE-REBUILT              SECTION.
           WRITE AUDIT-RECORD.
           MOVE WRK-AUDIT-STATUS TO WRK-WRITE-STATUS.
           IF WRK-WRITE-STATUS NOT EQUAL TO "00"
            AND WRK-WRITE-STATUS NOT EQUAL TO "22"
               DISPLAY "ERRO DE GRAVACAO NO AUDITLOG - STATUS "
                       WRK-WRITE-STATUS " CALCULO " AUD-CALC-ID
               ADD 1 TO WRK-WRITE-ERRORS
           END-IF.

       0278-REWRITE-IMAGE              SECTION.
           REWRITE AUDIT-RECORD.
           IF WRK-AUDIT-STATUS-OK
               IF AIJ-WRITTEN
                   ADD 1 TO WRK-AIJ-REPLACED
                   ADD 1 TO WRK-AIJ-REPL-TOTAL
               ELSE
                   ADD 1 TO WRK-AIJ-MARKED
                   ADD 1 TO WRK-AIJ-MARK-TOTAL
               END-IF
           ELSE
               DISPLAY "ERRO DE REGRAVACAO NO AUDITLOG - STATUS "
                       WRK-AUDIT-STATUS " CALCULO " AUD-CALC-ID
               ADD 1 TO WRK-WRITE-ERRORS
           END-IF.

      *-----------------------------------------------------------------
      *    CALCSEQ IS MOVED UP TO THE LAST ID NOW ON THE MASTER WHEN
      *    IT FELL SHORT (RESTORED WITH AN OLDER VALUE), SO CALCID
      *    NEVER HANDS OUT AN ID TWICE.  IT IS NEVER MOVED DOWN.
      *-----------------------------------------------------------------
       0280-SET-SEQUENCE               SECTION.
           MOVE WRK-SEQ-RESTORED TO WRK-SEQ-AFTER.
           IF WRK-TARGET-ID GREATER THAN WRK-SEQ-RESTORED
               OPEN OUTPUT SEQUENCE-FILE
               IF WRK-SEQ-STATUS-OK
                   MOVE WRK-TARGET-ID TO SEQ-LAST-ID
                   WRITE SEQUENCE-RECORD
                   CLOSE SEQUENCE-FILE
                   MOVE WRK-TARGET-ID TO WRK-SEQ-AFTER
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING "CALCSEQ NAO PODE SER REGRAVADO - STATUS "
                          WRK-SEQ-STATUS " - AJUSTAR PARA "
                          WRK-TARGET-ID " ANTES DO PROXIMO CALC."
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 0490-WRITE-REPORT-LINE
                   DISPLAY REPORT-RECORD
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE PROOF: ONE PASS OVER THE RECOVERED MASTER COUNTING THE
      *    ENTRIES AND, WITHIN THE ROLLED-FORWARD RANGE, CHECKING THAT
      *    EVERY ID NOT ARCHIVED IS THERE.
      *-----------------------------------------------------------------
       0285-FINAL-CHECK                SECTION.
           MOVE ZERO TO WRK-FINAL-COUNT.
           MOVE ZERO TO WRK-FINAL-LOW.
           MOVE ZERO TO WRK-FINAL-HIGH.
           MOVE ZERO TO WRK-RANGE-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WRK-AUDIT-STATUS-OK
               MOVE ZERO TO AUD-CALC-ID
               START AUDIT-FILE KEY NOT LESS THAN AUD-CALC-ID
                   INVALID KEY MOVE "Y" TO WRK-EOF-SW
               END-START
               PERFORM 0286-READ-AUDIT-NEXT
               PERFORM 0287-COUNT-ENTRY UNTIL WRK-END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF.
           COMPUTE WRK-RANGE-EXPECTED = WRK-TARGET-ID - WRK-BASE-ID
                                      - WRK-GAPS-ARCHIVED
                                      - WRK-ARCHIVED-TOTAL.

       0286-READ-AUDIT-NEXT            SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-FILE AND NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO AUDITLOG - STATUS "
                       WRK-AUDIT-STATUS
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0287-COUNT-ENTRY                SECTION.
           ADD 1 TO WRK-FINAL-COUNT.
           IF WRK-FINAL-COUNT EQUAL TO 1
               MOVE AUD-CALC-ID TO WRK-FINAL-LOW
           END-IF.
           MOVE AUD-CALC-ID TO WRK-FINAL-HIGH.
           IF AUD-CALC-ID GREATER THAN WRK-BASE-ID
            AND AUD-CALC-ID NOT GREATER THAN WRK-TARGET-ID
               ADD 1 TO WRK-RANGE-COUNT
           END-IF.
           PERFORM 0286-READ-AUDIT-NEXT.

       0300-END                        SECTION.
           IF WRK-READY
               IF WRK-AUDIT-RESTORED
                   PERFORM 0440-WRITE-TOTALS
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "DETALHES REAPLICADOS:          "
                       WRK-APPLIED-TOTAL
               DISPLAY "IMAGENS CALCAIJ INCLUIDAS:     "
                       WRK-AIJ-ADDED-TOTAL
               DISPLAY "MARCAS DE CORRECAO REPOSTAS:   "
                       WRK-AIJ-MARK-TOTAL
               DISPLAY "RECONSTRUIDOS PELO CALCJRNL:   "
                       WRK-REBUILT-JRN
               DISPLAY "RECONSTRUIDOS SEM ORIGEM:      "
                       WRK-REBUILT-NONE
               DISPLAY "CALCSEQ:                       "
                       WRK-SEQ-AFTER
               DISPLAY "RELATORIO GRAVADO EM RCVRPT."
           END-IF.
           DISPLAY "======== FIM DA RECUPERACAO ========".

      *-----------------------------------------------------------------
      *    THE RCVRPT COMPARISON REPORT.
      *-----------------------------------------------------------------
       0400-WRITE-HEADING              SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CALCRCVR - RECUPERACAO A PARTIR DO BACKUP DE "
                  WRK-BKP-DATE "  -  EXECUTADA EM " WRK-TODAY
                  " POR " WRK-USR-ID
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE "ARQUIVOS RESTAURADOS - CATALOGO BKPCAT X RESTAURADO"
             TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MESTRE   COPIA          CATALOGO CHAVES"
                  "                  RESTAURADO CHAVES"
                  "                  ARQUIV. SITUACAO"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    AN AUDITLOG ENTRY LEFT IN ITS AUDARC GENERATION STILL
      *    COUNTS AGAINST THE CATALOG - THE TWO TOGETHER MUST MAKE UP
      *    THE COPY.
      *-----------------------------------------------------------------
       0410-WRITE-RESTORE-LINE         SECTION.
           MOVE SPACES TO REPORT-RECORD.
           IF WRK-CAT-RESTORE(WRK-CAT-IDX)
               EVALUATE TRUE
                 WHEN WRK-CAT-FAILED(WRK-CAT-IDX)
                   MOVE "FALHOU" TO WRK-VERDICT
                 WHEN WRK-RST-COUNT(WRK-CAT-IDX)
                      + WRK-RST-SKIPPED(WRK-CAT-IDX)
                      NOT EQUAL TO WRK-CAT-COUNT(WRK-CAT-IDX)
                   MOVE "DIVERGE" TO WRK-VERDICT
                 WHEN WRK-RST-SKIPPED(WRK-CAT-IDX) EQUAL TO ZERO
                  AND (WRK-RST-LOW(WRK-CAT-IDX) NOT EQUAL TO
                       WRK-CAT-LOW(WRK-CAT-IDX)
                    OR WRK-RST-HIGH(WRK-CAT-IDX) NOT EQUAL TO
                       WRK-CAT-HIGH(WRK-CAT-IDX))
                   MOVE "DIVERGE" TO WRK-VERDICT
                 WHEN OTHER
                   MOVE "CONFERE" TO WRK-VERDICT
               END-EVALUATE
               MOVE WRK-CAT-COUNT(WRK-CAT-IDX)   TO WRK-COUNT-ED
               MOVE WRK-RST-COUNT(WRK-CAT-IDX)   TO WRK-COUNT-ED-2
               MOVE WRK-RST-SKIPPED(WRK-CAT-IDX) TO WRK-COUNT-ED-3
               STRING WRK-LST-MASTER(WRK-CAT-IDX) " "
                      WRK-CAT-FILE(WRK-CAT-IDX) "  "
                      WRK-COUNT-ED " "
                      WRK-CAT-LOW(WRK-CAT-IDX) "-"
                      WRK-CAT-HIGH(WRK-CAT-IDX) " "
                      WRK-COUNT-ED-2 " "
                      WRK-RST-LOW(WRK-CAT-IDX) "-"
                      WRK-RST-HIGH(WRK-CAT-IDX) " "
                      WRK-COUNT-ED-3 " "
                      WRK-VERDICT
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING WRK-LST-MASTER(WRK-CAT-IDX) " "
                      "NAO RESTAURADO - MANTIDO O ARQUIVO ATUAL"
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           PERFORM 0490-WRITE-REPORT-LINE.

       0420-WRITE-GEN-HEADING          SECTION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "REAPLICACAO DOS DETALHES CALCDTL - IDS POSTERIORES "
                  "AO " WRK-BASE-ID
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GERACAO          RUNCTL   LIDOS APLICAD JA EXIS "
                  "ANTERIO ARQUIV. SITUACAO"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0422-WRITE-GEN-LINE             SECTION.
           MOVE WRK-GEN-RUNCTL   TO WRK-COUNT-ED.
           MOVE WRK-GEN-READ     TO WRK-COUNT-ED-2.
           MOVE WRK-GEN-APPLIED  TO WRK-COUNT-ED-3.
           MOVE WRK-GEN-PRESENT  TO WRK-COUNT-ED-4.
           MOVE WRK-GEN-EARLIER  TO WRK-COUNT-ED-5.
           MOVE WRK-GEN-ARCHIVED TO WRK-COUNT-ED-6.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-DTL-GEN-NAME " "
                  WRK-COUNT-ED " " WRK-COUNT-ED-2 " "
                  WRK-COUNT-ED-3 " " WRK-COUNT-ED-4 " "
                  WRK-COUNT-ED-5 " " WRK-COUNT-ED-6 " "
                  WRK-STATE-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0424-WRITE-AIJ-HEADING          SECTION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "REAPLICACAO DAS IMAGENS CALCAIJ - DE " WRK-BKP-DATE
                  " A " WRK-TODAY
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "JORNAL             LIDAS INCLUID SUBSTIT  MARCAS "
                  "ANTERIO ARQUIV."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0426-WRITE-AIJ-LINE             SECTION.
           MOVE WRK-AIJ-READ     TO WRK-COUNT-ED.
           MOVE WRK-AIJ-ADDED    TO WRK-COUNT-ED-2.
           MOVE WRK-AIJ-REPLACED TO WRK-COUNT-ED-3.
           MOVE WRK-AIJ-MARKED   TO WRK-COUNT-ED-4.
           MOVE WRK-AIJ-EARLIER  TO WRK-COUNT-ED-5.
           MOVE WRK-AIJ-ARCHIVED TO WRK-COUNT-ED-6.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-AIJ-NAME "  "
                  WRK-COUNT-ED " " WRK-COUNT-ED-2 " "
                  WRK-COUNT-ED-3 " " WRK-COUNT-ED-4 " "
                  WRK-COUNT-ED-5 " " WRK-COUNT-ED-6
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0430-WRITE-GAP-HEADING          SECTION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "IDS SEM DETALHE - RECRIADOS SEM VALORES (SITUACAO "
                  "4), A REDIGITAR PELO CALCCORR"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ID      DATA     USUARIO  ORIGEM"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0432-WRITE-GAP-LINE             SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-CHECK-ID " " WRK-REC-DATE " " WRK-REC-USER " "
                  WRK-SOURCE-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    THE CLOSING FIGURES.  THE SEQUENCE IS CONTINUOUS WHEN EVERY
      *    ID OF THE ROLLED-FORWARD RANGE IS ON THE MASTER, SAVE THOSE
      *    WHOSE MONTH IS ALREADY IN AN AUDARC GENERATION.
      *-----------------------------------------------------------------
       0440-WRITE-TOTALS               SECTION.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE "TOTAIS" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-RST-COUNT(1) TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ENTRADAS RESTAURADAS DO BACKUP:     " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-GENS-READ    TO WRK-COUNT-ED.
           MOVE WRK-GENS-MISSING TO WRK-COUNT-ED-2.
           MOVE WRK-GENS-DIVERGE TO WRK-COUNT-ED-3.
           MOVE SPACES TO REPORT-RECORD.
           STRING "GERACOES CALCDTL LIDAS:             " WRK-COUNT-ED
                  "   AUSENTES: " WRK-COUNT-ED-2
                  "   DIVERGENTES DO RUNCTL: " WRK-COUNT-ED-3
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-APPLIED-TOTAL TO WRK-COUNT-ED.
           MOVE WRK-PRESENT-TOTAL TO WRK-COUNT-ED-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DETALHES REAPLICADOS:               " WRK-COUNT-ED
                  "   JA EXISTENTES: " WRK-COUNT-ED-2
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-AIJS-READ       TO WRK-COUNT-ED.
           MOVE WRK-AIJ-ADDED-TOTAL TO WRK-COUNT-ED-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "JORNAIS CALCAIJ LIDOS:              " WRK-COUNT-ED
                  "   IMAGENS INCLUIDAS: " WRK-COUNT-ED-2
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-AIJ-REPL-TOTAL  TO WRK-COUNT-ED.
           MOVE WRK-AIJ-MARK-TOTAL  TO WRK-COUNT-ED-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "IMAGENS SOBRE ENTRADAS DO CALCDTL:  " WRK-COUNT-ED
                  "   MARCAS DE CORRECAO REPOSTAS: " WRK-COUNT-ED-2
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-REBUILT-JRN  TO WRK-COUNT-ED.
           MOVE WRK-REBUILT-NONE TO WRK-COUNT-ED-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "RECRIADOS SEM VALORES PELO CALCJRNL:" WRK-COUNT-ED
                  "   SEM ORIGEM: " WRK-COUNT-ED-2
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           COMPUTE WRK-COUNT-ED = WRK-ARCHIVED-TOTAL
                                + WRK-GAPS-ARCHIVED
                                + WRK-RST-SKIPPED(1).
           MOVE SPACES TO REPORT-RECORD.
           STRING "ENTRADAS DE PERIODOS JA ARQUIVADOS: " WRK-COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-FINAL-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AUDITLOG RECUPERADO:                " WRK-COUNT-ED
                  " ENTRADAS, IDS " WRK-FINAL-LOW " A " WRK-FINAL-HIGH
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CALCSEQ ANTES DA RECUPERACAO: " WRK-SEQ-BEFORE
                  "   APOS A RESTAURACAO: " WRK-SEQ-RESTORED
                  "   FINAL: " WRK-SEQ-AFTER
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           IF WRK-RANGE-COUNT EQUAL TO WRK-RANGE-EXPECTED
            AND WRK-WRITE-ERRORS EQUAL TO ZERO
               STRING "SEQUENCIA CONTINUA DO ID " WRK-BASE-ID
                      " AO " WRK-TARGET-ID " - SEM LACUNAS PARA O "
                      "AUDCHECK."
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE WRK-RANGE-COUNT    TO WRK-COUNT-ED
               MOVE WRK-RANGE-EXPECTED TO WRK-COUNT-ED-2
               MOVE WRK-WRITE-ERRORS   TO WRK-COUNT-ED-7
               STRING "ATENCAO: " WRK-COUNT-ED " DE " WRK-COUNT-ED-2
                      " IDS ESPERADOS ENTRE " WRK-BASE-ID " E "
                      WRK-TARGET-ID " - ERROS DE GRAVACAO: "
                      WRK-COUNT-ED-7 " - RODE O AUDCHECK."
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           PERFORM 0490-WRITE-REPORT-LINE.

       0490-WRITE-REPORT-LINE          SECTION.
           WRITE REPORT-RECORD.
