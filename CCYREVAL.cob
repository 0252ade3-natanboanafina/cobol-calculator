       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CCYREVAL.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: MONTH-END REVALUATION OF THE CONVERTED RESULTS AT
      *             THE CLOSING RATE, FOR TREASURY.  FOR THE PERIOD
      *             ASKED FOR (AAAAMM) EVERY CONVERTED AUDIT ENTRY -
      *             A CURRENCY OTHER THAN BRL, WITH THE EXACT
      *             AUD-CCY-RATE THAT CONVERTED IT - IS TAKEN BACK TO
      *             BRL TWICE: AT ITS OWN RATE (THE ORIGINAL FIGURE)
      *             AND AT THE CURRENCY'S CLOSING RATE FOR THE PERIOD
      *             (THE REVALUED FIGURE).  THE DIFFERENCE IS THE
      *             UNREALIZED GAIN OR LOSS, PRINTED PER CURRENCY AND
      *             PER USER WITH A GRAND TOTAL ON CCYREVR.
      *             THE CLOSING RATE IS THE ONE CCYRATE ANSWERS FOR
      *             THE LAST DAY OF THE PERIOD; FOR A PERIOD OLDER
      *             THAN ANY LIVE CCYRATES ENTRY THE SAME RULE (LATEST
      *             EFFECTIVE DATE NOT AFTER THE DAY, LATER ENTRY
      *             WINS A TIE) IS APPLIED TO THE CCYHIST ENTRIES
      *             CCYAUDIT SWEPT THERE.
      *             EVERY RUN LEAVES ONE CCYREVL RECORD PER CURRENCY
      *             AND PERIOD - THE FOREIGN-CURRENCY BALANCE CARRIED,
      *             THE CLOSING RATE AND ITS BRL VALUE.  THE NEXT
      *             PERIOD BRINGS THAT BALANCE FORWARD AND MEASURES IT
      *             FROM THE LAST REVALUATION RATE, NOT FROM THE
      *             ORIGINAL RATES, SO NO GAIN IS EVER COUNTED TWICE.
      *             A RERUN OF A PERIOD REPLACES ITS OWN RECORDS.
      *             A CLOSED PERIOD IS READ FROM ITS CALCARCH
      *             GENERATION WHEN ARCHCTL LISTS IT, AND CORRECTED
      *             ORIGINALS ARE NETTED OUT AS CALCRPT NETS THEM.
      *             A PRIOR-PERIOD ADJUSTMENT COUNTS FOR ITS NET
      *             AUD-ADJ-AMOUNT ONLY (ITS ORIGINAL STAYS IN ITS OWN
      *             MONTH'S BALANCE), AND A CORRECTION WHOSE ORIGINAL
      *             AN EARLIER REVALUATION ALREADY CARRIED COUNTS FOR
      *             THE DIFFERENCE FROM THE ORIGINAL ONLY.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *    15-10-2026  NB   A PRIOR-PERIOD ADJUSTMENT ADDS ONLY ITS NET
      *                     AUD-ADJ-AMOUNT TO THE BALANCE, AND A
      *                     CORRECTION WHOSE ORIGINAL IS ALREADY IN AN
      *                     EARLIER PERIOD'S CARRIED BALANCE ADDS ONLY
      *                     THE DIFFERENCE FROM THE ORIGINAL, SO NO
      *                     FIGURE IS CARRIED TWICE.  A CCYREVL TOO BIG
      *                     FOR THE TABLE IS NO LONGER REWRITTEN SHORT,
      *                     AND ITS OUTPUT OPEN IS STATUS-CHECKED.
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
           SELECT ORIG-FILE ASSIGN USING WRK-ORIG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CALC-ID
               ALTERNATE RECORD KEY IS ORG-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORG-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-ORIG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT HIST-FILE ASSIGN TO "CCYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT REVAL-FILE ASSIGN TO "CCYREVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REVAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CCYREVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
      *-----------------------------------------------------------------
      *    MIRROR OF THE AUDIT RECORD, THE WAY CALCINQ CARRIES IT, FOR
      *    THE KEYED LOOK-UP OF A CORRECTED ORIGINAL IN AUDITLOG OR IN
      *    ONE OF THE AUDARC GENERATIONS.  ONLY ITS DATE AND RESULT
      *    ARE NEEDED.
      *-----------------------------------------------------------------
       FD  ORIG-FILE.
       01  ORIG-RECORD.
           05  ORG-CALC-ID         PIC 9(07).
           05  ORG-DATE-NUM        PIC 9(08).
           05  FILLER              PIC X(30).
           05  ORG-USER-ID         PIC X(08).
           05  FILLER              PIC X(27).
           05  ORG-RESULT          PIC S9(10)V9(06) SIGN LEADING
                                       SEPARATE.
           05  FILLER              PIC X(54).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(06).
       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HST-CODE            PIC X(03).
           05  HST-EFF-DATE        PIC 9(08).
           05  HST-RATE            PIC 9(01)V9(06).
      *-----------------------------------------------------------------
      *    ONE RECORD PER CURRENCY AND REVALUED PERIOD.  THE BALANCE
      *    IS IN THE FOREIGN CURRENCY, THE VALUE AND THE GAIN OR LOSS
      *    IN BRL.
      *-----------------------------------------------------------------
       FD  REVAL-FILE.
       01  REVAL-RECORD.
           05  REV-PERIOD          PIC 9(06).
           05  REV-CODE            PIC X(03).
           05  REV-CLOSE-DATE      PIC 9(08).
           05  REV-CLOSE-RATE      PIC 9(01)V9(06).
           05  REV-FOREIGN-BAL     PIC S9(12)V9(06) SIGN LEADING
                                       SEPARATE.
           05  REV-BRL-VALUE       PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  REV-GAIN-LOSS       PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  REV-RUN-DATE        PIC 9(08).
           05  REV-USER-ID         PIC X(08).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-ORIG-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-ORIG-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-ORIG-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-CTL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-CTL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CTL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-HIST-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-HIST-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-HIST-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REVAL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REVAL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REVAL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#USRVAR".
       COPY "#CCYVAR".
       COPY "#DATESRV".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-AUDIT    VALUE "Y".
       77  WRK-CTL-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-CONTROL  VALUE "Y".
       77  WRK-HIST-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-HIST     VALUE "Y".
       77  WRK-REV-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-REVAL    VALUE "Y".
       77  WRK-LISTED-SW       PIC X(01) VALUE "N".
           88  WRK-PERIOD-LISTED   VALUE "Y".
       77  WRK-FOUND-SW        PIC X(01) VALUE "N".
           88  WRK-SLOT-FOUND      VALUE "Y".
       77  WRK-ORIG-FOUND-SW   PIC X(01) VALUE "N".
           88  WRK-ORIG-FOUND      VALUE "Y".
       77  WRK-CARRIED-SW      PIC X(01) VALUE "N".
           88  WRK-ORIG-CARRIED    VALUE "Y".
       77  WRK-REV-FULL-SW     PIC X(01) VALUE "N".
           88  WRK-REV-OVERFLOW    VALUE "Y".
       77  WRK-EXT-DATE        PIC X(30).
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
       77  WRK-PERIOD          PIC 9(06) VALUE ZERO.
       77  WRK-PERIOD-END      PIC 9(08) VALUE ZERO.
       77  WRK-REC-PERIOD      PIC 9(06) VALUE ZERO.
       77  WRK-RUN-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-AUDIT-NAME      PIC X(12) VALUE "AUDITLOG".
       77  WRK-ORIG-NAME       PIC X(12) VALUE SPACES.
       77  WRK-ORIG-PERIOD     PIC 9(06) VALUE ZERO.
       77  WRK-ORIG-RESULT     PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-ENTRY-AMOUNT    PIC S9(12)V9(06) VALUE ZERO.
       77  WRK-GEN-IDX         PIC 9(03) COMP.
       77  WRK-GEN-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-HIST-BEST-DATE  PIC 9(08) VALUE ZERO.
       77  WRK-HIST-RATE       PIC 9(01)V9(06) VALUE ZERO.
       77  WRK-CCY-IDX         PIC 9(03) COMP.
       77  WRK-CCY-USED        PIC 9(03) COMP VALUE ZERO.
       77  WRK-CUS-IDX         PIC 9(03) COMP.
       77  WRK-CUS-USED        PIC 9(03) COMP VALUE ZERO.
       77  WRK-REV-IDX         PIC 9(03) COMP.
       77  WRK-REV-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-ORIG-BRL        PIC S9(13)V99 VALUE ZERO.
       77  WRK-REVAL-BRL       PIC S9(13)V99 VALUE ZERO.
       77  WRK-GAIN-BRL        PIC S9(13)V99 VALUE ZERO.
       77  WRK-GRAND-ORIG      PIC S9(13)V99 VALUE ZERO.
       77  WRK-GRAND-REVAL     PIC S9(13)V99 VALUE ZERO.
       77  WRK-GRAND-GAIN      PIC S9(13)V99 VALUE ZERO.
       77  WRK-SELECTED-COUNT  PIC 9(05) VALUE ZERO.
       77  WRK-NETTED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-NO-RATE-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-DROPPED-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-ADJUSTED-COUNT  PIC 9(05) VALUE ZERO.
       77  WRK-NET-COUNT       PIC 9(05) VALUE ZERO.
       77  WRK-COUNT-ED        PIC ZZ.ZZ9.
       77  WRK-RATE-ED         PIC 9,999999.
       77  WRK-BAL-ED          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ORIG-ED         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-REVAL-ED        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-GAIN-ED         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *    ONE SLOT PER CURRENCY - ITS CLOSING RATE AND WHERE IT CAME
      *    FROM ("F" CCYRATES, "H" CCYHIST, "D" THE BUILT-IN DEFAULT,
      *    "N" NONE), THE BALANCE BROUGHT FORWARD FROM ITS LAST
      *    REVALUATION AND THE PERIOD'S OWN ENTRIES.
      *-----------------------------------------------------------------
       01  WRK-CCY-TABLE.
           05  WRK-CCY-ENTRY       OCCURS 30 TIMES.
               10  WRK-CCY-CODE        PIC X(03).
               10  WRK-CCY-CLOSE-RATE  PIC 9(01)V9(06).
               10  WRK-CCY-SOURCE      PIC X(01).
                   88  WRK-CCY-NO-RATE     VALUE "N".
               10  WRK-CCY-BF-PERIOD   PIC 9(06).
               10  WRK-CCY-BF-RATE     PIC 9(01)V9(06).
               10  WRK-CCY-BF-BAL      PIC S9(12)V9(06).
               10  WRK-CCY-BF-ORIG     PIC S9(13)V99.
               10  WRK-CCY-BF-REVAL    PIC S9(13)V99.
               10  WRK-CCY-PER-BAL     PIC S9(12)V9(06).
               10  WRK-CCY-COUNT       PIC 9(05).
               10  WRK-CCY-ORIG        PIC S9(13)V99.
               10  WRK-CCY-REVAL       PIC S9(13)V99.
      *-----------------------------------------------------------------
      *    ONE SLOT PER CURRENCY AND USER SEEN IN THE PERIOD.
      *-----------------------------------------------------------------
       01  WRK-CUS-TABLE.
           05  WRK-CUS-ENTRY       OCCURS 200 TIMES.
               10  WRK-CUS-CCY         PIC X(03).
               10  WRK-CUS-USER        PIC X(08).
               10  WRK-CUS-COUNT       PIC 9(05).
               10  WRK-CUS-ORIG        PIC S9(13)V99.
               10  WRK-CUS-REVAL       PIC S9(13)V99.
      *-----------------------------------------------------------------
      *    THE CCYREVL FILE AS READ, LESS ANY RECORDS OF THE PERIOD
      *    BEING RERUN - WRITTEN BACK WHOLE AT END OF RUN, AND NOT
      *    AT ALL IF THE FILE DID NOT FIT.
      *-----------------------------------------------------------------
       01  WRK-REV-TABLE.
           05  WRK-REV-ENTRY       PIC X(91) OCCURS 500 TIMES.
      *-----------------------------------------------------------------
      *    THE CLOSED PERIODS ARCHCTL LISTS, FOR THE LOOK-UP OF A
      *    CORRECTED ORIGINAL THAT HAS SINCE BEEN ARCHIVED.
      *-----------------------------------------------------------------
       01  WRK-GEN-TABLE.
           05  WRK-GEN-PERIOD      PIC 9(06) OCCURS 120 TIMES.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    REVALUATION IS A TREASURY SUPERVISOR FUNCTION, LIKE THE
      *    RATE MAINTENANCE ITSELF - AUTHORITY 3.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "CCYREVAL" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               DISPLAY "PERIODO A REAVALIAR (AAAAMM): "
               ACCEPT WRK-PERIOD
               IF WRK-PERIOD EQUAL TO ZERO
                   DISPLAY "PERIODO INVALIDO - NADA FOI REAVALIADO."
               ELSE
                   PERFORM 0105-SET-PERIOD-END
               END-IF
               IF WRK-PERIOD GREATER THAN ZERO AND NOT WRK-DSRV-OK
                   DISPLAY "PERIODO " WRK-PERIOD " INVALIDO - NADA "
                           "FOI REAVALIADO."
               END-IF
               IF WRK-PERIOD GREATER THAN ZERO AND WRK-DSRV-OK
                   ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WRK-CCY-TABLE
                   MOVE SPACES TO WRK-CUS-TABLE
                   PERFORM 0110-LOAD-REVALUATIONS
                   PERFORM 0120-LOCATE-AUDIT
                   PERFORM 0140-OPEN-FILES
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE LAST DAY OF THE PERIOD, FOUND BY ASKING DATESRV'S
      *    VALIDATION FOR DAYS 31, 30, 29 AND 28 IN TURN.  A MONTH
      *    WHERE NONE OF THEM IS VALID IS NOT A MONTH AT ALL.
      *-----------------------------------------------------------------
       0105-SET-PERIOD-END             SECTION.
           COMPUTE WRK-PERIOD-END = WRK-PERIOD * 100 + 31.
           MOVE "1" TO WRK-DSRV-STATUS.
           PERFORM 0106-TRY-PERIOD-END
               UNTIL WRK-DSRV-OK
                  OR WRK-PERIOD-END(7:2) LESS THAN "28".

       0106-TRY-PERIOD-END             SECTION.
           MOVE "V"            TO WRK-DSRV-FUNC.
           MOVE WRK-PERIOD-END TO WRK-DSRV-DATE-1.
           MOVE ZERO           TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK
               SUBTRACT 1 FROM WRK-PERIOD-END
           END-IF.

       0110-LOAD-REVALUATIONS          SECTION.
           OPEN INPUT REVAL-FILE.
           IF WRK-REVAL-STATUS-OK
               PERFORM 0111-READ-REVAL
               PERFORM 0112-TABLE-REVAL UNTIL WRK-END-OF-REVAL
               CLOSE REVAL-FILE
           END-IF.

       0111-READ-REVAL                 SECTION.
           READ REVAL-FILE
               AT END MOVE "Y" TO WRK-REV-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      *    RECORDS OF THE PERIOD BEING RUN ARE DROPPED (THIS RUN
      *    REPLACES THEM).  AN EARLIER PERIOD BECOMES THE CURRENCY'S
      *    BROUGHT-FORWARD BALANCE IF IT IS THE LATEST SEEN SO FAR.
      *-----------------------------------------------------------------
       0112-TABLE-REVAL                SECTION.
           IF REV-PERIOD NOT EQUAL TO WRK-PERIOD
               IF WRK-REV-COUNT LESS THAN 500
                   ADD 1 TO WRK-REV-COUNT
                   MOVE REVAL-RECORD TO WRK-REV-ENTRY(WRK-REV-COUNT)
               ELSE
                   MOVE "Y" TO WRK-REV-FULL-SW
                   DISPLAY "AVISO: MAIS DE 500 REGISTROS NO CCYREVL "
                           "- O ARQUIVO NAO SERA REGRAVADO."
               END-IF
               IF REV-PERIOD LESS THAN WRK-PERIOD
                   MOVE REV-CODE TO WRK-CCY-REQ-CODE
                   PERFORM 0150-SLOT-CURRENCY
                   IF WRK-SLOT-FOUND
                    AND REV-PERIOD NOT LESS THAN
                        WRK-CCY-BF-PERIOD(WRK-CCY-IDX)
                       MOVE REV-PERIOD
                         TO WRK-CCY-BF-PERIOD(WRK-CCY-IDX)
                       MOVE REV-CLOSE-RATE
                         TO WRK-CCY-BF-RATE(WRK-CCY-IDX)
                       MOVE REV-FOREIGN-BAL
                         TO WRK-CCY-BF-BAL(WRK-CCY-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0111-READ-REVAL.

      *-----------------------------------------------------------------
      *    A PERIOD CALCARCH HAS CLOSED IS LISTED IN ARCHCTL AND LIVES
      *    IN ITS OWN GENERATION; ANYTHING ELSE IS STILL IN AUDITLOG.
      *    THE WHOLE LIST IS KEPT FOR THE CORRECTED-ORIGINAL LOOK-UP.
      *-----------------------------------------------------------------
       0120-LOCATE-AUDIT               SECTION.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS-OK
               PERFORM 0121-READ-CONTROL
               PERFORM 0122-CHECK-CONTROL UNTIL WRK-END-OF-CONTROL
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
           END-IF.
           IF WRK-GEN-COUNT LESS THAN 120
               ADD 1 TO WRK-GEN-COUNT
               MOVE CTL-PERIOD TO WRK-GEN-PERIOD(WRK-GEN-COUNT)
           ELSE
               DISPLAY "AVISO: MAIS DE 120 GERACOES NO ARCHCTL - "
                       "ENTRADA " CTL-PERIOD " IGNORADA."
           END-IF.
           PERFORM 0121-READ-CONTROL.

       0140-OPEN-FILES                 SECTION.
           OPEN INPUT AUDIT-FILE.
           IF NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ARQUIVO " WRK-AUDIT-NAME " NAO ENCONTRADO - "
                       "NADA FOI REAVALIADO."
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WRK-REPORT-STATUS-OK
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CCYREVR!"
                   CLOSE AUDIT-FILE
               ELSE
                   MOVE "Y" TO WRK-READY-SW
                   PERFORM 0145-WRITE-HEADER
               END-IF
           END-IF.

       0145-WRITE-HEADER               SECTION.
           CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                  WRK-EXT-DATE.
           MOVE "REAVALIACAO CAMBIAL DOS RESULTADOS CONVERTIDOS"
             TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DATA: " WRK-EXT-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PERIODO: " WRK-PERIOD "   FECHAMENTO: "
                  WRK-PERIOD-END "   ARQUIVO: " WRK-AUDIT-NAME
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE "VALORES EM BRL." TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    THE CURRENCY'S SLOT, OR A NEW ONE WITH ITS CLOSING RATE
      *    LOOKED UP.  ON RETURN WRK-CCY-IDX POINTS AT THE SLOT AND
      *    WRK-SLOT-FOUND SAYS WHETHER THERE WAS ROOM FOR IT.
      *-----------------------------------------------------------------
       0150-SLOT-CURRENCY              SECTION.
           MOVE "N" TO WRK-FOUND-SW.
           PERFORM 0151-MATCH-CURRENCY VARYING WRK-CCY-IDX
               FROM 1 BY 1 UNTIL WRK-CCY-IDX > WRK-CCY-USED
                              OR WRK-SLOT-FOUND.
           IF WRK-SLOT-FOUND
               SUBTRACT 1 FROM WRK-CCY-IDX
           ELSE
               IF WRK-CCY-USED LESS THAN 30
                   ADD 1 TO WRK-CCY-USED
                   MOVE WRK-CCY-USED TO WRK-CCY-IDX
                   PERFORM 0155-OPEN-CURRENCY
                   MOVE "Y" TO WRK-FOUND-SW
               ELSE
                   DISPLAY "AVISO: MAIS DE 30 MOEDAS - "
                           WRK-CCY-REQ-CODE " FORA DA REAVALIACAO."
               END-IF
           END-IF.

       0151-MATCH-CURRENCY             SECTION.
           IF WRK-CCY-CODE(WRK-CCY-IDX) EQUAL TO WRK-CCY-REQ-CODE
               MOVE "Y" TO WRK-FOUND-SW
           END-IF.

       0155-OPEN-CURRENCY              SECTION.
           MOVE WRK-CCY-REQ-CODE TO WRK-CCY-CODE(WRK-CCY-IDX).
           MOVE ZERO TO WRK-CCY-BF-PERIOD(WRK-CCY-IDX)
                        WRK-CCY-BF-RATE(WRK-CCY-IDX)
                        WRK-CCY-BF-BAL(WRK-CCY-IDX)
                        WRK-CCY-BF-ORIG(WRK-CCY-IDX)
                        WRK-CCY-BF-REVAL(WRK-CCY-IDX)
                        WRK-CCY-PER-BAL(WRK-CCY-IDX)
                        WRK-CCY-COUNT(WRK-CCY-IDX)
                        WRK-CCY-ORIG(WRK-CCY-IDX)
                        WRK-CCY-REVAL(WRK-CCY-IDX).
           PERFORM 0160-GET-CLOSING-RATE.

      *-----------------------------------------------------------------
      *    CCYRATE IS ASKED FIRST.  A RATE FOUND ON CCYRATES IS THE
      *    ANSWER - CCYHIST ONLY HOLDS ENTRIES SUPERSEDED BEFORE THE
      *    ONES STILL LIVE, SO IT CANNOT HOLD A LATER ONE.  ONLY WHEN
      *    NO LIVE ENTRY IS OLD ENOUGH IS CCYHIST SEARCHED, AND ONLY
      *    WHEN THAT FINDS NOTHING EITHER DOES CCYRATE'S BUILT-IN
      *    DEFAULT STAND.
      *-----------------------------------------------------------------
       0160-GET-CLOSING-RATE           SECTION.
           MOVE WRK-PERIOD-END TO WRK-CCY-REQ-DATE.
           CALL "CCYRATE" USING WRK-CCY-REQUEST.
           MOVE WRK-CCY-REQ-RATE   TO WRK-CCY-CLOSE-RATE(WRK-CCY-IDX).
           MOVE WRK-CCY-REQ-STATUS TO WRK-CCY-SOURCE(WRK-CCY-IDX).
           IF NOT WRK-CCY-RATE-FOUND
               PERFORM 0165-SEARCH-HISTORY
               IF WRK-HIST-BEST-DATE GREATER THAN ZERO
                   MOVE WRK-HIST-RATE
                     TO WRK-CCY-CLOSE-RATE(WRK-CCY-IDX)
                   MOVE "H" TO WRK-CCY-SOURCE(WRK-CCY-IDX)
               END-IF
           END-IF.
           IF WRK-CCY-CLOSE-RATE(WRK-CCY-IDX) EQUAL TO ZERO
               MOVE "N" TO WRK-CCY-SOURCE(WRK-CCY-IDX)
           END-IF.

       0165-SEARCH-HISTORY             SECTION.
           MOVE ZERO TO WRK-HIST-BEST-DATE.
           MOVE "N"  TO WRK-HIST-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WRK-HIST-STATUS-OK
               PERFORM 0166-READ-HISTORY
               PERFORM 0167-CHECK-HISTORY UNTIL WRK-END-OF-HIST
               CLOSE HIST-FILE
           END-IF.

       0166-READ-HISTORY               SECTION.
           READ HIST-FILE
               AT END MOVE "Y" TO WRK-HIST-EOF-SW
           END-READ.

       0167-CHECK-HISTORY              SECTION.
           IF HST-CODE EQUAL TO WRK-CCY-REQ-CODE
            AND HST-EFF-DATE NOT GREATER THAN WRK-PERIOD-END
            AND HST-EFF-DATE NOT LESS THAN WRK-HIST-BEST-DATE
               MOVE HST-EFF-DATE TO WRK-HIST-BEST-DATE
               MOVE HST-RATE     TO WRK-HIST-RATE
           END-IF.
           PERFORM 0166-READ-HISTORY.

      *-----------------------------------------------------------------
      *    ONE PASS OVER THE AUDIT FILE, THEN THE BROUGHT-FORWARD
      *    BALANCES ARE MEASURED AND THE REPORT PRINTED CURRENCY BY
      *    CURRENCY.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-AUDIT.
           PERFORM 0220-SELECT-ENTRY UNTIL WRK-END-OF-AUDIT.
           PERFORM 0250-PRINT-CURRENCY VARYING WRK-CCY-IDX
               FROM 1 BY 1 UNTIL WRK-CCY-IDX > WRK-CCY-USED.

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

      *-----------------------------------------------------------------
      *    A CONVERTED ENTRY IS ONE IN A CURRENCY OTHER THAN BRL THAT
      *    CARRIES THE RATE THAT CONVERTED IT.  RECORDS FROM BEFORE
      *    THE CURRENCY STAMP (BLANK CODE) ARE NOT CONVERTED ONES.
      *-----------------------------------------------------------------
       0220-SELECT-ENTRY               SECTION.
           MOVE AUD-DATE-NUM(1:6) TO WRK-REC-PERIOD.
           IF WRK-REC-PERIOD EQUAL TO WRK-PERIOD
            AND AUD-CCY-CODE NOT EQUAL TO SPACES
            AND AUD-CCY-CODE NOT EQUAL TO "BRL"
            AND AUD-CCY-RATE GREATER THAN ZERO
               IF AUD-CORRECTED
                   ADD 1 TO WRK-NETTED-COUNT
               ELSE
                   PERFORM 0230-REVALUE-ENTRY
               END-IF
           END-IF.
           PERFORM 0210-READ-AUDIT.

       0230-REVALUE-ENTRY              SECTION.
           MOVE AUD-CCY-CODE TO WRK-CCY-REQ-CODE.
           PERFORM 0150-SLOT-CURRENCY.
           EVALUATE TRUE
             WHEN NOT WRK-SLOT-FOUND
               ADD 1 TO WRK-DROPPED-COUNT
             WHEN WRK-CCY-NO-RATE(WRK-CCY-IDX)
               ADD 1 TO WRK-NO-RATE-COUNT
             WHEN OTHER
               PERFORM 0240-SET-ENTRY-AMOUNT
               COMPUTE WRK-ORIG-BRL ROUNDED =
                       WRK-ENTRY-AMOUNT / AUD-CCY-RATE
               COMPUTE WRK-REVAL-BRL ROUNDED =
                       WRK-ENTRY-AMOUNT
                     / WRK-CCY-CLOSE-RATE(WRK-CCY-IDX)
               ADD 1 TO WRK-SELECTED-COUNT
               ADD 1 TO WRK-CCY-COUNT(WRK-CCY-IDX)
               ADD WRK-ENTRY-AMOUNT TO WRK-CCY-PER-BAL(WRK-CCY-IDX)
               ADD WRK-ORIG-BRL  TO WRK-CCY-ORIG(WRK-CCY-IDX)
               ADD WRK-REVAL-BRL TO WRK-CCY-REVAL(WRK-CCY-IDX)
               PERFORM 0235-ACCUMULATE-USER
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    A TWO-HUNDRED-AND-FIRST CURRENCY/USER PAIR STILL COUNTS IN
      *    THE CURRENCY TOTALS; ONLY ITS USER LINE IS LOST, AND THAT
      *    IS CALLED OUT.
      *-----------------------------------------------------------------
       0235-ACCUMULATE-USER            SECTION.
           MOVE "N" TO WRK-FOUND-SW.
           PERFORM 0236-SLOT-USER VARYING WRK-CUS-IDX
               FROM 1 BY 1 UNTIL WRK-CUS-IDX > WRK-CUS-USED
                              OR WRK-SLOT-FOUND.
           IF NOT WRK-SLOT-FOUND
               IF WRK-CUS-USED LESS THAN 200
                   ADD 1 TO WRK-CUS-USED
                   MOVE WRK-CUS-USED  TO WRK-CUS-IDX
                   MOVE AUD-CCY-CODE  TO WRK-CUS-CCY(WRK-CUS-IDX)
                   MOVE AUD-USER-ID   TO WRK-CUS-USER(WRK-CUS-IDX)
                   MOVE 1             TO WRK-CUS-COUNT(WRK-CUS-IDX)
                   MOVE WRK-ORIG-BRL  TO WRK-CUS-ORIG(WRK-CUS-IDX)
                   MOVE WRK-REVAL-BRL TO WRK-CUS-REVAL(WRK-CUS-IDX)
               ELSE
                   DISPLAY "AVISO: MAIS DE 200 USUARIOS/MOEDAS - "
                           AUD-USER-ID " " AUD-CCY-CODE
                           " FORA DO DETALHE."
               END-IF
           END-IF.

       0236-SLOT-USER                  SECTION.
           IF WRK-CUS-CCY(WRK-CUS-IDX) EQUAL TO AUD-CCY-CODE
            AND WRK-CUS-USER(WRK-CUS-IDX) EQUAL TO AUD-USER-ID
               ADD 1             TO WRK-CUS-COUNT(WRK-CUS-IDX)
               ADD WRK-ORIG-BRL  TO WRK-CUS-ORIG(WRK-CUS-IDX)
               ADD WRK-REVAL-BRL TO WRK-CUS-REVAL(WRK-CUS-IDX)
               MOVE "Y" TO WRK-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
      *    WHAT THE ENTRY ADDS TO THE PERIOD'S FOREIGN BALANCE.
      *    A PRIOR-PERIOD ADJUSTMENT ADDS ITS NET AUD-ADJ-AMOUNT - ITS
      *    "P" ORIGINAL IS NEVER NETTED OUT, SO IT IS ALREADY IN THE
      *    BALANCE OF ITS OWN MONTH.  AN ORDINARY CORRECTION ADDS ITS
      *    FULL RESULT UNLESS ITS ORIGINAL BELONGS TO AN EARLIER PERIOD
      *    WHOSE REVALUATION CARRIED IT, AND THEN ONLY THE DIFFERENCE
      *    FROM THE ORIGINAL.  AN ORIGINAL FOUND NOWHERE IS CALLED OUT
      *    AND THE FULL RESULT STANDS.
      *-----------------------------------------------------------------
       0240-SET-ENTRY-AMOUNT           SECTION.
           MOVE AUD-RESULT TO WRK-ENTRY-AMOUNT.
           EVALUATE TRUE
             WHEN AUD-ADJ-PERIOD IS NUMERIC
              AND AUD-ADJ-PERIOD GREATER THAN ZERO
               MOVE AUD-ADJ-AMOUNT TO WRK-ENTRY-AMOUNT
               ADD 1 TO WRK-ADJUSTED-COUNT
             WHEN AUD-CORR-REF IS NUMERIC
              AND AUD-CORR-REF GREATER THAN ZERO
               PERFORM 0242-FIND-ORIGINAL
               IF WRK-ORIG-FOUND
                   IF WRK-ORIG-PERIOD LESS THAN WRK-PERIOD
                       PERFORM 0245-SEARCH-REVALUATION
                       IF WRK-ORIG-CARRIED
                           SUBTRACT WRK-ORIG-RESULT
                               FROM WRK-ENTRY-AMOUNT
                           ADD 1 TO WRK-NET-COUNT
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "AVISO: ORIGINAL " AUD-CORR-REF
                           " DA CORRECAO " AUD-CALC-ID
                           " NAO ENCONTRADO - VALOR INTEGRAL."
               END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE ORIGINAL IS LOOKED FOR IN AUDITLOG FIRST AND THEN IN
      *    EACH ARCHIVED GENERATION, A KEYED READ APIECE, AS CALCINQ
      *    SEARCHES THEM.
      *-----------------------------------------------------------------
       0242-FIND-ORIGINAL              SECTION.
           MOVE "N" TO WRK-ORIG-FOUND-SW.
           MOVE "AUDITLOG" TO WRK-ORIG-NAME.
           PERFORM 0243-TRY-ORIGINAL.
           PERFORM 0244-TRY-GENERATION VARYING WRK-GEN-IDX
               FROM 1 BY 1 UNTIL WRK-GEN-IDX > WRK-GEN-COUNT
                              OR WRK-ORIG-FOUND.

       0243-TRY-ORIGINAL               SECTION.
           OPEN INPUT ORIG-FILE.
           IF WRK-ORIG-STATUS-OK
               MOVE AUD-CORR-REF TO ORG-CALC-ID
               READ ORIG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WRK-ORIG-FOUND-SW
                       MOVE ORG-DATE-NUM(1:6) TO WRK-ORIG-PERIOD
                       MOVE ORG-RESULT        TO WRK-ORIG-RESULT
               END-READ
               CLOSE ORIG-FILE
           END-IF.

       0244-TRY-GENERATION             SECTION.
           MOVE SPACES TO WRK-ORIG-NAME.
           STRING "AUDARC" WRK-GEN-PERIOD(WRK-GEN-IDX)
                  DELIMITED BY SIZE INTO WRK-ORIG-NAME.
           PERFORM 0243-TRY-ORIGINAL.

      *-----------------------------------------------------------------
      *    THE ORIGINAL IS IN A CARRIED BALANCE WHEN ITS PERIOD WAS
      *    REVALUED IN THIS CURRENCY BEFORE THE DAY OF THE CORRECTION -
      *    A REVALUATION RUN ON OR AFTER THAT DAY FOUND IT FLAGGED AND
      *    NETTED IT OUT.
      *-----------------------------------------------------------------
       0245-SEARCH-REVALUATION         SECTION.
           MOVE "N" TO WRK-CARRIED-SW.
           MOVE "N" TO WRK-REV-EOF-SW.
           OPEN INPUT REVAL-FILE.
           IF WRK-REVAL-STATUS-OK
               PERFORM 0111-READ-REVAL
               PERFORM 0246-CHECK-REVALUATION
                   UNTIL WRK-END-OF-REVAL OR WRK-ORIG-CARRIED
               CLOSE REVAL-FILE
           END-IF.

       0246-CHECK-REVALUATION          SECTION.
           IF REV-PERIOD EQUAL TO WRK-ORIG-PERIOD
            AND REV-CODE EQUAL TO AUD-CCY-CODE
            AND REV-RUN-DATE LESS THAN AUD-DATE-NUM
               MOVE "Y" TO WRK-CARRIED-SW
           ELSE
               PERFORM 0111-READ-REVAL
           END-IF.

      *-----------------------------------------------------------------
      *    THE BROUGHT-FORWARD BALANCE IS WORTH WHAT THE LAST
      *    REVALUATION SAID AND IS NOW WORTH IT AT TODAY'S CLOSING
      *    RATE; THE PERIOD'S OWN ENTRIES FOLLOW BY USER.
      *-----------------------------------------------------------------
       0250-PRINT-CURRENCY             SECTION.
           MOVE WRK-CCY-CLOSE-RATE(WRK-CCY-IDX) TO WRK-RATE-ED.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE WRK-CCY-SOURCE(WRK-CCY-IDX)
             WHEN "F"
               STRING "MOEDA " WRK-CCY-CODE(WRK-CCY-IDX)
                      "   TAXA DE FECHAMENTO " WRK-RATE-ED
                      " (CCYRATES)"
                      DELIMITED BY SIZE INTO REPORT-RECORD
             WHEN "H"
               STRING "MOEDA " WRK-CCY-CODE(WRK-CCY-IDX)
                      "   TAXA DE FECHAMENTO " WRK-RATE-ED
                      " (CCYHIST)"
                      DELIMITED BY SIZE INTO REPORT-RECORD
             WHEN "D"
               STRING "MOEDA " WRK-CCY-CODE(WRK-CCY-IDX)
                      "   TAXA DE FECHAMENTO " WRK-RATE-ED
                      " (PADRAO - SEM TAXA NO ARQUIVO)"
                      DELIMITED BY SIZE INTO REPORT-RECORD
             WHEN OTHER
               STRING "MOEDA " WRK-CCY-CODE(WRK-CCY-IDX)
                      "   SEM TAXA DE FECHAMENTO - NAO REAVALIADA"
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE.
           PERFORM 0490-WRITE-REPORT-LINE.
           IF NOT WRK-CCY-NO-RATE(WRK-CCY-IDX)
               PERFORM 0255-MEASURE-BROUGHT-FORWARD
               MOVE SPACES             TO REPORT-RECORD
               MOVE "USUARIO"          TO REPORT-RECORD(3:7)
               MOVE "QTD"              TO REPORT-RECORD(15:3)
               MOVE "VALOR ORIGINAL"   TO REPORT-RECORD(24:14)
               MOVE "VALOR REAVALIADO" TO REPORT-RECORD(42:16)
               MOVE "GANHO/PERDA"      TO REPORT-RECORD(67:11)
               PERFORM 0490-WRITE-REPORT-LINE
               IF WRK-CCY-BF-PERIOD(WRK-CCY-IDX) GREATER THAN ZERO
                   PERFORM 0260-PRINT-BROUGHT-FORWARD
               END-IF
               PERFORM 0265-PRINT-USER VARYING WRK-CUS-IDX
                   FROM 1 BY 1 UNTIL WRK-CUS-IDX > WRK-CUS-USED
               PERFORM 0270-PRINT-CURRENCY-TOTAL
               PERFORM 0280-KEEP-REVALUATION
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0255-MEASURE-BROUGHT-FORWARD    SECTION.
           IF WRK-CCY-BF-PERIOD(WRK-CCY-IDX) GREATER THAN ZERO
            AND WRK-CCY-BF-RATE(WRK-CCY-IDX) GREATER THAN ZERO
               COMPUTE WRK-CCY-BF-ORIG(WRK-CCY-IDX) ROUNDED =
                       WRK-CCY-BF-BAL(WRK-CCY-IDX)
                     / WRK-CCY-BF-RATE(WRK-CCY-IDX)
               COMPUTE WRK-CCY-BF-REVAL(WRK-CCY-IDX) ROUNDED =
                       WRK-CCY-BF-BAL(WRK-CCY-IDX)
                     / WRK-CCY-CLOSE-RATE(WRK-CCY-IDX)
           END-IF.

       0260-PRINT-BROUGHT-FORWARD      SECTION.
           MOVE WRK-CCY-BF-RATE(WRK-CCY-IDX) TO WRK-RATE-ED.
           MOVE WRK-CCY-BF-BAL(WRK-CCY-IDX)  TO WRK-BAL-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  SALDO ANTERIOR DE " WRK-CCY-BF-PERIOD(WRK-CCY-IDX)
                  ": " WRK-BAL-ED " " WRK-CCY-CODE(WRK-CCY-IDX)
                  " A " WRK-RATE-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-CCY-BF-ORIG(WRK-CCY-IDX)  TO WRK-ORIG-ED.
           MOVE WRK-CCY-BF-REVAL(WRK-CCY-IDX) TO WRK-REVAL-ED.
           COMPUTE WRK-GAIN-BRL = WRK-CCY-BF-REVAL(WRK-CCY-IDX)
                                - WRK-CCY-BF-ORIG(WRK-CCY-IDX).
           MOVE WRK-GAIN-BRL TO WRK-GAIN-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  (ANTERIOR)      " WRK-ORIG-ED " " WRK-REVAL-ED
                  " " WRK-GAIN-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

       0265-PRINT-USER                 SECTION.
           IF WRK-CUS-CCY(WRK-CUS-IDX) EQUAL TO
              WRK-CCY-CODE(WRK-CCY-IDX)
               MOVE WRK-CUS-COUNT(WRK-CUS-IDX) TO WRK-COUNT-ED
               MOVE WRK-CUS-ORIG(WRK-CUS-IDX)  TO WRK-ORIG-ED
               MOVE WRK-CUS-REVAL(WRK-CUS-IDX) TO WRK-REVAL-ED
               COMPUTE WRK-GAIN-BRL = WRK-CUS-REVAL(WRK-CUS-IDX)
                                    - WRK-CUS-ORIG(WRK-CUS-IDX)
               MOVE WRK-GAIN-BRL TO WRK-GAIN-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WRK-CUS-USER(WRK-CUS-IDX) " "
                      WRK-COUNT-ED " " WRK-ORIG-ED " " WRK-REVAL-ED
                      " " WRK-GAIN-ED
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.

       0270-PRINT-CURRENCY-TOTAL       SECTION.
           COMPUTE WRK-ORIG-BRL  = WRK-CCY-ORIG(WRK-CCY-IDX)
                                 + WRK-CCY-BF-ORIG(WRK-CCY-IDX).
           COMPUTE WRK-REVAL-BRL = WRK-CCY-REVAL(WRK-CCY-IDX)
                                 + WRK-CCY-BF-REVAL(WRK-CCY-IDX).
           COMPUTE WRK-GAIN-BRL  = WRK-REVAL-BRL - WRK-ORIG-BRL.
           ADD WRK-ORIG-BRL  TO WRK-GRAND-ORIG.
           ADD WRK-REVAL-BRL TO WRK-GRAND-REVAL.
           ADD WRK-GAIN-BRL  TO WRK-GRAND-GAIN.
           MOVE WRK-CCY-COUNT(WRK-CCY-IDX) TO WRK-COUNT-ED.
           MOVE WRK-ORIG-BRL  TO WRK-ORIG-ED.
           MOVE WRK-REVAL-BRL TO WRK-REVAL-ED.
           MOVE WRK-GAIN-BRL  TO WRK-GAIN-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL    " WRK-COUNT-ED " " WRK-ORIG-ED " "
                  WRK-REVAL-ED " " WRK-GAIN-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    THE CURRENCY'S NEW REVALUATION RECORD - WHAT WAS BROUGHT
      *    FORWARD PLUS THE PERIOD'S ENTRIES, AT THE CLOSING RATE.
      *    THE GAIN OR LOSS IS STILL IN WRK-GAIN-BRL FROM THE TOTAL.
      *-----------------------------------------------------------------
       0280-KEEP-REVALUATION           SECTION.
           IF WRK-REV-COUNT LESS THAN 500
               MOVE WRK-PERIOD     TO REV-PERIOD
               MOVE WRK-CCY-CODE(WRK-CCY-IDX) TO REV-CODE
               MOVE WRK-PERIOD-END TO REV-CLOSE-DATE
               MOVE WRK-CCY-CLOSE-RATE(WRK-CCY-IDX) TO REV-CLOSE-RATE
               COMPUTE REV-FOREIGN-BAL = WRK-CCY-BF-BAL(WRK-CCY-IDX)
                                       + WRK-CCY-PER-BAL(WRK-CCY-IDX)
               MOVE WRK-REVAL-BRL  TO REV-BRL-VALUE
               MOVE WRK-GAIN-BRL   TO REV-GAIN-LOSS
               MOVE WRK-RUN-DATE   TO REV-RUN-DATE
               MOVE WRK-USR-ID     TO REV-USER-ID
               ADD 1 TO WRK-REV-COUNT
               MOVE REVAL-RECORD TO WRK-REV-ENTRY(WRK-REV-COUNT)
           ELSE
               MOVE "Y" TO WRK-REV-FULL-SW
               DISPLAY "AVISO: CCYREVL CHEIO - REAVALIACAO DE "
                       WRK-CCY-CODE(WRK-CCY-IDX) " NAO GRAVADA."
           END-IF.

       0490-WRITE-REPORT-LINE          SECTION.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       0300-END                        SECTION.
           MOVE WRK-SELECTED-COUNT TO WRK-COUNT-ED.
           MOVE WRK-GRAND-ORIG     TO WRK-ORIG-ED.
           MOVE WRK-GRAND-REVAL    TO WRK-REVAL-ED.
           MOVE WRK-GRAND-GAIN     TO WRK-GAIN-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTAL GERAL" WRK-COUNT-ED " " WRK-ORIG-ED " "
                  WRK-REVAL-ED " " WRK-GAIN-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CORRIGIDOS (FORA): " WRK-NETTED-COUNT
                  "   SEM TAXA: " WRK-NO-RATE-COUNT
                  "   FORA DA TABELA: " WRK-DROPPED-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "AJUSTES DE PERIODO (LIQUIDO): " WRK-ADJUSTED-COUNT
                  "   CORRECOES PELA DIFERENCA: " WRK-NET-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0310-REWRITE-REVALUATIONS.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "======== FIM DA REAVALIACAO ========".

      *-----------------------------------------------------------------
      *    A CCYREVL THAT DID NOT FIT THE TABLE IS LEFT AS IT WAS -
      *    REWRITING IT FROM THE TABLE WOULD LOSE THE RECORDS PAST
      *    THE FIVE HUNDREDTH.  EITHER WAY THE REPORT SAYS SO.
      *-----------------------------------------------------------------
       0310-REWRITE-REVALUATIONS       SECTION.
           IF WRK-REV-OVERFLOW
               MOVE "CCYREVL CHEIO - NAO FOI REGRAVADO; REAVALIACAO DO "
                 TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               MOVE "PERIODO NAO GUARDADA." TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           ELSE
               OPEN OUTPUT REVAL-FILE
               IF WRK-REVAL-STATUS-OK
                   PERFORM 0315-WRITE-REVALUATION VARYING WRK-REV-IDX
                       FROM 1 BY 1 UNTIL WRK-REV-IDX > WRK-REV-COUNT
                   CLOSE REVAL-FILE
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING "ERRO AO ABRIR O ARQUIVO CCYREVL - STATUS "
                          WRK-REVAL-STATUS
                          " - REAVALIACAO NAO GUARDADA."
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 0490-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0315-WRITE-REVALUATION          SECTION.
           MOVE WRK-REV-ENTRY(WRK-REV-IDX) TO REVAL-RECORD.
           WRITE REVAL-RECORD.
