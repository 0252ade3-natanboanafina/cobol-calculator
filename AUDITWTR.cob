      *             AUDIT FILE I/O OF THEIR OWN AT ALL.  THE REQUEST
      *             AREA LIVES IN THE #AUDWTR COPYBOOK.
      *
      *             EVERY RECORD THAT REACHES AUDITLOG IS ALSO
      *             APPENDED, WHOLE, TO THE DAY'S CALCAIJ AFTER-IMAGE
      *             JOURNAL (CALCAIJ PLUS THE DATE, LAYOUT IN
      *             #AIJREC), AND SO IS EVERY ENTRY A CALLER REWRITES
      *             AND HANDS BACK ("R").  CALCRCVR REPLAYS THOSE
      *             JOURNALS ON TOP OF A BACKUP.
      *
      *             A RUN THAT DIES BEFORE THE CLOSE LOSES AT MOST ONE
      *             BUFFER OF AUDIT RECORDS - CALC FLUSHES ("F")
      *             BEFORE EVERY CHECKPOINT SAVE SO THE CHECKPOINT
      *                     GOES OUT BLANK - ONLY CALCCORR'S REWRITE
      *                     OF THE ORIGINAL EVER SETS IT - AND THE
      *                     BUFFER SLOTS STRETCHED EIGHT MORE BYTES.
      *    14-10-2026  NB   NEW FUNCTION "D" SETS THE ORIGINATING
      *                     DEPARTMENT FOR THE WRITES THAT FOLLOW -
      *                     KEPT HERE IN WORKING STORAGE AND STAMPED
      *                     ON EVERY RECORD, SO THE OPERATION PROGRAMS
      *                     CARRY ON UNCHANGED.  THE BUFFER SLOTS
      *                     STRETCHED FOUR BYTES FOR AUD-DEPT.
      *    14-10-2026  NB   A CORRECTION ENTRY NOW ALSO CARRIES THE
      *                     PRIOR PERIOD IT ADJUSTS AND THE NET
      *                     AMOUNT; ANY OTHER WRITE GOES OUT WITH
      *                     ZEROS THERE.  THE BUFFER SLOTS STRETCHED
      *                     TWENTY-THREE BYTES.
      *    14-10-2026  NB   A FINCALC ENTRY NOW CARRIES ITS
      *                     AMORTIZATION METHOD (PRICE OR SAC); ANY
      *                     OTHER WRITE GOES OUT BLANK THERE.  THE
      *                     BUFFER SLOTS STRETCHED ONE BYTE.
      *    14-10-2026  NB   AUDITLOG IS NOW BUILT WITH ALTERNATE KEYS
      *                     ON AUD-DATE-NUM AND AUD-USER-ID (BOTH
      *                     WITH DUPLICATES) FOR THE CALCINQ BROWSE.
      *    15-10-2026  NB   FUNCTION "D" ALSO KEEPS THE CALCTPL
      *                     TEMPLATE OF THE BATCH RECORD, STAMPED ON
      *                     EVERY ENTRY AS AUD-TEMPLATE (ZERO WHEN THE
      *                     CALLER PASSES NONE).  THE BUFFER SLOTS
      *                     STRETCHED FIVE BYTES.
      *    15-10-2026  NB   EVERY RECORD WRITTEN TO AUDITLOG IS ALSO
      *                     APPENDED TO THE DATED CALCAIJ AFTER-IMAGE
      *                     JOURNAL, AND NEW FUNCTION "R" JOURNALS AN
      *                     ENTRY THE CALLER HAS REWRITTEN, SO
      *                     CALCRCVR CAN ROLL THE MASTER FORWARD WITH
      *                     ITS CORRECTIONS AND FLAGS.
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
           SELECT AIJ-FILE ASSIGN USING WRK-AIJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AIJ-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  AIJ-FILE.
       COPY "#AIJREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AIJ-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AIJ-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AIJ-STATUS==.
       77  WRK-OPEN-SW         PIC X(01) VALUE "N".
           88  WRK-AUDIT-OPEN      VALUE "Y".
       77  WRK-AIJ-OPEN-SW     PIC X(01) VALUE "N".
           88  WRK-AIJ-OPEN        VALUE "Y".
       77  WRK-AIJ-NAME        PIC X(15) VALUE SPACES.
       77  WRK-AIJ-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-TIME-RAW        PIC 9(08) VALUE ZERO.
       77  WRK-CALC-ID         PIC 9(07) VALUE ZERO.
       77  WRK-AUD-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-SPELLED-DATE    PIC 9(08) VALUE ZERO.
       77  WRK-BUFFER-MAX      PIC 9(02) COMP VALUE 25.
       77  WRK-BUFFER-COUNT    PIC 9(02) COMP VALUE ZERO.
       77  WRK-FLUSH-IDX       PIC 9(02) COMP.
       77  WRK-DEPT            PIC X(04) VALUE SPACES.
       77  WRK-TEMPLATE        PIC 9(05) VALUE ZERO.
       01  WRK-BUFFER-TABLE.
           05  WRK-BUFFER-SLOT     PIC X(151) OCCURS 25 TIMES.
       LINKAGE                         SECTION.
       COPY "#AUDWTR" REPLACING
           ==WRK-AWT-AREA== BY ==LNK-AWT-AREA==
           ==WRK-AWT-WRITE== BY ==LNK-AWT-WRITE==
           ==WRK-AWT-FLUSH== BY ==LNK-AWT-FLUSH==
           ==WRK-AWT-CLOSE== BY ==LNK-AWT-CLOSE==
           ==WRK-AWT-SET-DEPT== BY ==LNK-AWT-SET-DEPT==
           ==WRK-AWT-REWRITTEN== BY ==LNK-AWT-REWRITTEN==
           ==WRK-AWT-STATUS== BY ==LNK-AWT-STATUS==
           ==WRK-AWT-OK== BY ==LNK-AWT-OK==
           ==WRK-AWT-BAD-FUNC== BY ==LNK-AWT-BAD-FUNC==
           ==WRK-AWT-DISPOSITION== BY ==LNK-AWT-DISPOSITION==
           ==WRK-AWT-CCY-CODE== BY ==LNK-AWT-CCY-CODE==
           ==WRK-AWT-CCY-RATE== BY ==LNK-AWT-CCY-RATE==
           ==WRK-AWT-CORR-REF== BY ==LNK-AWT-CORR-REF==
           ==WRK-AWT-DEPT== BY ==LNK-AWT-DEPT==
           ==WRK-AWT-ADJ-PERIOD== BY ==LNK-AWT-ADJ-PERIOD==
           ==WRK-AWT-ADJ-AMOUNT== BY ==LNK-AWT-ADJ-AMOUNT==
           ==WRK-AWT-FIN-METHOD== BY ==LNK-AWT-FIN-METHOD==
           ==WRK-AWT-TEMPLATE== BY ==LNK-AWT-TEMPLATE==
           ==WRK-AWT-IMAGE== BY ==LNK-AWT-IMAGE==.

       PROCEDURE                       DIVISION USING LNK-AWT-AREA.
       0001-MAIN                       SECTION.
               PERFORM 0250-FLUSH-BUFFER
             WHEN LNK-AWT-CLOSE
               PERFORM 0300-CLOSE-AUDIT
             WHEN LNK-AWT-SET-DEPT
               MOVE LNK-AWT-DEPT TO WRK-DEPT
               MOVE ZERO         TO WRK-TEMPLATE
               IF LNK-AWT-TEMPLATE IS NUMERIC
                   MOVE LNK-AWT-TEMPLATE TO WRK-TEMPLATE
               END-IF
             WHEN LNK-AWT-REWRITTEN
               PERFORM 0400-JOURNAL-REWRITE
             WHEN OTHER
               MOVE "1" TO LNK-AWT-STATUS
               DISPLAY "AUDITWTR: FUNCAO INVALIDA " LNK-AWT-FUNC
               END-IF
               MOVE "Y"  TO WRK-OPEN-SW
               MOVE ZERO TO WRK-BUFFER-COUNT
               PERFORM 0150-OPEN-JOURNAL
           END-IF.

      *-----------------------------------------------------------------
      *    THE DAY'S AFTER-IMAGE JOURNAL, CALCAIJ PLUS TODAY'S DATE,
      *    APPENDED TO LIKE A CALCDTL GENERATION.  A JOURNAL THAT WILL
      *    NOT OPEN IS WARNED ABOUT BUT DOES NOT STOP THE AUDIT WRITES
      *    - IT ONLY NARROWS WHAT A LATER RECOVERY CAN REPLAY.
      *-----------------------------------------------------------------
       0150-OPEN-JOURNAL               SECTION.
           IF NOT WRK-AIJ-OPEN
               ACCEPT WRK-AIJ-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WRK-AIJ-NAME
               STRING "CALCAIJ" WRK-AIJ-DATE DELIMITED BY SIZE
                      INTO WRK-AIJ-NAME
               OPEN EXTEND AIJ-FILE
               IF WRK-AIJ-STATUS-NOT-FOUND
                   OPEN OUTPUT AIJ-FILE
               END-IF
               IF WRK-AIJ-STATUS-OK
                   MOVE "Y" TO WRK-AIJ-OPEN-SW
               ELSE
                   DISPLAY "AUDITWTR: AVISO - JORNAL " WRK-AIJ-NAME
                           " NAO ABERTO - STATUS " WRK-AIJ-STATUS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
           MOVE LNK-AWT-CCY-RATE    TO AUD-CCY-RATE.
           MOVE LNK-AWT-CORR-REF    TO AUD-CORR-REF.
           MOVE SPACE               TO AUD-CORR-SW.
           MOVE WRK-DEPT            TO AUD-DEPT.
           MOVE ZERO                TO AUD-ADJ-PERIOD.
           MOVE ZERO                TO AUD-ADJ-AMOUNT.
           IF LNK-AWT-CORR-REF GREATER THAN ZERO
            AND LNK-AWT-ADJ-PERIOD IS NUMERIC
               MOVE LNK-AWT-ADJ-PERIOD TO AUD-ADJ-PERIOD
               MOVE LNK-AWT-ADJ-AMOUNT TO AUD-ADJ-AMOUNT
           END-IF.
           MOVE SPACE               TO AUD-FIN-METHOD.
           IF LNK-AWT-OPERATOR EQUAL TO "F"
            AND (LNK-AWT-FIN-METHOD EQUAL TO "P"
                 OR LNK-AWT-FIN-METHOD EQUAL TO "S")
               MOVE LNK-AWT-FIN-METHOD TO AUD-FIN-METHOD
           END-IF.
           MOVE WRK-TEMPLATE        TO AUD-TEMPLATE.
           ADD 1 TO WRK-BUFFER-COUNT.
           MOVE AUDIT-RECORD TO WRK-BUFFER-SLOT(WRK-BUFFER-COUNT).
           MOVE WRK-CALC-ID  TO LNK-AWT-CALC-ID.
               DISPLAY "AUDITWTR: ERRO NA GRAVACAO DO AUDITLOG - "
                       "STATUS " WRK-AUDIT-STATUS
                       " CALCULO " AUD-CALC-ID
           ELSE
               MOVE "W" TO AIJ-TYPE
               MOVE WRK-BUFFER-SLOT(WRK-FLUSH-IDX) TO AIJ-IMAGE
               PERFORM 0450-WRITE-JOURNAL
           END-IF.

       0300-CLOSE-AUDIT                SECTION.
               PERFORM 0250-FLUSH-BUFFER
               CLOSE AUDIT-FILE
               MOVE "N" TO WRK-OPEN-SW
               PERFORM 0350-CLOSE-JOURNAL
           END-IF.

       0350-CLOSE-JOURNAL              SECTION.
           IF WRK-AIJ-OPEN
               CLOSE AIJ-FILE
               MOVE "N" TO WRK-AIJ-OPEN-SW
           END-IF.

      *-----------------------------------------------------------------
      *    AN ENTRY THE CALLER HAS REWRITTEN, JOURNALED AS IT NOW
      *    STANDS.  THE REWRITE HAPPENS OUTSIDE THE OPEN/CLOSE FRAME,
      *    SO WHEN AUDITLOG IS NOT OPEN HERE THE JOURNAL IS OPENED
      *    FOR THE ONE RECORD AND CLOSED AGAIN.
      *-----------------------------------------------------------------
       0400-JOURNAL-REWRITE            SECTION.
           PERFORM 0150-OPEN-JOURNAL.
           MOVE "R"           TO AIJ-TYPE.
           MOVE LNK-AWT-IMAGE TO AIJ-IMAGE.
           PERFORM 0450-WRITE-JOURNAL.
           IF NOT WRK-AUDIT-OPEN
               PERFORM 0350-CLOSE-JOURNAL
           END-IF.

       0450-WRITE-JOURNAL              SECTION.
           IF WRK-AIJ-OPEN
               ACCEPT WRK-AIJ-DATE FROM DATE YYYYMMDD
               ACCEPT WRK-TIME-RAW FROM TIME
               MOVE WRK-AIJ-DATE      TO AIJ-DATE
               MOVE WRK-TIME-RAW(1:6) TO AIJ-TIME
               WRITE AFTER-IMAGE-RECORD
               IF NOT WRK-AIJ-STATUS-OK
                   DISPLAY "AUDITWTR: ERRO NA GRAVACAO DO JORNAL "
                           WRK-AIJ-NAME " - STATUS " WRK-AIJ-STATUS
               END-IF
           END-IF.
