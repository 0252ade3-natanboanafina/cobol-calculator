      *               06 - FINANCIAL RECORD WITH BAD OR ZERO PERIODS
      *               07 - CURRENCY CODE NOT BLANK AND NOT THREE
      *                    LETTERS
      *               08 - FINANCIAL METHOD NOT BLANK, P OR S
      *               09 - FINANCIAL FIRST DUE DATE NOT A DATE, OR
      *                    FREQUENCY NOT BLANK, M, B, T, S OR A
      *               10 - FINANCIAL LATE FEE OR ARREARS INTEREST
      *                    NEITHER BLANK NOR NUMERIC
      *               11 - TEMPLATE ORIGIN (COLUMNS 71-80) NOT BLANK
      *                    AND NOT A TEMPLATE NUMBER PLUS DEPARTMENT
      *
      *             A CLEAN DETAIL WHOSE DEPARTMENT AND FIGURES WERE
      *             ALREADY ACCEPTED FROM AN EARLIER DELIVERY INSIDE
      *             THE KEYED WINDOW OF BUSINESS DAYS IS NOT REJECTED
      *             BUT HELD IN CALCDUP FOR A SUPERVISOR TO RELEASE OR
      *             DROP IN DUPREVW; WHAT IS RELEASED COMES BACK IN
      *             THROUGH CALCDRL ON THE NEXT RUN (AND AGAIN ON
      *             ANY RE-EDIT OF THAT SAME DELIVERY).
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *                     STEP CHECK FOUND THE PREVIOUS NIGHT'S
      *                     COMPLETED REGISTRATION AND WAVED THE
      *                     CHAIN PAST A STEP THAT DID NOTHING.
      *    14-10-2026  NB   THE HEADER'S ORIGINATING DEPARTMENT NO
      *                     LONGER STOPS HERE - IT RIDES EVERY CALCVAL
      *                     RECORD IN COLUMNS 66-69 (THE RECORD
      *                     WIDENED TO 69 BYTES) SO CALC CAN STAMP IT
      *                     ON THE AUDIT MASTER, AND EVERY CALCREJ
      *                     RECORD CARRIES IT IN REJ-DEPT SO THE
      *                     CALCFIX RESUBMISSION GOES BACK UNDER THE
      *                     SAME DEPARTMENT.
      *    14-10-2026  NB   THE FINANCIAL RECORD CARRIES THE
      *                     AMORTIZATION METHOD IN COLUMN 26 (BLANK OR
      *                     "P" PRICE, "S" SAC), EDITED AS REASON 08
      *                     BY THE SHARED EDITCHK.
      *    14-10-2026  NB   THE FINANCIAL RECORD CARRIES THE FIRST DUE
      *                     DATE, FREQUENCY AND LATE-CHARGE TERMS IN
      *                     COLUMNS 27-45, EDITED AS REASONS 09 AND 10
      *                     BY THE SHARED EDITCHK.
      *    14-10-2026  NB   DUPLICATE DETECTION ACROSS DELIVERIES.
      *                     EVERY DETAIL ACCEPTED INTO CALCVAL LEAVES
      *                     ITS FINGERPRINT - DEPARTMENT PLUS THE 65
      *                     COLUMNS CALC READS - ON THE NEW CALCFPH
      *                     KEYED HISTORY, KEPT FOR A WINDOW OF
      *                     BUSINESS DAYS KEYED AT THE START OF THE
      *                     RUN (OLDER FINGERPRINTS ARE PURGED).  A
      *                     CLEAN DETAIL MATCHING ONE FROM ANOTHER
      *                     DELIVERY IN THE WINDOW GOES TO THE CALCDUP
      *                     HOLD FILE WITH THE MOVEMENT DATE IT
      *                     MATCHES, NOT TO CALCVAL.  A RE-EDIT OF THE
      *                     SAME DELIVERY (SAME MOVEMENT DATE, COUNT
      *                     AND HASH) IS NOT ITS OWN DUPLICATE.  THE
      *                     RECORDS A SUPERVISOR RELEASED IN DUPREVW
      *                     SINCE THE LAST RUN (CALCDRL) ARE WRITTEN
      *                     TO CALCVAL FIRST AND THE FILE EMPTIED.
      *    15-10-2026  NB   A DETAIL CALCTGEN GENERATED FROM A CALCTPL
      *                     TEMPLATE CARRIES THE TEMPLATE NUMBER AND
      *                     ITS DEPARTMENT IN COLUMNS 71-79 (EDITCHK
      *                     REASON 11 WHEN MALFORMED).  ITS DEPARTMENT
      *                     REPLACES THE HEADER'S ON CALCVAL, CALCREJ
      *                     AND THE FINGERPRINT, THE TEMPLATE NUMBER
      *                     RIDES CALCVAL IN COLUMNS 70-74 (THE RECORD
      *                     WIDENED TO 74 BYTES, ZERO ON A KEYED
      *                     DETAIL) FOR CALC TO STAMP ON THE AUDIT
      *                     MASTER, AND IT SKIPS THE DUPLICATE CHECK -
      *                     A TEMPLATE REPEATS THE SAME FIGURES BY
      *                     DESIGN AND CALCTGEN ISSUES IT ONCE PER
      *                     DUE DATE.  ITS FINGERPRINT IS STILL
      *                     RECORDED, SO THE SAME FIGURES KEYED BY
      *                     HAND ARE HELD AS A DUPLICATE OF IT.
      *    15-10-2026  NB   CALCDRL IS NO LONGER EMPTIED WHEN ITS
      *                     RELEASES ARE FED.  EACH RELEASE IS STAMPED
      *                     WITH THE DELIVERY IT WAS FED UNDER
      *                     (MOVEMENT DATE, COUNT AND HASH) THROUGH THE
      *                     CALCDRW WORK FILE, A RE-EDIT OF THAT SAME
      *                     DELIVERY FEEDS IT AGAIN, AND IT LEAVES THE
      *                     FILE ONCE ITS DELIVERY IS OLDER THAN THE
      *                     DUPLICATE WINDOW.  A DETAIL ALREADY ON
      *                     CALCDUP FOR THE SAME DEPARTMENT, MOVEMENT
      *                     DATE AND PLACE IS NOT HELD A SECOND TIME.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJECT-STATUS.
           SELECT FPH-FILE ASSIGN TO "CALCFPH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPH-KEY
               FILE STATUS IS WRK-FPH-STATUS.
           SELECT HOLD-FILE ASSIGN TO "CALCDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLD-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CALCDRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELEASE-STATUS.
           SELECT WORK-FILE ASSIGN TO "CALCDRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  BATCH-FILE.
                                   PIC X(15).
           05  FILLER              PIC X(59).
       FD  VALID-FILE.
       01  VALID-RECORD.
           05  VAL-DATA            PIC X(65).
           05  VAL-DEPT            PIC X(04).
           05  VAL-TEMPLATE        PIC 9(05).
       FD  REJECT-FILE.
       COPY "#REJREC".
       FD  FPH-FILE.
       COPY "#FPHREC".
       FD  HOLD-FILE.
       COPY "#DUPREC".
      *-----------------------------------------------------------------
      *    A RELEASED RECORD IS ALREADY IN THE CALCVAL SHAPE.  THE
      *    DELIVERY IT WAS FED UNDER IS ZERO (OR BLANK, ON A RECORD
      *    FROM BEFORE THE STAMP) UNTIL IT HAS BEEN FED.
      *-----------------------------------------------------------------
       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RLS-DATA            PIC X(65).
           05  RLS-DEPT            PIC X(04).
           05  RLS-FED-DATE        PIC 9(08).
           05  RLS-FED-COUNT       PIC 9(05).
           05  RLS-FED-HASH        PIC 9(15).
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(97).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-BATCH-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REJECT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REJECT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-FPH-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-FPH-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-FPH-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-HOLD-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-HOLD-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-HOLD-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-RELEASE-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-RELEASE-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-RELEASE-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-WORK-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-WORK-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-WORK-STATUS==.
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-BATCH    VALUE "Y".
       77  WRK-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WRK-OPND-X          PIC X(12) VALUE SPACES.
       77  WRK-OPND-NUM REDEFINES WRK-OPND-X
                               PIC 9(12).
      *-----------------------------------------------------------------
      *    THE DETAIL'S OWN DEPARTMENT AND TEMPLATE - THE HEADER'S
      *    DEPARTMENT AND ZERO, UNLESS CALCTGEN GENERATED IT.
      *-----------------------------------------------------------------
       77  WRK-DET-DEPT        PIC X(04) VALUE SPACES.
       77  WRK-DET-TEMPLATE    PIC 9(05) VALUE ZERO.
       77  WRK-ORIGIN-X        PIC X(05) VALUE SPACES.
       77  WRK-ORIGIN-NUM REDEFINES WRK-ORIGIN-X
                               PIC 9(05).
      *-----------------------------------------------------------------
      *    DUPLICATE DETECTION - THE WINDOW IN BUSINESS DAYS AND THE
      *    OLDEST MOVEMENT DATE IT REACHES BACK TO, THE HISTORY'S
      *    STATE, AND THE DATE A HELD DETAIL MATCHED.
      *-----------------------------------------------------------------
       77  WRK-DUP-DAYS        PIC 9(02) VALUE ZERO.
       77  WRK-DAYS-BACK       PIC 9(02) VALUE ZERO.
       77  WRK-CUTOFF-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-MATCH-DATE      PIC 9(08) VALUE ZERO.
       77  WRK-FPH-SEQ         PIC 9(05) VALUE ZERO.
       77  WRK-FPH-SW          PIC X(01) VALUE "N".
           88  WRK-FPH-AVAILABLE   VALUE "Y".
       77  WRK-FPH-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-FPH-END         VALUE "Y".
       77  WRK-DUP-SW          PIC X(01) VALUE "N".
           88  WRK-DUP-FOUND       VALUE "Y".
       77  WRK-DATE-OK-SW      PIC X(01) VALUE "N".
           88  WRK-DATE-OK         VALUE "Y".
       77  WRK-HOLD-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-HOLD     VALUE "Y".
       77  WRK-WORK-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-WORK     VALUE "Y".
       77  WRK-FINGERPRINT     PIC X(69) VALUE SPACES.
       77  WRK-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WRK-RELEASED-COUNT  PIC 9(05) COMP VALUE ZERO.
       77  WRK-REHELD-COUNT    PIC 9(05) COMP VALUE ZERO.
       77  WRK-PURGED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WRK-WORK-DATE.
           05  WRK-WORK-YEAR       PIC 9(04).
           05  WRK-WORK-MONTH      PIC 9(02).
           05  WRK-WORK-DAY        PIC 9(02).
       01  WRK-WORK-DATE-N REDEFINES WRK-WORK-DATE
                               PIC 9(08).
      *-----------------------------------------------------------------
      *    ONE FLAG PER PLACE IN THE DELIVERY - "Y" WHEN CALCDUP
      *    ALREADY HOLDS THAT DETAIL FROM AN EARLIER EDIT OF THE SAME
      *    DEPARTMENT AND MOVEMENT DATE.
      *-----------------------------------------------------------------
       01  WRK-HELD-TABLE.
           05  WRK-HELD-FLAG       PIC X(01) OCCURS 99999 TIMES.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
                   OPEN INPUT BATCH-FILE
                   OPEN OUTPUT VALID-FILE
                   OPEN OUTPUT REJECT-FILE
                   PERFORM 0140-SET-DUP-WINDOW
                   PERFORM 0150-OPEN-HISTORY
                   PERFORM 0170-FEED-RELEASED
                   PERFORM 0210-READ-BATCH
                   PERFORM 0210-READ-BATCH
               ELSE
               MOVE "Y" TO WRK-CONTROLS-SW
           END-IF.

      *-----------------------------------------------------------------
      *    THE WINDOW IS COUNTED IN BUSINESS DAYS BACK FROM THE
      *    DELIVERY'S MOVEMENT DATE (WEEKENDS AND THE HOLIDAYS
      *    CALENDAR, THROUGH DATESRV "B") - A FRIDAY DELIVERY SENT
      *    AGAIN ON MONDAY IS ONE BUSINESS DAY OLD, NOT THREE.  NO
      *    ANSWER, OR ZERO, TAKES FIVE.
      *-----------------------------------------------------------------
       0140-SET-DUP-WINDOW             SECTION.
           DISPLAY "JANELA DE DUPLICIDADE EM DIAS UTEIS (0 = 5): "
           ACCEPT WRK-DUP-DAYS.
           IF WRK-DUP-DAYS IS NOT NUMERIC
            OR WRK-DUP-DAYS EQUAL TO ZERO
               MOVE 5 TO WRK-DUP-DAYS
           END-IF.
           MOVE WRK-HDR-DATE TO WRK-WORK-DATE-N.
           MOVE ZERO         TO WRK-DAYS-BACK.
           PERFORM 0142-STEP-BACK-BUSDAY
               UNTIL WRK-DAYS-BACK NOT LESS THAN WRK-DUP-DAYS.
           MOVE WRK-WORK-DATE-N TO WRK-CUTOFF-DATE.
           DISPLAY "DUPLICIDADE VERIFICADA DESDE O MOVIMENTO "
                   WRK-CUTOFF-DATE ".".

       0142-STEP-BACK-BUSDAY           SECTION.
           PERFORM 0144-PREV-DAY.
           MOVE "B"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-IS-BUSDAY OR NOT WRK-DSRV-OK
               ADD 1 TO WRK-DAYS-BACK
           END-IF.

      *-----------------------------------------------------------------
      *    THERE IS NO SUBTRACT-A-DAY SERVICE - THE FIRST OF THE
      *    MONTH STEPS BACK TO THE 31ST OF THE MONTH BEFORE AND DOWN
      *    UNTIL DATESRV TAKES IT AS A DATE.
      *-----------------------------------------------------------------
       0144-PREV-DAY                   SECTION.
           IF WRK-WORK-DAY GREATER THAN 1
               SUBTRACT 1 FROM WRK-WORK-DAY
           ELSE
               IF WRK-WORK-MONTH GREATER THAN 1
                   SUBTRACT 1 FROM WRK-WORK-MONTH
               ELSE
                   MOVE 12 TO WRK-WORK-MONTH
                   SUBTRACT 1 FROM WRK-WORK-YEAR
               END-IF
               MOVE 31  TO WRK-WORK-DAY
               MOVE "N" TO WRK-DATE-OK-SW
               PERFORM 0146-CHECK-MONTH-END UNTIL WRK-DATE-OK
           END-IF.

       0146-CHECK-MONTH-END            SECTION.
           MOVE "V"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-OK OR WRK-WORK-DAY NOT GREATER THAN 28
               MOVE "Y" TO WRK-DATE-OK-SW
           ELSE
               SUBTRACT 1 FROM WRK-WORK-DAY
           END-IF.

      *-----------------------------------------------------------------
      *    THE HISTORY IS CREATED ON FIRST USE AND PURGED OF EVERY
      *    FINGERPRINT OLDER THAN THE WINDOW BEFORE THE DELIVERY IS
      *    CHECKED AGAINST IT.  A HISTORY THAT CANNOT BE OPENED DOES
      *    NOT STOP THE NIGHT - THE DELIVERY IS EDITED WITHOUT THE
      *    DUPLICATE CHECK AND THE OPERATOR IS TOLD SO.
      *-----------------------------------------------------------------
       0150-OPEN-HISTORY               SECTION.
           OPEN I-O FPH-FILE.
           IF WRK-FPH-STATUS-NOT-FOUND
               OPEN OUTPUT FPH-FILE
               CLOSE FPH-FILE
               OPEN I-O FPH-FILE
           END-IF.
           IF WRK-FPH-STATUS-OK
               MOVE "Y" TO WRK-FPH-SW
               PERFORM 0155-PURGE-HISTORY
           ELSE
               DISPLAY "AVISO: CALCFPH INDISPONIVEL - STATUS "
                       WRK-FPH-STATUS " - LOTE CRITICADO SEM "
                       "VERIFICACAO DE DUPLICIDADE."
           END-IF.
           PERFORM 0160-LOAD-HOLDS.
           OPEN EXTEND HOLD-FILE.
           IF WRK-HOLD-STATUS-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE WRK-DET-COUNT TO WRK-FPH-SEQ.

       0155-PURGE-HISTORY              SECTION.
           MOVE "N"        TO WRK-FPH-EOF-SW.
           MOVE LOW-VALUES TO FPH-KEY.
           START FPH-FILE KEY NOT LESS THAN FPH-KEY
               INVALID KEY MOVE "Y" TO WRK-FPH-EOF-SW
           END-START.
           PERFORM 0157-READ-HISTORY-NEXT.
           PERFORM 0156-PURGE-ONE UNTIL WRK-FPH-END.

       0156-PURGE-ONE                  SECTION.
           IF FPH-MOVE-DATE LESS THAN WRK-CUTOFF-DATE
               DELETE FPH-FILE RECORD
               ADD 1 TO WRK-PURGED-COUNT
           END-IF.
           PERFORM 0157-READ-HISTORY-NEXT.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE SWEEP, AS IN
      *    CALCARCH.
      *-----------------------------------------------------------------
       0157-READ-HISTORY-NEXT          SECTION.
           IF NOT WRK-FPH-END
               READ FPH-FILE NEXT RECORD
                   AT END MOVE "Y" TO WRK-FPH-EOF-SW
               END-READ
               IF NOT WRK-FPH-END AND NOT WRK-FPH-STATUS-OK
                   MOVE "Y" TO WRK-FPH-EOF-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE PLACES OF THE DETAILS AN EARLIER EDIT OF THIS SAME
      *    DEPARTMENT AND MOVEMENT DATE ALREADY HELD, WHATEVER THE
      *    SUPERVISOR HAS SINCE DECIDED ABOUT THEM.
      *-----------------------------------------------------------------
       0160-LOAD-HOLDS                 SECTION.
           MOVE SPACES TO WRK-HELD-TABLE.
           MOVE "N"    TO WRK-HOLD-EOF-SW.
           OPEN INPUT HOLD-FILE.
           IF WRK-HOLD-STATUS-OK
               PERFORM 0162-READ-HOLD
               PERFORM 0164-FLAG-HOLD UNTIL WRK-END-OF-HOLD
               CLOSE HOLD-FILE
           END-IF.

       0162-READ-HOLD                  SECTION.
           READ HOLD-FILE
               AT END MOVE "Y" TO WRK-HOLD-EOF-SW
           END-READ.

       0164-FLAG-HOLD                  SECTION.
           IF DUP-MOVE-DATE EQUAL TO WRK-HDR-DATE
            AND DUP-DEPT EQUAL TO WRK-HDR-DEPT
            AND DUP-SEQ IS NUMERIC
            AND DUP-SEQ GREATER THAN ZERO
               MOVE "Y" TO WRK-HELD-FLAG(DUP-SEQ)
           END-IF.
           PERFORM 0162-READ-HOLD.

      *-----------------------------------------------------------------
      *    THE RECORDS A SUPERVISOR RELEASED SINCE THE LAST RUN GO
      *    STRAIGHT TO CALCVAL UNDER THEIR OWN DEPARTMENT - THEY WERE
      *    EDITED WHEN THEY FIRST CAME IN AND THE DUPLICATE QUESTION
      *    HAS BEEN ANSWERED.  THEIR FINGERPRINTS JOIN THE HISTORY
      *    UNDER THIS DELIVERY.  CALCDRL IS COPIED THROUGH THE CALCDRW
      *    WORK FILE AND BACK WITH EACH FED RECORD STAMPED WITH THIS
      *    DELIVERY, SO A RE-EDIT OF THE SAME DELIVERY (WHICH REWRITES
      *    CALCVAL) FEEDS THEM AGAIN AND ANY OTHER DELIVERY DOES NOT.
      *    A RECORD FED UNDER A DELIVERY OLDER THAN THE DUPLICATE
      *    WINDOW IS LEFT OUT OF THE COPY.
      *-----------------------------------------------------------------
       0170-FEED-RELEASED              SECTION.
           OPEN INPUT RELEASE-FILE.
           IF WRK-RELEASE-STATUS-OK
               OPEN OUTPUT WORK-FILE
               IF WRK-WORK-STATUS-OK
                   PERFORM 0172-READ-RELEASED
                   PERFORM 0174-FEED-ONE UNTIL WRK-END-OF-BATCH
                   CLOSE WORK-FILE
                   CLOSE RELEASE-FILE
                   PERFORM 0180-COPY-BACK-RELEASED
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCDRW - STATUS "
                           WRK-WORK-STATUS " - LIBERADOS FICAM PARA "
                           "A PROXIMA CRITICA."
                   CLOSE RELEASE-FILE
               END-IF
               MOVE "N" TO WRK-EOF-SW
           END-IF.

       0172-READ-RELEASED              SECTION.
           READ RELEASE-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0174-FEED-ONE                   SECTION.
           IF RLS-FED-DATE IS NOT NUMERIC
               MOVE ZERO TO RLS-FED-DATE
                            RLS-FED-COUNT
                            RLS-FED-HASH
           END-IF.
           EVALUATE TRUE
             WHEN RLS-FED-DATE EQUAL TO ZERO
               PERFORM 0176-FEED-RELEASE
             WHEN RLS-FED-DATE EQUAL TO WRK-HDR-DATE
              AND RLS-FED-COUNT EQUAL TO WRK-DET-COUNT
              AND RLS-FED-HASH EQUAL TO WRK-HASH-TOTAL
               PERFORM 0176-FEED-RELEASE
           END-EVALUATE.
           IF RLS-FED-DATE NOT LESS THAN WRK-CUTOFF-DATE
               WRITE WORK-RECORD FROM RELEASE-RECORD
           END-IF.
           PERFORM 0172-READ-RELEASED.

       0176-FEED-RELEASE               SECTION.
           MOVE RLS-DATA TO VAL-DATA.
           MOVE RLS-DEPT TO VAL-DEPT.
           MOVE ZERO     TO VAL-TEMPLATE.
           WRITE VALID-RECORD.
           ADD 1 TO WRK-VALID-COUNT.
           ADD 1 TO WRK-RELEASED-COUNT.
           MOVE RLS-DEPT TO WRK-FINGERPRINT(1:4).
           MOVE RLS-DATA TO WRK-FINGERPRINT(5:65).
           PERFORM 0238-RECORD-FINGERPRINT.
           MOVE WRK-HDR-DATE   TO RLS-FED-DATE.
           MOVE WRK-DET-COUNT  TO RLS-FED-COUNT.
           MOVE WRK-HASH-TOTAL TO RLS-FED-HASH.

       0180-COPY-BACK-RELEASED         SECTION.
           OPEN OUTPUT RELEASE-FILE.
           IF NOT WRK-RELEASE-STATUS-OK
               DISPLAY "CALCDRL NAO PODE SER REGRAVADO - STATUS "
                       WRK-RELEASE-STATUS " - MARCAS FICAM NO CALCDRW."
           ELSE
               MOVE "N" TO WRK-WORK-EOF-SW
               OPEN INPUT WORK-FILE
               PERFORM 0182-READ-WORK
               PERFORM 0184-COPY-ONE-BACK UNTIL WRK-END-OF-WORK
               CLOSE WORK-FILE
               CLOSE RELEASE-FILE
           END-IF.

       0182-READ-WORK                  SECTION.
           READ WORK-FILE
               AT END MOVE "Y" TO WRK-WORK-EOF-SW
           END-READ.

       0184-COPY-ONE-BACK              SECTION.
           WRITE RELEASE-RECORD FROM WORK-RECORD.
           PERFORM 0182-READ-WORK.

       0200-PROCESS                    SECTION.
           PERFORM 0220-EDIT-RECORD UNTIL WRK-END-OF-BATCH.

               ADD 1 TO WRK-READ-COUNT
               MOVE BATCH-RECORD TO WRK-EDT-RECORD
               CALL "EDITCHK" USING WRK-EDT-AREA
               PERFORM 0222-SET-DETAIL-ORIGIN
               EVALUATE TRUE
                 WHEN NOT WRK-EDT-CLEAN
                   PERFORM 0240-WRITE-REJECT
                 WHEN WRK-DET-TEMPLATE GREATER THAN ZERO
                   PERFORM 0230-WRITE-VALID
                 WHEN OTHER
                   PERFORM 0225-CHECK-DUPLICATE
                   IF WRK-DUP-FOUND
                       PERFORM 0250-WRITE-HELD
                   ELSE
                       PERFORM 0230-WRITE-VALID
                   END-IF
               END-EVALUATE
               PERFORM 0210-READ-BATCH
           END-IF.

      *-----------------------------------------------------------------
      *    A GENERATED DETAIL'S ORIGIN IS ONLY TAKEN WHEN IT IS WHOLE
      *    - A MALFORMED ONE WAS REJECTED AS REASON 11 AND GOES BACK
      *    UNDER THE HEADER'S DEPARTMENT.
      *-----------------------------------------------------------------
       0222-SET-DETAIL-ORIGIN          SECTION.
           MOVE WRK-HDR-DEPT TO WRK-DET-DEPT.
           MOVE ZERO         TO WRK-DET-TEMPLATE.
           MOVE BATCH-RECORD(71:5) TO WRK-ORIGIN-X.
           IF WRK-ORIGIN-X IS NUMERIC
            AND WRK-ORIGIN-NUM GREATER THAN ZERO
            AND BATCH-RECORD(76:4) NOT EQUAL TO SPACES
               MOVE WRK-ORIGIN-NUM     TO WRK-DET-TEMPLATE
               MOVE BATCH-RECORD(76:4) TO WRK-DET-DEPT
           END-IF.

      *-----------------------------------------------------------------
      *    EVERY FINGERPRINT ON FILE FOR THE SAME DEPARTMENT AND
      *    FIGURES IS LOOKED AT; ONE FROM ANOTHER DELIVERY IN THE
      *    WINDOW MAKES THIS A SUSPECTED DUPLICATE.  ONE FROM THIS
      *    SAME DELIVERY - AN EARLIER EDIT OF THE SAME FILE, OR THE
      *    SAME FIGURES TWICE IN ONE DELIVERY - DOES NOT.
      *-----------------------------------------------------------------
       0225-CHECK-DUPLICATE            SECTION.
           MOVE "N"  TO WRK-DUP-SW.
           MOVE ZERO TO WRK-MATCH-DATE.
           MOVE WRK-DET-DEPT       TO WRK-FINGERPRINT(1:4).
           MOVE BATCH-RECORD(1:65) TO WRK-FINGERPRINT(5:65).
           IF WRK-FPH-AVAILABLE
               MOVE "N"             TO WRK-FPH-EOF-SW
               MOVE WRK-FINGERPRINT TO FPH-FINGERPRINT
               MOVE ZERO            TO FPH-MOVE-DATE
               MOVE ZERO            TO FPH-SEQ
               START FPH-FILE KEY NOT LESS THAN FPH-KEY
                   INVALID KEY MOVE "Y" TO WRK-FPH-EOF-SW
               END-START
               PERFORM 0157-READ-HISTORY-NEXT
               PERFORM 0227-CHECK-ONE-MATCH
                   UNTIL WRK-FPH-END OR WRK-DUP-FOUND
           END-IF.

       0227-CHECK-ONE-MATCH            SECTION.
           EVALUATE TRUE
             WHEN FPH-FINGERPRINT NOT EQUAL TO WRK-FINGERPRINT
               MOVE "Y" TO WRK-FPH-EOF-SW
             WHEN FPH-MOVE-DATE LESS THAN WRK-CUTOFF-DATE
               CONTINUE
             WHEN FPH-MOVE-DATE EQUAL TO WRK-HDR-DATE
              AND FPH-BATCH-COUNT EQUAL TO WRK-DET-COUNT
              AND FPH-BATCH-HASH EQUAL TO WRK-HASH-TOTAL
               CONTINUE
             WHEN OTHER
               MOVE "Y"           TO WRK-DUP-SW
               MOVE FPH-MOVE-DATE TO WRK-MATCH-DATE
           END-EVALUATE.
           IF NOT WRK-FPH-END AND NOT WRK-DUP-FOUND
               PERFORM 0157-READ-HISTORY-NEXT
           END-IF.

       0230-WRITE-VALID                SECTION.
           MOVE BATCH-RECORD(1:65) TO VAL-DATA.
           MOVE WRK-DET-DEPT       TO VAL-DEPT.
           MOVE WRK-DET-TEMPLATE   TO VAL-TEMPLATE.
           WRITE VALID-RECORD.
           ADD 1 TO WRK-VALID-COUNT.
           MOVE WRK-DET-DEPT       TO WRK-FINGERPRINT(1:4).
           MOVE BATCH-RECORD(1:65) TO WRK-FINGERPRINT(5:65).
           PERFORM 0238-RECORD-FINGERPRINT.

      *-----------------------------------------------------------------
      *    A DETAIL'S PLACE IN ITS DELIVERY COMPLETES THE KEY, SO A
      *    RE-EDIT OF THE SAME FILE FINDS ITS OWN FINGERPRINT ALREADY
      *    THERE (INVALID KEY) AND LEAVES IT.  RELEASED RECORDS NUMBER
      *    ON FROM THE DELIVERY'S DETAIL COUNT.
      *-----------------------------------------------------------------
       0238-RECORD-FINGERPRINT         SECTION.
           IF WRK-FPH-AVAILABLE
               MOVE WRK-FINGERPRINT TO FPH-FINGERPRINT
               MOVE WRK-HDR-DATE    TO FPH-MOVE-DATE
               IF WRK-RELEASED-COUNT GREATER THAN ZERO
                AND WRK-READ-COUNT EQUAL TO ZERO
                   ADD 1 TO WRK-FPH-SEQ
                   MOVE WRK-FPH-SEQ    TO FPH-SEQ
               ELSE
                   MOVE WRK-READ-COUNT TO FPH-SEQ
               END-IF
               MOVE WRK-DET-COUNT   TO FPH-BATCH-COUNT
               MOVE WRK-HASH-TOTAL  TO FPH-BATCH-HASH
               WRITE FINGERPRINT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       0240-WRITE-REJECT               SECTION.
           MOVE SPACES         TO REJECT-RECORD.
           MOVE WRK-EDT-REASON TO REJ-REASON.
           MOVE BATCH-RECORD   TO REJ-DATA.
           MOVE 1              TO REJ-CYCLE.
           MOVE WRK-DET-DEPT   TO REJ-DEPT.
           WRITE REJECT-RECORD.
           ADD 1 TO WRK-REJECT-COUNT.

      *-----------------------------------------------------------------
      *    THE HELD DETAIL KEEPS THE DELIVERY IT CAME IN (DEPARTMENT,
      *    MOVEMENT DATE, PLACE) AND THE MOVEMENT DATE IT MATCHES.  A
      *    RE-EDIT FINDS IT ALREADY THERE AND LEAVES IT AS IT STANDS.
      *-----------------------------------------------------------------
       0250-WRITE-HELD                 SECTION.
           IF WRK-HELD-FLAG(WRK-READ-COUNT) EQUAL TO "Y"
               ADD 1 TO WRK-REHELD-COUNT
           ELSE
               MOVE SPACES         TO DUPLICATE-RECORD
               MOVE "H"            TO DUP-STATUS
               MOVE WRK-DET-DEPT   TO DUP-DEPT
               MOVE WRK-HDR-DATE   TO DUP-MOVE-DATE
               MOVE WRK-MATCH-DATE TO DUP-MATCH-DATE
               MOVE WRK-READ-COUNT TO DUP-SEQ
               MOVE ZERO           TO DUP-ACTION-DATE
               MOVE BATCH-RECORD   TO DUP-DATA
               WRITE DUPLICATE-RECORD
               ADD 1 TO WRK-HELD-COUNT
           END-IF.

       0300-END                        SECTION.
           IF NOT WRK-BATCH-STATUS-NOT-FOUND AND WRK-CONTROLS-OK
               CLOSE BATCH-FILE
               CLOSE VALID-FILE
               CLOSE REJECT-FILE
               CLOSE HOLD-FILE
               IF WRK-FPH-AVAILABLE
                   CLOSE FPH-FILE
               END-IF
               PERFORM 0310-REGISTER-RUN-END
           END-IF.
           DISPLAY "REGISTROS LIDOS:      " WRK-READ-COUNT.
           DISPLAY "REGISTROS VALIDOS:    " WRK-VALID-COUNT.
           DISPLAY "REGISTROS REJEITADOS: " WRK-REJECT-COUNT.
           DISPLAY "SUSPEITOS RETIDOS:    " WRK-HELD-COUNT.
           DISPLAY "JA RETIDOS ANTES:     " WRK-REHELD-COUNT.
           DISPLAY "LIBERADOS REINSERIDOS:" WRK-RELEASED-COUNT.
           DISPLAY "======== FIM DA CRITICA ========".

      *-----------------------------------------------------------------
