       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.PERCHECK.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: ANSWERS "IS THIS DATE IN AN OPEN PERIOD?" FOR THE
      *             SUITE FROM THE CALCPER PERIOD CONTROL MASTER THAT
      *             PERMAINT KEEPS.  CALC ASKS IT FOR THE BATCH
      *             MOVEMENT DATE, CALCFIX FOR THE RESUBMISSION'S,
      *             CALCCORR AND CALCAPRV FOR THE ORIGINAL BEING
      *             CORRECTED AND FOR TODAY, AND CALCARCH FOR THE
      *             MONTH IT IS ABOUT TO ARCHIVE.  UNLIKE CCYRATE THE
      *             FILE IS READ AGAIN ON EVERY CALL - IT IS A DOZEN
      *             RECORDS A YEAR, AND A MONTH CLOSED WHILE A LONG
      *             CORRECTION SESSION IS OPEN MUST TAKE EFFECT AT
      *             ONCE.  A MONTH WITH NO RECORD, OR NO CALCPER AT
      *             ALL, IS OPEN.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PERIOD-FILE.
       COPY "#PERREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PER-STATUS==.
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-PERIODS  VALUE "Y".
       77  WRK-REQ-DATE        PIC 9(08) VALUE ZERO.
       LINKAGE                         SECTION.
       COPY "#PERVAR" REPLACING
           ==WRK-PER-REQUEST== BY ==LNK-PER-REQUEST==
           ==WRK-PER-REQ-DATE== BY ==LNK-PER-REQ-DATE==
           ==WRK-PER-REQ-PERIOD== BY ==LNK-PER-REQ-PERIOD==
           ==WRK-PER-REQ-STATUS== BY ==LNK-PER-REQ-STATUS==
           ==WRK-PER-OPEN== BY ==LNK-PER-OPEN==
           ==WRK-PER-CLOSING== BY ==LNK-PER-CLOSING==
           ==WRK-PER-CLOSED== BY ==LNK-PER-CLOSED==
           ==WRK-PER-LOCKED== BY ==LNK-PER-LOCKED==.

       PROCEDURE                       DIVISION USING LNK-PER-REQUEST.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           PERFORM 0200-PROCESS.
           GOBACK.

      *-----------------------------------------------------------------
      *    A REQUEST DATE OF ZERO MEANS TODAY, THE SAME CONVENTION
      *    FULLDATE AND CCYRATE USE.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           IF LNK-PER-REQ-DATE EQUAL TO ZERO
               ACCEPT WRK-REQ-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LNK-PER-REQ-DATE TO WRK-REQ-DATE
           END-IF.
           MOVE WRK-REQ-DATE(1:6) TO LNK-PER-REQ-PERIOD.
           MOVE "A" TO LNK-PER-REQ-STATUS.
           MOVE "N" TO WRK-EOF-SW.

      *-----------------------------------------------------------------
      *    THE LAST RECORD FOR THE MONTH WINS, SO A FILE THAT WAS
      *    APPENDED TO BY HAND STILL ANSWERS THE LATEST STATUS.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           OPEN INPUT PERIOD-FILE.
           IF WRK-PER-STATUS-OK
               PERFORM 0210-READ-PERIOD
               PERFORM 0220-CHECK-PERIOD UNTIL WRK-END-OF-PERIODS
               CLOSE PERIOD-FILE
           END-IF.

       0210-READ-PERIOD                SECTION.
           READ PERIOD-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0220-CHECK-PERIOD               SECTION.
           IF PER-PERIOD EQUAL TO LNK-PER-REQ-PERIOD
            AND (PER-OPEN OR PER-CLOSING OR PER-CLOSED)
               MOVE PER-STATUS TO LNK-PER-REQ-STATUS
           END-IF.
           PERFORM 0210-READ-PERIOD.
