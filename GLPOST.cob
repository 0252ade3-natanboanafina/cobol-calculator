       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.GLPOST.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: DOUBLE-ENTRY GENERAL-LEDGER POSTING FILE FOR ONE
      *             MOVEMENT DATE, BUILT FROM THE KEYED AUDIT MASTER SO
      *             FINANCE NO LONGER TURNS THE CALCEXTR LIST INTO
      *             JOURNAL ENTRIES BY HAND.  EVERY AUDITED CALCULATION
      *             OF THE DATE IS MAPPED THROUGH THE GLMAP TABLE (SEE
      *             GLMAINT) BY OPERATOR, CURRENCY AND DISPOSITION TO A
      *             DEBIT AND A CREDIT ACCOUNT, AND POSTED TO CALCGL AS
      *             ONE JOURNAL LINE PER SIDE FOR THE RESULT ROUNDED TO
      *             CENTS, BETWEEN A BATCH HEADER AND A TRAILER THAT
      *             CARRIES THE LINE COUNT AND THE DEBIT AND CREDIT
      *             TOTALS.
      *             A CALCCORR CORRECTION ENTRY POSTS AS TWO JOURNALS:
      *             THE REVERSAL OF THE ORIGINAL IT CORRECTS (SIDES
      *             SWAPPED, UNDER THE ORIGINAL'S OWN MAPPING) AND THE
      *             CORRECTED ENTRY ITSELF - THE ORIGINAL WAS POSTED ON
      *             ITS OWN DATE AND IS NEVER SILENTLY NETTED HERE.
      *             AN ENTRY WITH NO MAPPING, A CORRECTION WHOSE
      *             ORIGINAL IS GONE, OR A DAY WHOSE DEBITS DO NOT
      *             EQUAL ITS CREDITS STOPS THE FILE: CALCGL IS
      *             REMOVED INSTEAD OF RELEASED AND EVERY CAUSE IS
      *             LISTED ON THE CALCGLX EXCEPTIONS REPORT.  ENTRIES
      *             WHOSE RESULT ROUNDS TO ZERO (FAILED CALCULATIONS
      *             AMONG THEM) HAVE NOTHING TO POST AND ARE ONLY
      *             COUNTED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *    15-10-2026  NB   GLMAP IS TABLED ONE SLOT PER OPERATOR,
      *                     CURRENCY AND DISPOSITION, A LATER ENTRY
      *                     REPLACING AN EARLIER ONE IN ITS SLOT, SO A
      *                     LONG-MAINTAINED GLMAP NO LONGER LOSES ITS
      *                     NEWEST MAPPINGS AND WITHDRAWALS; MORE THAN
      *                     200 DISTINCT KEYS STOPS THE RUN BEFORE
      *                     ANYTHING IS POSTED.  THE MOVEMENT DATE IS
      *                     VALIDATED THROUGH DATESRV FIRST.
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
           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAP-STATUS.
           SELECT GL-FILE ASSIGN TO "CALCGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "CALCGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXCEPT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-OPERATOR        PIC X(01).
           05  MAP-CCY-CODE        PIC X(03).
           05  MAP-DISPOSITION     PIC X(01).
           05  MAP-DEBIT-ACCT      PIC X(10).
           05  MAP-CREDIT-ACCT     PIC X(10).
      *-----------------------------------------------------------------
      *    THE GL INTERFACE FILE - ONE "H" BATCH HEADER, THE "D"
      *    JOURNAL LINES, ONE "T" TRAILER.  A JOURNAL LINE OF TYPE "E"
      *    (ESTORNO) REVERSES THE CALCULATION IN GLD-CALC-ID ON BEHALF
      *    OF THE CORRECTION IN GLD-REF-ID; A TYPE "N" LINE FOR A
      *    CORRECTION ENTRY CARRIES THE ORIGINAL IT REPLACES IN
      *    GLD-REF-ID.
      *-----------------------------------------------------------------
       FD  GL-FILE.
       01  GL-HEADER.
           05  GLH-TYPE            PIC X(01).
           05  GLH-MOVE-DATE       PIC 9(08).
           05  GLH-RUN-DATE        PIC 9(08).
           05  GLH-SOURCE          PIC X(08).
           05  GLH-USER-ID         PIC X(08).
           05  FILLER              PIC X(47).
       01  GL-DETAIL.
           05  GLD-TYPE            PIC X(01).
           05  GLD-MOVE-DATE       PIC 9(08).
           05  GLD-CALC-ID         PIC 9(07).
           05  GLD-LINE-TYPE       PIC X(01).
           05  GLD-REF-ID          PIC 9(07).
           05  GLD-ACCOUNT         PIC X(10).
           05  GLD-SIDE            PIC X(01).
           05  GLD-AMOUNT          PIC 9(13)V99.
           05  GLD-CCY-CODE        PIC X(03).
           05  GLD-OPERATOR        PIC X(01).
           05  GLD-DEPT            PIC X(04).
           05  FILLER              PIC X(22).
       01  GL-TRAILER.
           05  GLT-TYPE            PIC X(01).
           05  GLT-LINE-COUNT      PIC 9(07).
           05  GLT-DEBIT-TOTAL     PIC 9(15)V99.
           05  GLT-CREDIT-TOTAL    PIC 9(15)V99.
           05  FILLER              PIC X(38).
       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-MAP-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-MAP-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MAP-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-GL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-GL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-GL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-EXCEPT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-EXCEPT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-EXCEPT-STATUS==.
       COPY "#USRVAR".
       COPY "#DATESRV".
      *-----------------------------------------------------------------
      *    HOLDING AREA FOR THE CORRECTION ENTRY WHILE ITS ORIGINAL IS
      *    READ BY KEY FOR THE REVERSAL.
      *-----------------------------------------------------------------
       COPY "#AUDITREC" REPLACING
           ==AUDIT-RECORD== BY ==WRK-SAVE-RECORD==
           LEADING ==AUD-== BY ==SAV-==.
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-AUDIT    VALUE "Y".
       77  WRK-MAP-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-MAP      VALUE "Y".
       77  WRK-REVERSAL-SW     PIC X(01) VALUE "N".
           88  WRK-REVERSAL        VALUE "Y".
       77  WRK-MAP-FULL-SW     PIC X(01) VALUE "N".
           88  WRK-MAP-OVERFLOW    VALUE "Y".
       77  WRK-FOUND-SW        PIC X(01) VALUE "N".
           88  WRK-SLOT-FOUND      VALUE "Y".
       77  WRK-EXT-DATE        PIC X(30).
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
       77  WRK-MOVE-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-RUN-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-GL-NAME         PIC X(12) VALUE "CALCGL".
       77  WRK-MAP-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-MAP-IDX         PIC 9(03) COMP.
       77  WRK-MAP-READ        PIC 9(05) VALUE ZERO.
       77  WRK-BEST-IDX        PIC 9(03) COMP.
       77  WRK-BEST-SCORE      PIC 9(01) COMP.
       77  WRK-SCORE           PIC 9(01) COMP.
       77  WRK-AMOUNT          PIC S9(13)V99 VALUE ZERO.
       77  WRK-DEBIT-ACCT      PIC X(10) VALUE SPACES.
       77  WRK-CREDIT-ACCT     PIC X(10) VALUE SPACES.
       77  WRK-SWAP-ACCT       PIC X(10) VALUE SPACES.
       77  WRK-POST-ACCT       PIC X(10) VALUE SPACES.
       77  WRK-POST-SIDE       PIC X(01) VALUE SPACE.
       77  WRK-REF-ID          PIC 9(07) VALUE ZERO.
       77  WRK-SELECTED-COUNT  PIC 9(05) VALUE ZERO.
       77  WRK-POSTED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-REVERSED-COUNT  PIC 9(05) VALUE ZERO.
       77  WRK-ZERO-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-EXCEPT-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-LINE-COUNT      PIC 9(07) VALUE ZERO.
       77  WRK-DEBIT-TOTAL     PIC 9(15)V99 VALUE ZERO.
       77  WRK-CREDIT-TOTAL    PIC 9(15)V99 VALUE ZERO.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *    THE GLMAP TABLE, ONE SLOT PER OPERATOR, CURRENCY AND
      *    DISPOSITION, HOLDING THE LATEST ENTRY KEYED FOR IT AND ITS
      *    PLACE IN THE FILE.
      *-----------------------------------------------------------------
       01  WRK-MAP-TABLE.
           05  WRK-MAP-ENTRY       OCCURS 200 TIMES.
               10  WRK-TBL-OPERATOR    PIC X(01).
               10  WRK-TBL-CCY-CODE    PIC X(03).
               10  WRK-TBL-DISPOSITION PIC X(01).
               10  WRK-TBL-DEBIT       PIC X(10).
               10  WRK-TBL-CREDIT      PIC X(10).
               10  WRK-TBL-SEQ         PIC 9(05).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    POSTING IS RUN BY THE SAME OPERATORS WHO RUN THE OTHER
      *    FINANCE HAND-OFFS, SO AUTHORITY 2 IS ENOUGH.  A MOVEMENT
      *    DATE OF ZERO MEANS TODAY, AND ANY OTHER MUST BE A REAL
      *    DATE.  WITH NO GLMAP ON FILE EVERY ENTRY WOULD BE AN
      *    EXCEPTION, AND WITH A GLMAP TOO BIG FOR THE TABLE SOME
      *    WOULD POST UNDER A SUPERSEDED MAPPING, SO EITHER WAY THE
      *    RUN STOPS UP FRONT.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "2" TO WRK-USR-MIN-AUTH.
           MOVE "GLPOST" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, 0 = HOJE): "
               ACCEPT WRK-MOVE-DATE
               ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
               IF WRK-MOVE-DATE EQUAL TO ZERO
                   MOVE WRK-RUN-DATE TO WRK-MOVE-DATE
               END-IF
               MOVE "V"           TO WRK-DSRV-FUNC
               MOVE WRK-MOVE-DATE TO WRK-DSRV-DATE-1
               MOVE ZERO          TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF NOT WRK-DSRV-OK
                   DISPLAY "DATA DO MOVIMENTO " WRK-MOVE-DATE
                           " INVALIDA - NADA FOI CONTABILIZADO."
               ELSE
                   PERFORM 0110-LOAD-MAP
                   EVALUATE TRUE
                     WHEN WRK-MAP-OVERFLOW
                       DISPLAY "GLMAP COM MAIS DE 200 CHAVES "
                               "DISTINTAS - NADA FOI CONTABILIZADO."
                     WHEN WRK-MAP-COUNT EQUAL TO ZERO
                       DISPLAY "TABELA GLMAP VAZIA OU AUSENTE - NADA "
                               "FOI CONTABILIZADO."
                     WHEN OTHER
                       PERFORM 0140-OPEN-FILES
                   END-EVALUATE
               END-IF
           END-IF.

       0110-LOAD-MAP                   SECTION.
           OPEN INPUT MAP-FILE.
           IF WRK-MAP-STATUS-OK
               PERFORM 0115-READ-MAP
               PERFORM 0120-TABLE-MAP UNTIL WRK-END-OF-MAP
               CLOSE MAP-FILE
           END-IF.

       0115-READ-MAP                   SECTION.
           READ MAP-FILE
               AT END MOVE "Y" TO WRK-MAP-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      *    GLMAINT ONLY EVER APPENDS, SO AN ENTRY FOR A KEY ALREADY
      *    TABLED REPLACES IT IN ITS SLOT (A WITHDRAWAL INCLUDED) AND
      *    TAKES ITS OWN PLACE IN THE FILE FOR THE TIE-BREAK.
      *-----------------------------------------------------------------
       0120-TABLE-MAP                  SECTION.
           ADD 1 TO WRK-MAP-READ.
           MOVE "N" TO WRK-FOUND-SW.
           PERFORM 0125-MATCH-MAP VARYING WRK-MAP-IDX
               FROM 1 BY 1 UNTIL WRK-MAP-IDX > WRK-MAP-COUNT
                              OR WRK-SLOT-FOUND.
           IF WRK-SLOT-FOUND
               SUBTRACT 1 FROM WRK-MAP-IDX
           ELSE
               IF WRK-MAP-COUNT LESS THAN 200
                   ADD 1 TO WRK-MAP-COUNT
                   MOVE WRK-MAP-COUNT TO WRK-MAP-IDX
                   MOVE "Y" TO WRK-FOUND-SW
               ELSE
                   MOVE "Y" TO WRK-MAP-FULL-SW
               END-IF
           END-IF.
           IF WRK-SLOT-FOUND
               MOVE MAP-OPERATOR    TO WRK-TBL-OPERATOR(WRK-MAP-IDX)
               MOVE MAP-CCY-CODE    TO WRK-TBL-CCY-CODE(WRK-MAP-IDX)
               MOVE MAP-DISPOSITION
                 TO WRK-TBL-DISPOSITION(WRK-MAP-IDX)
               MOVE MAP-DEBIT-ACCT  TO WRK-TBL-DEBIT(WRK-MAP-IDX)
               MOVE MAP-CREDIT-ACCT TO WRK-TBL-CREDIT(WRK-MAP-IDX)
               MOVE WRK-MAP-READ    TO WRK-TBL-SEQ(WRK-MAP-IDX)
           END-IF.
           PERFORM 0115-READ-MAP.

       0125-MATCH-MAP                  SECTION.
           IF WRK-TBL-OPERATOR(WRK-MAP-IDX) EQUAL TO MAP-OPERATOR
            AND WRK-TBL-CCY-CODE(WRK-MAP-IDX) EQUAL TO MAP-CCY-CODE
            AND WRK-TBL-DISPOSITION(WRK-MAP-IDX)
                  EQUAL TO MAP-DISPOSITION
               MOVE "Y" TO WRK-FOUND-SW
           END-IF.

       0140-OPEN-FILES                 SECTION.
           OPEN INPUT AUDIT-FILE.
           IF WRK-AUDIT-STATUS-NOT-FOUND
               DISPLAY "ARQUIVO AUDITLOG NAO ENCONTRADO - NADA PARA "
                       "CONTABILIZAR."
           ELSE
               OPEN OUTPUT GL-FILE
               OPEN OUTPUT EXCEPT-FILE
               IF NOT WRK-GL-STATUS-OK OR NOT WRK-EXCEPT-STATUS-OK
                   DISPLAY "ERRO AO ABRIR CALCGL/CALCGLX!"
                   CLOSE AUDIT-FILE
               ELSE
                   MOVE "Y" TO WRK-READY-SW
                   PERFORM 0150-WRITE-HEADERS
               END-IF
           END-IF.

       0150-WRITE-HEADERS              SECTION.
           MOVE SPACES         TO GL-HEADER.
           MOVE "H"            TO GLH-TYPE.
           MOVE WRK-MOVE-DATE  TO GLH-MOVE-DATE.
           MOVE WRK-RUN-DATE   TO GLH-RUN-DATE.
           MOVE "CALCGL"       TO GLH-SOURCE.
           MOVE WRK-USR-ID     TO GLH-USER-ID.
           WRITE GL-HEADER.
           CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                  WRK-EXT-DATE.
           MOVE "EXCECOES DA CONTABILIZACAO - CALCGL" TO EXCEPT-RECORD.
           PERFORM 0490-WRITE-EXCEPT-LINE.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "DATA: " WRK-EXT-DATE
                  DELIMITED BY SIZE INTO EXCEPT-RECORD.
           PERFORM 0490-WRITE-EXCEPT-LINE.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "MOVIMENTO: " WRK-MOVE-DATE
                  DELIMITED BY SIZE INTO EXCEPT-RECORD.
           PERFORM 0490-WRITE-EXCEPT-LINE.
           MOVE SPACES TO EXCEPT-RECORD.
           PERFORM 0490-WRITE-EXCEPT-LINE.

       0200-PROCESS                    SECTION.
           MOVE ZERO TO AUD-CALC-ID.
           START AUDIT-FILE KEY NOT LESS THAN AUD-CALC-ID
               INVALID KEY MOVE "Y" TO WRK-EOF-SW
           END-START.
           PERFORM 0210-READ-AUDIT-NEXT.
           PERFORM 0220-SELECT-ENTRY UNTIL WRK-END-OF-AUDIT.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE RUN - THE SAME
      *    GUARD CALCRECON USES.
      *-----------------------------------------------------------------
       0210-READ-AUDIT-NEXT            SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-AUDIT AND NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO AUDITLOG - STATUS "
                       WRK-AUDIT-STATUS
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0220-SELECT-ENTRY               SECTION.
           IF AUD-DATE-NUM EQUAL TO WRK-MOVE-DATE
               ADD 1 TO WRK-SELECTED-COUNT
               IF AUD-CORR-REF GREATER THAN ZERO
                   PERFORM 0230-REVERSE-ORIGINAL
               END-IF
               MOVE "N" TO WRK-REVERSAL-SW
               MOVE AUD-CORR-REF TO WRK-REF-ID
               PERFORM 0240-POST-ENTRY
           END-IF.
           PERFORM 0210-READ-AUDIT-NEXT.

      *-----------------------------------------------------------------
      *    THE CORRECTION IS PARKED, ITS ORIGINAL READ BY KEY AND
      *    POSTED WITH THE SIDES SWAPPED, AND THE CORRECTION PUT BACK.
      *    THE RANDOM READ MOVES THE FILE POSITION, SO THE SEQUENTIAL
      *    PASS IS RESTARTED JUST PAST THE CORRECTION'S OWN KEY.
      *-----------------------------------------------------------------
       0230-REVERSE-ORIGINAL           SECTION.
           MOVE AUDIT-RECORD TO WRK-SAVE-RECORD.
           MOVE SAV-CORR-REF TO AUD-CALC-ID.
           READ AUDIT-FILE
               KEY IS AUD-CALC-ID
               INVALID KEY
                   MOVE SPACES TO EXCEPT-RECORD
                   STRING "ID " SAV-CALC-ID " CORRIGE O ID "
                          SAV-CORR-REF " - ORIGINAL NAO ENCONTRADO "
                          "NO AUDITLOG."
                          DELIMITED BY SIZE INTO EXCEPT-RECORD
                   PERFORM 0490-WRITE-EXCEPT-LINE
                   ADD 1 TO WRK-EXCEPT-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WRK-REVERSAL-SW
                   MOVE SAV-CALC-ID TO WRK-REF-ID
                   PERFORM 0240-POST-ENTRY
                   ADD 1 TO WRK-REVERSED-COUNT
           END-READ.
           MOVE WRK-SAVE-RECORD TO AUDIT-RECORD.
           START AUDIT-FILE KEY GREATER THAN AUD-CALC-ID
               INVALID KEY MOVE "Y" TO WRK-EOF-SW
           END-START.

      *-----------------------------------------------------------------
      *    POSTS THE ENTRY NOW IN THE AUDIT RECORD.  A NEGATIVE RESULT
      *    POSTS ITS ABSOLUTE VALUE WITH THE SIDES SWAPPED, AND SO
      *    DOES A REVERSAL - BOTH TOGETHER CANCEL OUT.
      *-----------------------------------------------------------------
       0240-POST-ENTRY                 SECTION.
           COMPUTE WRK-AMOUNT ROUNDED = AUD-RESULT.
           IF WRK-AMOUNT EQUAL TO ZERO
               ADD 1 TO WRK-ZERO-COUNT
           ELSE
               PERFORM 0250-FIND-MAPPING
               IF WRK-BEST-IDX EQUAL TO ZERO
                   MOVE SPACES TO EXCEPT-RECORD
                   STRING "ID " AUD-CALC-ID " OPERADOR " AUD-OPERATOR
                          " MOEDA " AUD-CCY-CODE " SITUACAO "
                          AUD-DISPOSITION " - SEM MAPEAMENTO NO GLMAP."
                          DELIMITED BY SIZE INTO EXCEPT-RECORD
                   PERFORM 0490-WRITE-EXCEPT-LINE
                   ADD 1 TO WRK-EXCEPT-COUNT
               ELSE
                   MOVE WRK-TBL-DEBIT(WRK-BEST-IDX)  TO WRK-DEBIT-ACCT
                   MOVE WRK-TBL-CREDIT(WRK-BEST-IDX) TO WRK-CREDIT-ACCT
                   IF WRK-AMOUNT LESS THAN ZERO
                       COMPUTE WRK-AMOUNT = WRK-AMOUNT * -1
                       PERFORM 0245-SWAP-SIDES
                   END-IF
                   IF WRK-REVERSAL
                       PERFORM 0245-SWAP-SIDES
                   END-IF
                   MOVE WRK-DEBIT-ACCT  TO WRK-POST-ACCT
                   MOVE "D"             TO WRK-POST-SIDE
                   PERFORM 0260-WRITE-JOURNAL-LINE
                   ADD WRK-AMOUNT       TO WRK-DEBIT-TOTAL
                   MOVE WRK-CREDIT-ACCT TO WRK-POST-ACCT
                   MOVE "C"             TO WRK-POST-SIDE
                   PERFORM 0260-WRITE-JOURNAL-LINE
                   ADD WRK-AMOUNT       TO WRK-CREDIT-TOTAL
                   IF NOT WRK-REVERSAL
                       ADD 1 TO WRK-POSTED-COUNT
                   END-IF
               END-IF
           END-IF.

       0245-SWAP-SIDES                 SECTION.
           MOVE WRK-DEBIT-ACCT  TO WRK-SWAP-ACCT.
           MOVE WRK-CREDIT-ACCT TO WRK-DEBIT-ACCT.
           MOVE WRK-SWAP-ACCT   TO WRK-CREDIT-ACCT.

      *-----------------------------------------------------------------
      *    EVERY GLMAP ENTRY FOR THE OPERATOR IS TRIED.  AN EXACT
      *    CURRENCY OR DISPOSITION SCORES ONE EACH, A WILDCARD ZERO;
      *    THE HIGHEST SCORE WINS AND THE ENTRY KEYED LATER IN GLMAP
      *    WINS A TIE.  A WINNER WITH BLANK ACCOUNTS IS A WITHDRAWN
      *    MAPPING.
      *-----------------------------------------------------------------
       0250-FIND-MAPPING               SECTION.
           MOVE ZERO TO WRK-BEST-IDX.
           MOVE ZERO TO WRK-BEST-SCORE.
           PERFORM 0255-SCORE-MAPPING VARYING WRK-MAP-IDX
               FROM 1 BY 1 UNTIL WRK-MAP-IDX > WRK-MAP-COUNT.
           IF WRK-BEST-IDX NOT EQUAL TO ZERO
               IF WRK-TBL-DEBIT(WRK-BEST-IDX) EQUAL TO SPACES
                   MOVE ZERO TO WRK-BEST-IDX
               END-IF
           END-IF.

       0255-SCORE-MAPPING              SECTION.
           IF WRK-TBL-OPERATOR(WRK-MAP-IDX) EQUAL TO AUD-OPERATOR
            AND (WRK-TBL-CCY-CODE(WRK-MAP-IDX) EQUAL TO AUD-CCY-CODE
              OR WRK-TBL-CCY-CODE(WRK-MAP-IDX) EQUAL TO "***")
            AND (WRK-TBL-DISPOSITION(WRK-MAP-IDX)
                   EQUAL TO AUD-DISPOSITION
              OR WRK-TBL-DISPOSITION(WRK-MAP-IDX) EQUAL TO "*")
               MOVE ZERO TO WRK-SCORE
               IF WRK-TBL-CCY-CODE(WRK-MAP-IDX) NOT EQUAL TO "***"
                   ADD 1 TO WRK-SCORE
               END-IF
               IF WRK-TBL-DISPOSITION(WRK-MAP-IDX) NOT EQUAL TO "*"
                   ADD 1 TO WRK-SCORE
               END-IF
               IF WRK-BEST-IDX EQUAL TO ZERO
                OR WRK-SCORE GREATER THAN WRK-BEST-SCORE
                OR (WRK-SCORE EQUAL TO WRK-BEST-SCORE
                AND WRK-TBL-SEQ(WRK-MAP-IDX) GREATER THAN
                    WRK-TBL-SEQ(WRK-BEST-IDX))
                   MOVE WRK-MAP-IDX TO WRK-BEST-IDX
                   MOVE WRK-SCORE   TO WRK-BEST-SCORE
               END-IF
           END-IF.

       0260-WRITE-JOURNAL-LINE         SECTION.
           MOVE SPACES          TO GL-DETAIL.
           MOVE WRK-POST-ACCT   TO GLD-ACCOUNT.
           MOVE WRK-POST-SIDE   TO GLD-SIDE.
           MOVE "D"             TO GLD-TYPE.
           MOVE WRK-MOVE-DATE   TO GLD-MOVE-DATE.
           MOVE AUD-CALC-ID     TO GLD-CALC-ID.
           IF WRK-REVERSAL
               MOVE "E"         TO GLD-LINE-TYPE
           ELSE
               MOVE "N"         TO GLD-LINE-TYPE
           END-IF.
           MOVE WRK-REF-ID      TO GLD-REF-ID.
           MOVE WRK-AMOUNT      TO GLD-AMOUNT.
           MOVE AUD-CCY-CODE    TO GLD-CCY-CODE.
           MOVE AUD-OPERATOR    TO GLD-OPERATOR.
           MOVE AUD-DEPT        TO GLD-DEPT.
           WRITE GL-DETAIL.
           ADD 1 TO WRK-LINE-COUNT.

       0490-WRITE-EXCEPT-LINE          SECTION.
           WRITE EXCEPT-RECORD.

      *-----------------------------------------------------------------
      *    A CLEAN, BALANCED DAY GETS ITS TRAILER AND IS RELEASED.
      *    ANYTHING ELSE REMOVES CALCGL SO A PARTIAL OR UNBALANCED
      *    FILE CAN NEVER BE PICKED UP BY THE LEDGER.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           IF WRK-DEBIT-TOTAL NOT EQUAL TO WRK-CREDIT-TOTAL
               MOVE SPACES TO EXCEPT-RECORD
               STRING "DEBITOS E CREDITOS DO DIA NAO CONFEREM."
                      DELIMITED BY SIZE INTO EXCEPT-RECORD
               PERFORM 0490-WRITE-EXCEPT-LINE
               ADD 1 TO WRK-EXCEPT-COUNT
           END-IF.
           MOVE WRK-DEBIT-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "TOTAL A DEBITO:  " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO EXCEPT-RECORD.
           PERFORM 0490-WRITE-EXCEPT-LINE.
           MOVE WRK-CREDIT-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "TOTAL A CREDITO: " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO EXCEPT-RECORD.
           PERFORM 0490-WRITE-EXCEPT-LINE.
           MOVE SPACES TO EXCEPT-RECORD.
           IF WRK-EXCEPT-COUNT EQUAL TO ZERO
               MOVE SPACES           TO GL-TRAILER
               MOVE "T"              TO GLT-TYPE
               MOVE WRK-LINE-COUNT   TO GLT-LINE-COUNT
               MOVE WRK-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
               MOVE WRK-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
               WRITE GL-TRAILER
               CLOSE GL-FILE
               STRING "NENHUMA EXCECAO - CALCGL LIBERADO COM "
                      WRK-LINE-COUNT " LINHA(S)."
                      DELIMITED BY SIZE INTO EXCEPT-RECORD
           ELSE
               CLOSE GL-FILE
               CALL "CBL_DELETE_FILE" USING WRK-GL-NAME
               STRING WRK-EXCEPT-COUNT " EXCECAO(OES) - CALCGL NAO "
                      "FOI GERADO."
                      DELIMITED BY SIZE INTO EXCEPT-RECORD
           END-IF.
           PERFORM 0490-WRITE-EXCEPT-LINE.
           DISPLAY EXCEPT-RECORD.
           CLOSE AUDIT-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY "CALCULOS DO MOVIMENTO: " WRK-SELECTED-COUNT.
           DISPLAY "LANCAMENTOS GERADOS:   " WRK-POSTED-COUNT.
           DISPLAY "ESTORNOS GERADOS:      " WRK-REVERSED-COUNT.
           DISPLAY "SEM VALOR A LANCAR:    " WRK-ZERO-COUNT.
           DISPLAY "======== FIM DA CONTABILIZACAO ========".
