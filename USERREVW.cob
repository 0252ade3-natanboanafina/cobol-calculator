       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.USERREVW.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: QUARTERLY ACCESS REVIEW OVER THE CALCUSER OPERATOR
      *             MASTER AND THE CALCJRNL SESSION JOURNAL.  EVERY ID
      *             ON CALCUSER IS LISTED WITH ITS NAME, AUTHORITY,
      *             STATUS AND THE DATE OF ITS LAST CLEAN SIGN-ON, AND
      *             FLAGGED WHEN IT HAS BEEN DORMANT LONGER THAN THE
      *             NUMBER OF DAYS KEYED, OR WHEN IT IS A SUPERVISOR
      *             (AUTHORITY 3) THAT HAS NOT SIGNED ON THIS QUARTER.
      *             THE JOURNAL IS THEN READ FOR SECURITY EXCEPTIONS -
      *             BURSTS OF REFUSED TRIES AGAINST ONE ID, TRIES
      *             AGAINST IDS THAT ARE NOT ON CALCUSER, CALC SIGN-ONS
      *             WITH NO MATCHING SIGN-OFF, AND SIGN-ONS OR
      *             SIGN-OFFS OUTSIDE THE SHIFT WINDOW KEYED.  ON
      *             REQUEST THE DISABLING OF EVERY DORMANT ID IS SENT
      *             TO THE CALCPEND APPROVAL QUEUE, AS USERMNT SENDS
      *             ITS OWN, EACH ONE LISTED ON USERREVR WITH ITS
      *             PENDING NUMBER FOR THE SUPERVISOR TO SIGN.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   DORMANT IDS ARE NO LONGER DISABLED BY
      *                     REWRITING CALCUSER - EACH DISABLING IS
      *                     QUEUED THROUGH PENDWTR WITH THE CALCUSER
      *                     RECORD BEFORE AND AFTER AND REACHES
      *                     CALCUSER ONLY WHEN CALCAPRV APPROVES IT.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "CALCUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "USERREVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  USER-FILE.
       COPY "#USERREC".
       FD  JOURNAL-FILE.
       COPY "#JRNREC".
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-USER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-USER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-USER-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-JRN-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-JRN-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-JRN-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REPORT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-REPORT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#USRVAR".
       COPY "#DATESRV".
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-PND-AREA==
           LEADING ==PND-== BY ==WRK-PND-==.
       COPY "#USERREC" REPLACING
           ==USER-RECORD== BY ==WRK-USER-IMAGE==
           LEADING ==USR-== BY ==UIM-==.
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-USERS    VALUE "Y".
       77  WRK-JRN-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-JOURNAL  VALUE "Y".
       77  WRK-JRN-FOUND-SW    PIC X(01) VALUE "N".
           88  WRK-JOURNAL-FOUND   VALUE "Y".
       77  WRK-DISABLE-SW      PIC X(01) VALUE "N".
           88  WRK-DISABLE-DORMANT VALUE "S".
       77  WRK-SHIFT-SW        PIC X(01) VALUE "N".
           88  WRK-SHIFT-KEYED     VALUE "Y".
       77  WRK-INSIDE-SW       PIC X(01) VALUE "N".
           88  WRK-INSIDE-SHIFT    VALUE "Y".
       77  WRK-EXT-DATE        PIC X(30).
       77  WRK-CALLER-DATE     PIC 9(08) VALUE ZERO.
       77  WRK-CALLER-LANG     PIC X(01) VALUE "P".
       01  WRK-TODAY           PIC 9(08) VALUE ZERO.
       01  WRK-TODAY-R REDEFINES WRK-TODAY.
           05  WRK-TODAY-YYYY      PIC 9(04).
           05  WRK-TODAY-MM        PIC 9(02).
           05  WRK-TODAY-DD        PIC 9(02).
       77  WRK-QTR-IDX         PIC 9(01) VALUE ZERO.
       77  WRK-QTR-START       PIC 9(08) VALUE ZERO.
       77  WRK-DORMANT-DAYS    PIC 9(04) VALUE ZERO.
       77  WRK-BURST-LIMIT     PIC 9(03) VALUE ZERO.
       77  WRK-SHIFT-START     PIC 9(04) VALUE ZERO.
       77  WRK-SHIFT-END       PIC 9(04) VALUE ZERO.
       77  WRK-FROM-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-EVT-HHMM        PIC 9(04) VALUE ZERO.
       77  WRK-ID-IN           PIC X(08) VALUE SPACES.
       77  WRK-USER-COUNT      PIC 9(03) COMP VALUE ZERO.
       77  WRK-USER-IDX        PIC 9(03) COMP.
       77  WRK-HIT-IDX         PIC 9(03) COMP VALUE ZERO.
       77  WRK-WRITE-IDX       PIC 9(03) COMP.
       77  WRK-UNK-IDX         PIC 9(03) COMP.
       77  WRK-UNK-USED        PIC 9(03) COMP VALUE ZERO.
       77  WRK-UNK-HIT         PIC 9(03) COMP VALUE ZERO.
       77  WRK-UNK-LOST        PIC 9(05) VALUE ZERO.
       77  WRK-DORMANT-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-SUPER-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-CHANGE-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-QUEUED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-BURST-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-UNKNOWN-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-OPEN-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-SHIFT-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-COUNT-ED        PIC ZZ.ZZ9.
       77  WRK-DAYS-ED         PIC ZZ.ZZ9.
       77  WRK-LIMIT-ED        PIC ZZ9.
      *-----------------------------------------------------------------
      *    DATE AND TIME AS THEY PRINT - DD/MM/AAAA AND HH:MM:SS.
      *-----------------------------------------------------------------
       77  WRK-FMT-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-FMT-DATE-ED     PIC X(10) VALUE SPACES.
       77  WRK-FMT-TIME        PIC 9(06) VALUE ZERO.
       77  WRK-FMT-TIME-ED     PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      *    ONE SECURITY EXCEPTION ON ITS WAY TO THE REPORT.  THE KIND
      *    CODE PICKS THE COUNTER: "R" BURST OF REFUSED TRIES, "U"
      *    UNKNOWN ID, "S" SIGN-ON WITH NO SIGN-OFF, "T" OUT OF SHIFT.
      *-----------------------------------------------------------------
       77  WRK-EXC-KIND        PIC X(01) VALUE SPACE.
       77  WRK-EXC-TEXT        PIC X(20) VALUE SPACES.
       77  WRK-EXC-ID          PIC X(08) VALUE SPACES.
       77  WRK-EXC-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-EXC-TIME        PIC 9(06) VALUE ZERO.
       77  WRK-EXC-DETAIL      PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      *    THE WHOLE MASTER, AS USERMNT HOLDS IT, PLUS WHAT THE
      *    JOURNAL SAYS ABOUT EACH ID - THE LAST CLEAN SIGN-ON, THE
      *    CALC SESSION STILL OPEN AND THE RUN OF REFUSED TRIES
      *    SINCE THE LAST CLEAN ONE.
      *-----------------------------------------------------------------
       01  WRK-USER-TABLE.
           05  WRK-USER-ENTRY OCCURS 50 TIMES.
               10  WRK-TBL-ID          PIC X(08).
               10  WRK-TBL-NAME        PIC X(30).
               10  WRK-TBL-PIN         PIC X(04).
               10  WRK-TBL-STATUS      PIC X(01).
                   88  WRK-TBL-DISABLED    VALUE "D".
               10  WRK-TBL-FAILS       PIC 9(01).
               10  WRK-TBL-AUTH        PIC X(01).
                   88  WRK-TBL-SUPER       VALUE "3".
               10  WRK-TBL-LAST-DATE   PIC 9(08).
               10  WRK-TBL-DAYS        PIC S9(07).
               10  WRK-TBL-DORMANT-SW  PIC X(01).
                   88  WRK-TBL-DORMANT     VALUE "Y".
               10  WRK-TBL-CHANGED-SW  PIC X(01).
                   88  WRK-TBL-CHANGED     VALUE "Y".
               10  WRK-TBL-OPEN-SW     PIC X(01).
                   88  WRK-TBL-SESSION-OPEN VALUE "Y".
               10  WRK-TBL-OPEN-DATE   PIC 9(08).
               10  WRK-TBL-OPEN-TIME   PIC 9(06).
               10  WRK-TBL-OPEN-OUT-SW PIC X(01).
                   88  WRK-TBL-OPEN-FLAGGED VALUE "Y".
               10  WRK-TBL-FAIL-RUN    PIC 9(03).
               10  WRK-TBL-FAIL-DATE   PIC 9(08).
               10  WRK-TBL-FAIL-TIME   PIC 9(06).
      *-----------------------------------------------------------------
      *    REFUSED TRIES AGAINST IDS NOT ON CALCUSER, ONE SLOT PER ID
      *    TRIED, WITH THE FIRST TRY AND THE NUMBER OF THEM.
      *-----------------------------------------------------------------
       01  WRK-UNK-TABLE.
           05  WRK-UNK-ENTRY OCCURS 100 TIMES.
               10  WRK-UNK-ID          PIC X(08).
               10  WRK-UNK-DATE        PIC 9(08).
               10  WRK-UNK-TIME        PIC 9(06).
               10  WRK-UNK-TRIES       PIC 9(05).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    THE ACCESS REVIEW IS A SUPERVISOR FUNCTION, LIKE USERMNT
      *    ITSELF - AUTHORITY 3.  A ZERO DORMANCY TAKES 90 DAYS, A
      *    ZERO BURST TAKES THE THREE TRIES USERAUTH LOCKS AT, AND A
      *    ZERO SHIFT WINDOW SKIPS THE SHIFT CHECK.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "USERREVW" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               DISPLAY "DIAS SEM ACESSO PARA DORMENCIA (0 = 90): "
               ACCEPT WRK-DORMANT-DAYS
               IF WRK-DORMANT-DAYS EQUAL TO ZERO
                   MOVE 90 TO WRK-DORMANT-DAYS
               END-IF
               DISPLAY "TENTATIVAS RECUSADAS SEGUIDAS PARA RAJADA "
                       "(0 = 3): "
               ACCEPT WRK-BURST-LIMIT
               IF WRK-BURST-LIMIT EQUAL TO ZERO
                   MOVE 3 TO WRK-BURST-LIMIT
               END-IF
               DISPLAY "INICIO DO TURNO (HHMM): "
               ACCEPT WRK-SHIFT-START
               DISPLAY "FIM DO TURNO (HHMM; 0 E 0 = SEM TURNO): "
               ACCEPT WRK-SHIFT-END
               IF WRK-SHIFT-START NOT EQUAL TO ZERO
                OR WRK-SHIFT-END NOT EQUAL TO ZERO
                   MOVE "Y" TO WRK-SHIFT-SW
               END-IF
               DISPLAY "EXCECOES A PARTIR DE (AAAAMMDD; 0 = TODO O "
                       "JOURNAL): "
               ACCEPT WRK-FROM-DATE
               DISPLAY "DESATIVAR OS USUARIOS DORMENTES? (S/N): "
               ACCEPT WRK-DISABLE-SW
               ACCEPT WRK-TODAY FROM DATE YYYYMMDD
               COMPUTE WRK-QTR-IDX = (WRK-TODAY-MM - 1) / 3
               COMPUTE WRK-QTR-START = WRK-TODAY-YYYY * 10000
                                     + (WRK-QTR-IDX * 3 + 1) * 100
                                     + 1
               PERFORM 0110-LOAD-USERS
               IF WRK-USER-COUNT EQUAL TO ZERO
                   DISPLAY "CALCUSER VAZIO - NADA A REVISAR."
               ELSE
                   PERFORM 0130-SCAN-SIGN-ONS
                   PERFORM 0140-OPEN-REPORT
               END-IF
           END-IF.

       0110-LOAD-USERS                 SECTION.
           MOVE ZERO TO WRK-USER-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT USER-FILE.
           IF NOT WRK-USER-STATUS-NOT-FOUND
               PERFORM 0115-READ-USER
               PERFORM 0120-TABLE-USER UNTIL WRK-END-OF-USERS
               CLOSE USER-FILE
           END-IF.

       0115-READ-USER                  SECTION.
           READ USER-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0120-TABLE-USER                 SECTION.
           IF WRK-USER-COUNT LESS THAN 50
               ADD 1 TO WRK-USER-COUNT
               MOVE SPACES     TO WRK-USER-ENTRY(WRK-USER-COUNT)
               MOVE USR-ID     TO WRK-TBL-ID(WRK-USER-COUNT)
               MOVE USR-NAME   TO WRK-TBL-NAME(WRK-USER-COUNT)
               MOVE USR-PIN    TO WRK-TBL-PIN(WRK-USER-COUNT)
               MOVE USR-STATUS TO WRK-TBL-STATUS(WRK-USER-COUNT)
               IF USR-FAILS IS NUMERIC
                   MOVE USR-FAILS TO WRK-TBL-FAILS(WRK-USER-COUNT)
               ELSE
                   MOVE ZERO      TO WRK-TBL-FAILS(WRK-USER-COUNT)
               END-IF
               MOVE USR-AUTH   TO WRK-TBL-AUTH(WRK-USER-COUNT)
               MOVE ZERO TO WRK-TBL-LAST-DATE(WRK-USER-COUNT)
                            WRK-TBL-DAYS(WRK-USER-COUNT)
                            WRK-TBL-OPEN-DATE(WRK-USER-COUNT)
                            WRK-TBL-OPEN-TIME(WRK-USER-COUNT)
                            WRK-TBL-FAIL-RUN(WRK-USER-COUNT)
                            WRK-TBL-FAIL-DATE(WRK-USER-COUNT)
                            WRK-TBL-FAIL-TIME(WRK-USER-COUNT)
               MOVE "N" TO WRK-TBL-DORMANT-SW(WRK-USER-COUNT)
                           WRK-TBL-CHANGED-SW(WRK-USER-COUNT)
                           WRK-TBL-OPEN-SW(WRK-USER-COUNT)
                           WRK-TBL-OPEN-OUT-SW(WRK-USER-COUNT)
           ELSE
               DISPLAY "AVISO: MAIS DE 50 USUARIOS NO CALCUSER - "
                       "EXCEDENTE IGNORADO."
               MOVE "Y" TO WRK-EOF-SW
           END-IF.
           PERFORM 0115-READ-USER.

      *-----------------------------------------------------------------
      *    FIRST PASS OVER THE JOURNAL - THE LAST CLEAN SIGN-ON OF
      *    EACH ID, WHATEVER PROGRAM IT WAS FOR.  WITH NO JOURNAL AT
      *    ALL EVERY ID WOULD READ AS NEVER SIGNED ON, SO THE
      *    DISABLING IS REFUSED RATHER THAN SHUT EVERYBODY OUT.
      *-----------------------------------------------------------------
       0130-SCAN-SIGN-ONS              SECTION.
           MOVE "N" TO WRK-JRN-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-JRN-STATUS-OK
               MOVE "Y" TO WRK-JRN-FOUND-SW
               PERFORM 0135-READ-JOURNAL
               PERFORM 0136-NOTE-SIGN-ON UNTIL WRK-END-OF-JOURNAL
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "ARQUIVO CALCJRNL NAO ENCONTRADO - NENHUM "
                       "ACESSO REGISTRADO."
               IF WRK-DISABLE-DORMANT
                   DISPLAY "SEM O JOURNAL NENHUM USUARIO SERA "
                           "DESATIVADO."
                   MOVE "N" TO WRK-DISABLE-SW
               END-IF
           END-IF.

       0135-READ-JOURNAL               SECTION.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO WRK-JRN-EOF-SW
           END-READ.

       0136-NOTE-SIGN-ON               SECTION.
           IF JRN-SIGN-ON
               MOVE JRN-USER-ID TO WRK-ID-IN
               PERFORM 0260-FIND-USER
               IF WRK-HIT-IDX GREATER THAN ZERO
                AND JRN-DATE NOT LESS THAN
                    WRK-TBL-LAST-DATE(WRK-HIT-IDX)
                   MOVE JRN-DATE TO WRK-TBL-LAST-DATE(WRK-HIT-IDX)
               END-IF
           END-IF.
           PERFORM 0135-READ-JOURNAL.

       0140-OPEN-REPORT                SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WRK-REPORT-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO USERREVR!"
           ELSE
               MOVE "Y" TO WRK-READY-SW
               PERFORM 0145-WRITE-HEADER
           END-IF.

       0145-WRITE-HEADER               SECTION.
           CALL "FULLDATE" USING WRK-CALLER-DATE WRK-CALLER-LANG
                                  WRK-EXT-DATE.
           MOVE "REVISAO DE ACESSOS - CALCUSER E CALCJRNL"
             TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DATA: " WRK-EXT-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SUPERVISOR: " WRK-USR-ID " " WRK-USR-NAME
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-QTR-START TO WRK-FMT-DATE.
           PERFORM 0480-FORMAT-DATE.
           MOVE WRK-DORMANT-DAYS TO WRK-DAYS-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DORMENCIA: MAIS DE " WRK-DAYS-ED " DIAS   "
                  "TRIMESTRE DESDE " WRK-FMT-DATE-ED
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-BURST-LIMIT TO WRK-LIMIT-ED.
           MOVE SPACES TO REPORT-RECORD.
           IF WRK-SHIFT-KEYED
               STRING "TURNO: " WRK-SHIFT-START(1:2) ":"
                      WRK-SHIFT-START(3:2) " A " WRK-SHIFT-END(1:2)
                      ":" WRK-SHIFT-END(3:2) "   RAJADA: "
                      WRK-LIMIT-ED " RECUSAS SEGUIDAS"
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "TURNO: NAO VERIFICADO   RAJADA: "
                      WRK-LIMIT-ED " RECUSAS SEGUIDAS"
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           IF WRK-FROM-DATE GREATER THAN ZERO
               MOVE WRK-FROM-DATE TO WRK-FMT-DATE
               PERFORM 0480-FORMAT-DATE
               STRING "EXCECOES DO JOURNAL A PARTIR DE "
                      WRK-FMT-DATE-ED
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE "EXCECOES DE TODO O JOURNAL" TO REPORT-RECORD
           END-IF.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    THE USER LISTING, THEN THE SECOND PASS OVER THE JOURNAL
      *    FOR THE EXCEPTIONS, THEN THE CHANGES MADE.
      *-----------------------------------------------------------------
       0200-PROCESS                    SECTION.
           PERFORM 0210-LIST-USERS.
           PERFORM 0230-REVIEW-JOURNAL.
           IF WRK-DISABLE-DORMANT
               PERFORM 0290-LIST-CHANGES
           END-IF.

       0210-LIST-USERS                 SECTION.
           MOVE "USUARIOS CADASTRADOS" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES          TO REPORT-RECORD.
           MOVE "USUARIO"       TO REPORT-RECORD(1:7).
           MOVE "NOME"          TO REPORT-RECORD(10:4).
           MOVE "AUT"           TO REPORT-RECORD(41:3).
           MOVE "SIT"           TO REPORT-RECORD(45:3).
           MOVE "ULTIMO ACESSO" TO REPORT-RECORD(49:13).
           MOVE "DIAS"          TO REPORT-RECORD(65:4).
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0215-LIST-ONE-USER VARYING WRK-USER-IDX
               FROM 1 BY 1 UNTIL WRK-USER-IDX > WRK-USER-COUNT.
           MOVE WRK-USER-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " USUARIO(S) NO CALCUSER."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-DORMANT-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " USUARIO(S) DORMENTE(S)."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-SUPER-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " SUPERVISOR(ES) SEM ACESSO NO "
                  "TRIMESTRE."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    A DISABLED ID IS LISTED BUT NEVER FLAGGED - IT IS ALREADY
      *    SHUT.  AN ID WITH NO SIGN-ON IN THE JOURNAL COUNTS AS
      *    DORMANT.  THE SUPERVISOR RUNNING THE REVIEW HAS JUST
      *    SIGNED ON AND IS NEVER DISABLED BY IT.
      *-----------------------------------------------------------------
       0215-LIST-ONE-USER              SECTION.
           IF WRK-TBL-LAST-DATE(WRK-USER-IDX) GREATER THAN ZERO
               MOVE "D" TO WRK-DSRV-FUNC
               MOVE WRK-TBL-LAST-DATE(WRK-USER-IDX) TO WRK-DSRV-DATE-1
               MOVE WRK-TODAY TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF WRK-DSRV-OK
                   MOVE WRK-DSRV-DAYS TO WRK-TBL-DAYS(WRK-USER-IDX)
               END-IF
           END-IF.
           IF NOT WRK-TBL-DISABLED(WRK-USER-IDX)
            AND (WRK-TBL-LAST-DATE(WRK-USER-IDX) EQUAL TO ZERO
             OR WRK-TBL-DAYS(WRK-USER-IDX) GREATER THAN
                WRK-DORMANT-DAYS)
               MOVE "Y" TO WRK-TBL-DORMANT-SW(WRK-USER-IDX)
               ADD 1 TO WRK-DORMANT-COUNT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WRK-TBL-ID(WRK-USER-IDX)     TO REPORT-RECORD(1:8).
           MOVE WRK-TBL-NAME(WRK-USER-IDX)   TO REPORT-RECORD(10:30).
           MOVE WRK-TBL-AUTH(WRK-USER-IDX)   TO REPORT-RECORD(42:1).
           MOVE WRK-TBL-STATUS(WRK-USER-IDX) TO REPORT-RECORD(46:1).
           IF WRK-TBL-LAST-DATE(WRK-USER-IDX) EQUAL TO ZERO
               MOVE "NUNCA" TO REPORT-RECORD(49:5)
           ELSE
               MOVE WRK-TBL-LAST-DATE(WRK-USER-IDX) TO WRK-FMT-DATE
               PERFORM 0480-FORMAT-DATE
               MOVE WRK-FMT-DATE-ED TO REPORT-RECORD(49:10)
               MOVE WRK-TBL-DAYS(WRK-USER-IDX) TO WRK-DAYS-ED
               MOVE WRK-DAYS-ED TO REPORT-RECORD(63:6)
           END-IF.
           PERFORM 0490-WRITE-REPORT-LINE.
           IF WRK-TBL-DORMANT(WRK-USER-IDX)
               MOVE WRK-DORMANT-DAYS TO WRK-DAYS-ED
               MOVE SPACES TO REPORT-RECORD
               STRING "         >> DORMENTE - SEM ACESSO HA MAIS DE "
                      WRK-DAYS-ED " DIAS"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           IF WRK-TBL-SUPER(WRK-USER-IDX)
            AND NOT WRK-TBL-DISABLED(WRK-USER-IDX)
            AND WRK-TBL-LAST-DATE(WRK-USER-IDX) LESS THAN
                WRK-QTR-START
               ADD 1 TO WRK-SUPER-COUNT
               MOVE "         >> SUPERVISOR SEM ACESSO NESTE TRIMESTRE"
                 TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           IF WRK-TBL-DORMANT(WRK-USER-IDX) AND WRK-DISABLE-DORMANT
            AND WRK-TBL-ID(WRK-USER-IDX) NOT EQUAL TO WRK-USR-ID
               MOVE "Y" TO WRK-TBL-CHANGED-SW(WRK-USER-IDX)
               ADD 1 TO WRK-CHANGE-COUNT
           END-IF.

      *-----------------------------------------------------------------
      *    SECOND PASS OVER THE JOURNAL.  THE JOURNAL IS WRITTEN IN
      *    THE ORDER THINGS HAPPENED, SO ONE READ FRONT TO BACK FOLLOWS
      *    EVERY SESSION AND EVERY RUN OF REFUSED TRIES AS IT WENT.
      *-----------------------------------------------------------------
       0230-REVIEW-JOURNAL             SECTION.
           MOVE "EXCECOES DE SEGURANCA NO CALCJRNL" TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES     TO REPORT-RECORD.
           MOVE "OCORRENCIA" TO REPORT-RECORD(1:10).
           MOVE "USUARIO"  TO REPORT-RECORD(22:7).
           MOVE "DATA"     TO REPORT-RECORD(31:4).
           MOVE "HORA"     TO REPORT-RECORD(42:4).
           MOVE "DETALHE"  TO REPORT-RECORD(51:7).
           PERFORM 0490-WRITE-REPORT-LINE.
           IF WRK-JOURNAL-FOUND
               MOVE "N" TO WRK-JRN-EOF-SW
               OPEN INPUT JOURNAL-FILE
               PERFORM 0135-READ-JOURNAL
               PERFORM 0240-CHECK-EVENT UNTIL WRK-END-OF-JOURNAL
               CLOSE JOURNAL-FILE
               PERFORM 0250-CLOSE-OUT-USER VARYING WRK-USER-IDX
                   FROM 1 BY 1 UNTIL WRK-USER-IDX > WRK-USER-COUNT
               PERFORM 0270-LIST-UNKNOWN VARYING WRK-UNK-IDX
                   FROM 1 BY 1 UNTIL WRK-UNK-IDX > WRK-UNK-USED
               IF WRK-UNK-LOST GREATER THAN ZERO
                   MOVE WRK-UNK-LOST TO WRK-COUNT-ED
                   MOVE SPACES TO REPORT-RECORD
                   STRING "MAIS " WRK-COUNT-ED " TENTATIVA(S) "
                          "CONTRA OUTROS USUARIOS INEXISTENTES"
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 0490-WRITE-REPORT-LINE
               END-IF
           END-IF.
           MOVE WRK-BURST-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " RAJADA(S) DE TENTATIVAS RECUSADAS."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-UNKNOWN-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " USUARIO(S) INEXISTENTE(S) TENTADO(S)."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-OPEN-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " SESSAO(OES) SEM ENCERRAMENTO."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE WRK-SHIFT-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " ACESSO(S) FORA DO TURNO."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    ONE JOURNAL RECORD.  ONLY CALC WRITES A SIGN-OFF, SO ONLY
      *    A CALC SIGN-ON OPENS A SESSION THAT MUST BE CLOSED; A
      *    SECOND CALC SIGN-ON WHILE ONE IS STILL OPEN MEANS THE
      *    FIRST NEVER SIGNED OFF.  A SIGN-OFF WITH NO SESSION OPEN
      *    (THE JOURNAL STARTED MID-SESSION) IS PASSED OVER.
      *-----------------------------------------------------------------
       0240-CHECK-EVENT                SECTION.
           MOVE JRN-USER-ID TO WRK-ID-IN.
           PERFORM 0260-FIND-USER.
           EVALUATE TRUE
             WHEN JRN-FAILED-TRY AND WRK-HIT-IDX EQUAL TO ZERO
               PERFORM 0245-NOTE-UNKNOWN
             WHEN WRK-HIT-IDX EQUAL TO ZERO
               CONTINUE
             WHEN JRN-FAILED-TRY
               IF WRK-TBL-FAIL-RUN(WRK-HIT-IDX) EQUAL TO ZERO
                   MOVE JRN-DATE TO WRK-TBL-FAIL-DATE(WRK-HIT-IDX)
                   MOVE JRN-TIME TO WRK-TBL-FAIL-TIME(WRK-HIT-IDX)
               END-IF
               IF WRK-TBL-FAIL-RUN(WRK-HIT-IDX) LESS THAN 999
                   ADD 1 TO WRK-TBL-FAIL-RUN(WRK-HIT-IDX)
               END-IF
             WHEN JRN-SIGN-ON
               PERFORM 0252-END-FAIL-RUN
               PERFORM 0280-CHECK-SHIFT
               IF JRN-PROGRAM EQUAL TO "CALC"
                   PERFORM 0254-END-SESSION
                   MOVE "Y"      TO WRK-TBL-OPEN-SW(WRK-HIT-IDX)
                   MOVE JRN-DATE TO WRK-TBL-OPEN-DATE(WRK-HIT-IDX)
                   MOVE JRN-TIME TO WRK-TBL-OPEN-TIME(WRK-HIT-IDX)
                   MOVE "N"      TO WRK-TBL-OPEN-OUT-SW(WRK-HIT-IDX)
                   IF NOT WRK-INSIDE-SHIFT
                       MOVE "Y" TO WRK-TBL-OPEN-OUT-SW(WRK-HIT-IDX)
                   END-IF
               END-IF
               IF NOT WRK-INSIDE-SHIFT
                   MOVE "T"            TO WRK-EXC-KIND
                   MOVE "FORA DO TURNO" TO WRK-EXC-TEXT
                   MOVE JRN-USER-ID    TO WRK-EXC-ID
                   MOVE JRN-DATE       TO WRK-EXC-DATE
                   MOVE JRN-TIME       TO WRK-EXC-TIME
                   MOVE SPACES         TO WRK-EXC-DETAIL
                   STRING "ENTRADA NO " JRN-PROGRAM
                          DELIMITED BY SIZE INTO WRK-EXC-DETAIL
                   PERFORM 0285-WRITE-EXCEPTION
               END-IF
             WHEN JRN-SIGN-OFF
               IF WRK-TBL-SESSION-OPEN(WRK-HIT-IDX)
                   PERFORM 0280-CHECK-SHIFT
                   IF NOT WRK-INSIDE-SHIFT
                    AND NOT WRK-TBL-OPEN-FLAGGED(WRK-HIT-IDX)
                       MOVE "T"            TO WRK-EXC-KIND
                       MOVE "FORA DO TURNO" TO WRK-EXC-TEXT
                       MOVE JRN-USER-ID    TO WRK-EXC-ID
                       MOVE JRN-DATE       TO WRK-EXC-DATE
                       MOVE JRN-TIME       TO WRK-EXC-TIME
                       MOVE "SAIDA DO CALC" TO WRK-EXC-DETAIL
                       PERFORM 0285-WRITE-EXCEPTION
                   END-IF
                   MOVE "N" TO WRK-TBL-OPEN-SW(WRK-HIT-IDX)
               END-IF
           END-EVALUATE.
           PERFORM 0135-READ-JOURNAL.

      *-----------------------------------------------------------------
      *    A REFUSED TRY AGAINST AN ID NOT ON CALCUSER - A BLANK ID
      *    INCLUDED - IS GATHERED UNDER THE ID TRIED.
      *-----------------------------------------------------------------
       0245-NOTE-UNKNOWN               SECTION.
           IF JRN-DATE NOT LESS THAN WRK-FROM-DATE
               MOVE ZERO TO WRK-UNK-HIT
               PERFORM 0246-MATCH-UNKNOWN VARYING WRK-UNK-IDX
                   FROM 1 BY 1 UNTIL WRK-UNK-IDX > WRK-UNK-USED
                                  OR WRK-UNK-HIT GREATER THAN ZERO
               IF WRK-UNK-HIT EQUAL TO ZERO
                   IF WRK-UNK-USED LESS THAN 100
                       ADD 1 TO WRK-UNK-USED
                       MOVE WRK-UNK-USED TO WRK-UNK-HIT
                       MOVE JRN-USER-ID TO WRK-UNK-ID(WRK-UNK-HIT)
                       MOVE JRN-DATE    TO WRK-UNK-DATE(WRK-UNK-HIT)
                       MOVE JRN-TIME    TO WRK-UNK-TIME(WRK-UNK-HIT)
                       MOVE ZERO        TO WRK-UNK-TRIES(WRK-UNK-HIT)
                   ELSE
                       ADD 1 TO WRK-UNK-LOST
                   END-IF
               END-IF
               IF WRK-UNK-HIT GREATER THAN ZERO
                   ADD 1 TO WRK-UNK-TRIES(WRK-UNK-HIT)
               END-IF
           END-IF.

       0246-MATCH-UNKNOWN              SECTION.
           IF WRK-UNK-ID(WRK-UNK-IDX) EQUAL TO JRN-USER-ID
               MOVE WRK-UNK-IDX TO WRK-UNK-HIT
           END-IF.

      *-----------------------------------------------------------------
      *    AT THE END OF THE JOURNAL A RUN OF REFUSED TRIES NOT YET
      *    BROKEN BY A CLEAN SIGN-ON, AND A CALC SESSION STILL OPEN,
      *    ARE SETTLED THE SAME WAY AS IN THE MIDDLE OF IT.
      *-----------------------------------------------------------------
       0250-CLOSE-OUT-USER             SECTION.
           MOVE WRK-USER-IDX TO WRK-HIT-IDX.
           PERFORM 0252-END-FAIL-RUN.
           PERFORM 0254-END-SESSION.

       0252-END-FAIL-RUN               SECTION.
           IF WRK-TBL-FAIL-RUN(WRK-HIT-IDX) NOT LESS THAN
              WRK-BURST-LIMIT
               MOVE "R"                  TO WRK-EXC-KIND
               MOVE "RAJADA DE RECUSAS"  TO WRK-EXC-TEXT
               MOVE WRK-TBL-ID(WRK-HIT-IDX)        TO WRK-EXC-ID
               MOVE WRK-TBL-FAIL-DATE(WRK-HIT-IDX) TO WRK-EXC-DATE
               MOVE WRK-TBL-FAIL-TIME(WRK-HIT-IDX) TO WRK-EXC-TIME
               MOVE WRK-TBL-FAIL-RUN(WRK-HIT-IDX)  TO WRK-LIMIT-ED
               MOVE SPACES TO WRK-EXC-DETAIL
               STRING WRK-LIMIT-ED " TENTATIVAS SEGUIDAS"
                      DELIMITED BY SIZE INTO WRK-EXC-DETAIL
               PERFORM 0285-WRITE-EXCEPTION
           END-IF.
           MOVE ZERO TO WRK-TBL-FAIL-RUN(WRK-HIT-IDX).

       0254-END-SESSION                SECTION.
           IF WRK-TBL-SESSION-OPEN(WRK-HIT-IDX)
               MOVE "S"                  TO WRK-EXC-KIND
               MOVE "SEM ENCERRAMENTO"   TO WRK-EXC-TEXT
               MOVE WRK-TBL-ID(WRK-HIT-IDX)        TO WRK-EXC-ID
               MOVE WRK-TBL-OPEN-DATE(WRK-HIT-IDX) TO WRK-EXC-DATE
               MOVE WRK-TBL-OPEN-TIME(WRK-HIT-IDX) TO WRK-EXC-TIME
               MOVE "ENTRADA NO CALC SEM SAIDA" TO WRK-EXC-DETAIL
               PERFORM 0285-WRITE-EXCEPTION
               MOVE "N" TO WRK-TBL-OPEN-SW(WRK-HIT-IDX)
           END-IF.

       0260-FIND-USER                  SECTION.
           MOVE ZERO TO WRK-HIT-IDX.
           PERFORM 0265-SCAN-TABLE VARYING WRK-WRITE-IDX
               FROM 1 BY 1 UNTIL WRK-WRITE-IDX > WRK-USER-COUNT
                              OR WRK-HIT-IDX GREATER THAN ZERO.

       0265-SCAN-TABLE                 SECTION.
           IF WRK-TBL-ID(WRK-WRITE-IDX) EQUAL TO WRK-ID-IN
               MOVE WRK-WRITE-IDX TO WRK-HIT-IDX
           END-IF.

       0270-LIST-UNKNOWN               SECTION.
           MOVE "U"                   TO WRK-EXC-KIND.
           MOVE "USUARIO INEXISTENTE" TO WRK-EXC-TEXT.
           MOVE WRK-UNK-ID(WRK-UNK-IDX)   TO WRK-EXC-ID.
           IF WRK-EXC-ID EQUAL TO SPACES
               MOVE "(BRANCO)" TO WRK-EXC-ID
           END-IF.
           MOVE WRK-UNK-DATE(WRK-UNK-IDX) TO WRK-EXC-DATE.
           MOVE WRK-UNK-TIME(WRK-UNK-IDX) TO WRK-EXC-TIME.
           MOVE WRK-UNK-TRIES(WRK-UNK-IDX) TO WRK-COUNT-ED.
           MOVE SPACES TO WRK-EXC-DETAIL.
           STRING WRK-COUNT-ED " TENTATIVA(S)"
                  DELIMITED BY SIZE INTO WRK-EXC-DETAIL.
           PERFORM 0285-WRITE-EXCEPTION.

      *-----------------------------------------------------------------
      *    THE SHIFT WINDOW IS CHECKED TO THE MINUTE.  A WINDOW WHOSE
      *    START IS LATER THAN ITS END RUNS THROUGH MIDNIGHT - THE
      *    NIGHT SHIFT.  WITH NO WINDOW KEYED EVERY TIME IS INSIDE.
      *-----------------------------------------------------------------
       0280-CHECK-SHIFT                SECTION.
           MOVE "Y" TO WRK-INSIDE-SW.
           IF WRK-SHIFT-KEYED
               DIVIDE JRN-TIME BY 100 GIVING WRK-EVT-HHMM
               IF WRK-SHIFT-START NOT GREATER THAN WRK-SHIFT-END
                   IF WRK-EVT-HHMM LESS THAN WRK-SHIFT-START
                    OR WRK-EVT-HHMM GREATER THAN WRK-SHIFT-END
                       MOVE "N" TO WRK-INSIDE-SW
                   END-IF
               ELSE
                   IF WRK-EVT-HHMM LESS THAN WRK-SHIFT-START
                    AND WRK-EVT-HHMM GREATER THAN WRK-SHIFT-END
                       MOVE "N" TO WRK-INSIDE-SW
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    ONE EXCEPTION LINE.  AN EXCEPTION DATED BEFORE THE START
      *    OF THE REVIEW IS NEITHER PRINTED NOR COUNTED.
      *-----------------------------------------------------------------
       0285-WRITE-EXCEPTION            SECTION.
           IF WRK-EXC-DATE NOT LESS THAN WRK-FROM-DATE
               EVALUATE WRK-EXC-KIND
                 WHEN "R"
                   ADD 1 TO WRK-BURST-COUNT
                 WHEN "U"
                   ADD 1 TO WRK-UNKNOWN-COUNT
                 WHEN "S"
                   ADD 1 TO WRK-OPEN-COUNT
                 WHEN "T"
                   ADD 1 TO WRK-SHIFT-COUNT
               END-EVALUATE
               MOVE WRK-EXC-DATE TO WRK-FMT-DATE
               PERFORM 0480-FORMAT-DATE
               MOVE WRK-EXC-TIME TO WRK-FMT-TIME
               PERFORM 0485-FORMAT-TIME
               MOVE SPACES TO REPORT-RECORD
               STRING WRK-EXC-TEXT " " WRK-EXC-ID " "
                      WRK-FMT-DATE-ED " " WRK-FMT-TIME-ED " "
                      WRK-EXC-DETAIL
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    EVERY DISABLING THIS RUN SENT FOR APPROVAL, WITH ITS
      *    PENDING NUMBER, FOR THE SUPERVISOR TO SIGN.
      *-----------------------------------------------------------------
       0290-LIST-CHANGES               SECTION.
           MOVE "DESATIVACOES ENVIADAS PARA APROVACAO NESTA REVISAO"
             TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           PERFORM 0295-LIST-ONE-CHANGE VARYING WRK-USER-IDX
               FROM 1 BY 1 UNTIL WRK-USER-IDX > WRK-USER-COUNT.
           MOVE WRK-QUEUED-COUNT TO WRK-COUNT-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING WRK-COUNT-ED " DESATIVACAO(OES) ENVIADA(S) PARA "
                  "APROVACAO NO CALCAPRV."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.
           IF WRK-QUEUED-COUNT LESS THAN WRK-CHANGE-COUNT
               COMPUTE WRK-COUNT-ED = WRK-CHANGE-COUNT
                                    - WRK-QUEUED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING WRK-COUNT-ED " DESATIVACAO(OES) NAO ENVIADA(S)"
                      " - REPITA PELO USERMNT."
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           IF WRK-QUEUED-COUNT GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "SUPERVISOR: " WRK-USR-ID " " WRK-USR-NAME
                      DELIMITED BY SIZE INTO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 0490-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               MOVE "ASSINATURA: ______________________________"
                 TO REPORT-RECORD(1:42)
               MOVE "DATA: ___/___/______" TO REPORT-RECORD(46:20)
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 0490-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    THE DISABLING GOES TO THE APPROVAL QUEUE WITH THE CALCUSER
      *    RECORD AS IT STANDS AND AS IT WOULD STAND, THE WAY USERMNT
      *    QUEUES ITS OWN.
      *-----------------------------------------------------------------
       0295-LIST-ONE-CHANGE            SECTION.
           IF WRK-TBL-CHANGED(WRK-USER-IDX)
               MOVE SPACES TO WRK-PND-AREA
               MOVE WRK-TBL-ID(WRK-USER-IDX)     TO UIM-ID
               MOVE WRK-TBL-NAME(WRK-USER-IDX)   TO UIM-NAME
               MOVE WRK-TBL-PIN(WRK-USER-IDX)    TO UIM-PIN
               MOVE WRK-TBL-STATUS(WRK-USER-IDX) TO UIM-STATUS
               MOVE WRK-TBL-FAILS(WRK-USER-IDX)  TO UIM-FAILS
               MOVE WRK-TBL-AUTH(WRK-USER-IDX)   TO UIM-AUTH
               MOVE WRK-USER-IMAGE TO WRK-PND-BEFORE
               MOVE "D"            TO UIM-STATUS
               MOVE WRK-USER-IMAGE TO WRK-PND-AFTER
               MOVE "U"            TO WRK-PND-TYPE
               MOVE "D"            TO WRK-PND-ACTION
               MOVE WRK-TBL-ID(WRK-USER-IDX) TO WRK-PND-KEY
               MOVE WRK-USR-ID     TO WRK-PND-MAKER-ID
               CALL "PENDWTR" USING WRK-PND-AREA
               MOVE SPACES TO REPORT-RECORD
               IF WRK-PND-ID GREATER THAN ZERO
                   ADD 1 TO WRK-QUEUED-COUNT
                   STRING WRK-TBL-ID(WRK-USER-IDX) " "
                          WRK-TBL-NAME(WRK-USER-IDX)
                          " -> D PEND " WRK-PND-ID
                          "  VISTO: ________"
                          DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING WRK-TBL-ID(WRK-USER-IDX) " "
                          WRK-TBL-NAME(WRK-USER-IDX)
                          " -> D NAO ENVIADA"
                          DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               PERFORM 0490-WRITE-REPORT-LINE
           END-IF.

       0480-FORMAT-DATE                SECTION.
           MOVE SPACES TO WRK-FMT-DATE-ED.
           STRING WRK-FMT-DATE(7:2) "/" WRK-FMT-DATE(5:2) "/"
                  WRK-FMT-DATE(1:4)
                  DELIMITED BY SIZE INTO WRK-FMT-DATE-ED.

       0485-FORMAT-TIME                SECTION.
           MOVE SPACES TO WRK-FMT-TIME-ED.
           STRING WRK-FMT-TIME(1:2) ":" WRK-FMT-TIME(3:2) ":"
                  WRK-FMT-TIME(5:2)
                  DELIMITED BY SIZE INTO WRK-FMT-TIME-ED.

       0490-WRITE-REPORT-LINE          SECTION.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      *-----------------------------------------------------------------
      *    CALCUSER ITSELF IS NEVER WRITTEN HERE - CALCAPRV APPLIES
      *    THE QUEUE.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           CLOSE REPORT-FILE.
           DISPLAY WRK-QUEUED-COUNT " DESATIVACAO(OES) ENVIADA(S) "
                   "PARA APROVACAO.".
           DISPLAY "======== FIM DA REVISAO DE ACESSOS ========".
