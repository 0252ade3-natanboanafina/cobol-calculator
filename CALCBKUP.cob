       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CALCBKUP.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    15-10-2026
      *    PURPOSE: TAKES A DATED, VERIFIED COPY OF EACH MASTER THE
      *             CALCULATOR CANNOT LIVE WITHOUT - AUDITLOG,
      *             FINMAST, RUNCTL, CALCSEQ AND CALCUSER.  EACH
      *             MASTER IS UNLOADED IN KEY ORDER TO A FLAT COPY
      *             NAMED BY A PREFIX AND TODAY'S DATE (BKAUD, BKFIN,
      *             BKRUN, BKSEQ, BKUSR PLUS AAAAMMDD), THE COPY IS
      *             READ BACK, AND ITS RECORD COUNT AND LOWEST AND
      *             HIGHEST KEY ARE CHECKED AGAINST WHAT CAME OFF THE
      *             MASTER.  EVERY COPY IS ENTERED IN THE BKPCAT
      *             BACKUP CATALOG (#BKPREC) AS VERIFIED OR NOT, SO
      *             CALCRCVR ONLY EVER RESTORES A COPY THAT WAS
      *             PROVED GOOD THE DAY IT WAS TAKEN.  A SECOND RUN
      *             ON THE SAME DAY REPLACES THE DAY'S COPIES AND
      *             ADDS NEWER CATALOG ENTRIES; THE LATEST ENTRY OF A
      *             DATE IS THE ONE THAT COUNTS.  RUN IT OUTSIDE THE
      *             BATCH WINDOW, WITH NOBODY SIGNED ON TO CALC.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       COPY "#USRVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-MASTER   VALUE "Y".
       77  WRK-CPY-EOF-SW      PIC X(01) VALUE "N".
           88  WRK-END-OF-COPY     VALUE "Y".
       77  WRK-COPY-OPEN-SW    PIC X(01) VALUE "N".
           88  WRK-COPY-OPEN       VALUE "Y".
       77  WRK-COPY-ERROR-SW   PIC X(01) VALUE "N".
           88  WRK-COPY-ERROR      VALUE "Y".
       77  WRK-VERIFIED-SW     PIC X(01) VALUE SPACE.
       77  WRK-CONFIRM         PIC X(01) VALUE SPACE.
       77  WRK-TIME-RAW        PIC 9(08) VALUE ZERO.
       77  WRK-BKP-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-BKP-TIME        PIC 9(06) VALUE ZERO.
       77  WRK-BKP-NAME        PIC X(13) VALUE SPACES.
       77  WRK-PREFIX          PIC X(05) VALUE SPACES.
       77  WRK-MASTER          PIC X(08) VALUE SPACES.
       77  WRK-KEY-LEN         PIC 9(02) COMP VALUE ZERO.
       77  WRK-KEY             PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
      *    WHAT CAME OFF THE MASTER AGAINST WHAT WAS READ BACK FROM
      *    THE COPY - THE TWO MUST AGREE FOR THE COPY TO BE MARKED
      *    VERIFIED.
      *-----------------------------------------------------------------
       77  WRK-SRC-COUNT       PIC 9(07) VALUE ZERO.
       77  WRK-SRC-LOW         PIC X(11) VALUE SPACES.
       77  WRK-SRC-HIGH        PIC X(11) VALUE SPACES.
       77  WRK-CPY-COUNT       PIC 9(07) VALUE ZERO.
       77  WRK-CPY-LOW         PIC X(11) VALUE SPACES.
       77  WRK-CPY-HIGH        PIC X(11) VALUE SPACES.
       77  WRK-VERIFIED-COUNT  PIC 9(02) VALUE ZERO.
       77  WRK-FAILED-COUNT    PIC 9(02) VALUE ZERO.
       77  WRK-MISSING-COUNT   PIC 9(02) VALUE ZERO.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.

      *-----------------------------------------------------------------
      *    A BACKUP READS EVERY MASTER INCLUDING CALCUSER, SO IT IS A
      *    SUPERVISOR (AUTHORITY-3) FUNCTION LIKE CALCARCH.  THE DATE
      *    AND TIME TAKEN HERE NAME EVERY COPY OF THE RUN.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "CALCBKUP" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               ACCEPT WRK-BKP-DATE FROM DATE YYYYMMDD
               ACCEPT WRK-TIME-RAW FROM TIME
               MOVE WRK-TIME-RAW(1:6) TO WRK-BKP-TIME
               DISPLAY "BACKUP DOS ARQUIVOS MESTRES EM " WRK-BKP-DATE
                       " - CONFIRMA? (S/N): "
               ACCEPT WRK-CONFIRM
               IF WRK-CONFIRM EQUAL TO "S"
                   MOVE "Y" TO WRK-READY-SW
               ELSE
                   DISPLAY "BACKUP CANCELADO."
               END-IF
           END-IF.

       0200-PROCESS                    SECTION.
           PERFORM 0210-BACKUP-AUDIT.
           PERFORM 0220-BACKUP-FINMAST.
           PERFORM 0230-BACKUP-RUNCTL.
           PERFORM 0240-BACKUP-SEQUENCE.
           PERFORM 0250-BACKUP-USERS.

      *-----------------------------------------------------------------
      *    ONE SECTION PER MASTER - EACH OPENS ITS OWN FILE AND MOVES
      *    ITS RECORDS ONTO THE COMMON BACKUP RECORD; THE COPY, THE
      *    READ-BACK AND THE CATALOG ENTRY ARE SHARED BELOW.  A MASTER
      *    THAT WILL NOT OPEN IS REPORTED AND GETS NO COPY.
      *-----------------------------------------------------------------
       0210-BACKUP-AUDIT               SECTION.
           MOVE "AUDITLOG" TO WRK-MASTER.
           MOVE "BKAUD"    TO WRK-PREFIX.
           MOVE 7          TO WRK-KEY-LEN.
           OPEN INPUT AUDIT-FILE.
           IF WRK-AUDIT-STATUS-OK
               PERFORM 0260-OPEN-COPY
               IF WRK-COPY-OPEN
                   PERFORM 0211-READ-AUDIT
                   PERFORM 0212-COPY-AUDIT UNTIL WRK-END-OF-MASTER
               END-IF
               CLOSE AUDIT-FILE
               PERFORM 0270-CLOSE-AND-VERIFY
           ELSE
               MOVE WRK-AUDIT-STATUS TO WRK-BKP-STATUS
               PERFORM 0265-MASTER-MISSING
           END-IF.

      *-----------------------------------------------------------------
      *    ANY STATUS OTHER THAN A CLEAN READ ENDS THE UNLOAD AND
      *    SPOILS THE COPY - A BACKUP THAT STOPPED SHORT MUST NEVER BE
      *    MARKED VERIFIED.
      *-----------------------------------------------------------------
       0211-READ-AUDIT                 SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-MASTER AND NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO AUDITLOG - STATUS "
                       WRK-AUDIT-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0212-COPY-AUDIT                 SECTION.
           MOVE AUDIT-RECORD TO BACKUP-RECORD.
           PERFORM 0262-WRITE-COPY.
           PERFORM 0211-READ-AUDIT.

       0220-BACKUP-FINMAST             SECTION.
           MOVE "FINMAST"  TO WRK-MASTER.
           MOVE "BKFIN"    TO WRK-PREFIX.
           MOVE 10         TO WRK-KEY-LEN.
           OPEN INPUT MASTER-FILE.
           IF WRK-MASTER-STATUS-OK
               PERFORM 0260-OPEN-COPY
               IF WRK-COPY-OPEN
                   PERFORM 0221-READ-FINMAST
                   PERFORM 0222-COPY-FINMAST UNTIL WRK-END-OF-MASTER
               END-IF
               CLOSE MASTER-FILE
               PERFORM 0270-CLOSE-AND-VERIFY
           ELSE
               MOVE WRK-MASTER-STATUS TO WRK-BKP-STATUS
               PERFORM 0265-MASTER-MISSING
           END-IF.

       0221-READ-FINMAST               SECTION.
           READ MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-MASTER AND NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO FINMAST - STATUS "
                       WRK-MASTER-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0222-COPY-FINMAST               SECTION.
           MOVE SCHED-MASTER-RECORD TO BACKUP-RECORD.
           PERFORM 0262-WRITE-COPY.
           PERFORM 0221-READ-FINMAST.

       0230-BACKUP-RUNCTL              SECTION.
           MOVE "RUNCTL"   TO WRK-MASTER.
           MOVE "BKRUN"    TO WRK-PREFIX.
           MOVE 11         TO WRK-KEY-LEN.
           OPEN INPUT RUN-FILE.
           IF WRK-RUN-FSTATUS-OK
               PERFORM 0260-OPEN-COPY
               IF WRK-COPY-OPEN
                   PERFORM 0231-READ-RUNCTL
                   PERFORM 0232-COPY-RUNCTL UNTIL WRK-END-OF-MASTER
               END-IF
               CLOSE RUN-FILE
               PERFORM 0270-CLOSE-AND-VERIFY
           ELSE
               MOVE WRK-RUN-FSTATUS TO WRK-BKP-STATUS
               PERFORM 0265-MASTER-MISSING
           END-IF.

       0231-READ-RUNCTL                SECTION.
           READ RUN-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-MASTER AND NOT WRK-RUN-FSTATUS-OK
               DISPLAY "ERRO DE LEITURA NO RUNCTL - STATUS "
                       WRK-RUN-FSTATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0232-COPY-RUNCTL                SECTION.
           MOVE RUN-RECORD TO BACKUP-RECORD.
           PERFORM 0262-WRITE-COPY.
           PERFORM 0231-READ-RUNCTL.

       0240-BACKUP-SEQUENCE            SECTION.
           MOVE "CALCSEQ"  TO WRK-MASTER.
           MOVE "BKSEQ"    TO WRK-PREFIX.
           MOVE 7          TO WRK-KEY-LEN.
           OPEN INPUT SEQUENCE-FILE.
           IF WRK-SEQ-STATUS-OK
               PERFORM 0260-OPEN-COPY
               IF WRK-COPY-OPEN
                   PERFORM 0241-READ-SEQUENCE
                   PERFORM 0242-COPY-SEQUENCE UNTIL WRK-END-OF-MASTER
               END-IF
               CLOSE SEQUENCE-FILE
               PERFORM 0270-CLOSE-AND-VERIFY
           ELSE
               MOVE WRK-SEQ-STATUS TO WRK-BKP-STATUS
               PERFORM 0265-MASTER-MISSING
           END-IF.

       0241-READ-SEQUENCE              SECTION.
           READ SEQUENCE-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-MASTER AND NOT WRK-SEQ-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO CALCSEQ - STATUS "
                       WRK-SEQ-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0242-COPY-SEQUENCE              SECTION.
           MOVE SEQUENCE-RECORD TO BACKUP-RECORD.
           PERFORM 0262-WRITE-COPY.
           PERFORM 0241-READ-SEQUENCE.

       0250-BACKUP-USERS               SECTION.
           MOVE "CALCUSER" TO WRK-MASTER.
           MOVE "BKUSR"    TO WRK-PREFIX.
           MOVE 8          TO WRK-KEY-LEN.
           OPEN INPUT USER-FILE.
           IF WRK-USER-STATUS-OK
               PERFORM 0260-OPEN-COPY
               IF WRK-COPY-OPEN
                   PERFORM 0251-READ-USER
                   PERFORM 0252-COPY-USER UNTIL WRK-END-OF-MASTER
               END-IF
               CLOSE USER-FILE
               PERFORM 0270-CLOSE-AND-VERIFY
           ELSE
               MOVE WRK-USER-STATUS TO WRK-BKP-STATUS
               PERFORM 0265-MASTER-MISSING
           END-IF.

       0251-READ-USER                  SECTION.
           READ USER-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-MASTER AND NOT WRK-USER-STATUS-OK
               DISPLAY "ERRO DE LEITURA NO CALCUSER - STATUS "
                       WRK-USER-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.

       0252-COPY-USER                  SECTION.
           MOVE USER-RECORD TO BACKUP-RECORD.
           PERFORM 0262-WRITE-COPY.
           PERFORM 0251-READ-USER.

      *-----------------------------------------------------------------
      *    THE COPY IS NAMED BY THE MASTER'S PREFIX AND THE RUN DATE,
      *    AND REPLACES A COPY OF THE SAME NAME FROM EARLIER THE SAME
      *    DAY.
      *-----------------------------------------------------------------
       0260-OPEN-COPY                  SECTION.
           MOVE "N"    TO WRK-EOF-SW.
           MOVE "N"    TO WRK-COPY-ERROR-SW.
           MOVE ZERO   TO WRK-SRC-COUNT.
           MOVE SPACES TO WRK-SRC-LOW.
           MOVE SPACES TO WRK-SRC-HIGH.
           MOVE SPACES TO WRK-BKP-NAME.
           STRING WRK-PREFIX WRK-BKP-DATE DELIMITED BY SIZE
                  INTO WRK-BKP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WRK-BKP-STATUS-OK
               MOVE "Y" TO WRK-COPY-OPEN-SW
           ELSE
               MOVE "N" TO WRK-COPY-OPEN-SW
               DISPLAY "ERRO AO CRIAR A COPIA " WRK-BKP-NAME
                       " - STATUS " WRK-BKP-STATUS
               ADD 1 TO WRK-FAILED-COUNT
           END-IF.

       0262-WRITE-COPY                 SECTION.
           WRITE BACKUP-RECORD.
           IF NOT WRK-BKP-STATUS-OK
               DISPLAY "ERRO DE GRAVACAO NA COPIA " WRK-BKP-NAME
                       " - STATUS " WRK-BKP-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-EOF-SW
           ELSE
               ADD 1 TO WRK-SRC-COUNT
               MOVE SPACES TO WRK-KEY
               MOVE BACKUP-RECORD(1:WRK-KEY-LEN) TO WRK-KEY
               IF WRK-SRC-COUNT EQUAL TO 1
                OR WRK-KEY LESS THAN WRK-SRC-LOW
                   MOVE WRK-KEY TO WRK-SRC-LOW
               END-IF
               IF WRK-KEY GREATER THAN WRK-SRC-HIGH
                   MOVE WRK-KEY TO WRK-SRC-HIGH
               END-IF
           END-IF.

       0265-MASTER-MISSING             SECTION.
           DISPLAY WRK-MASTER " NAO PODE SER ABERTO - STATUS "
                   WRK-BKP-STATUS " - SEM COPIA."
           ADD 1 TO WRK-MISSING-COUNT.

      *-----------------------------------------------------------------
      *    THE COPY IS CLOSED AND READ BACK FROM THE DISK, NOT TRUSTED
      *    FROM THE WRITE - ONLY WHEN THE COUNT AND BOTH ENDS OF THE
      *    KEY RANGE MATCH THE MASTER IS IT CATALOGED AS VERIFIED.  A
      *    COPY THAT FAILED IS STILL CATALOGED, MARKED "E", SO THE
      *    CATALOG SHOWS THE ATTEMPT.
      *-----------------------------------------------------------------
       0270-CLOSE-AND-VERIFY           SECTION.
           IF WRK-COPY-OPEN
               CLOSE BACKUP-FILE
               MOVE "N" TO WRK-COPY-OPEN-SW
               PERFORM 0275-READ-BACK
               IF NOT WRK-COPY-ERROR
                AND WRK-CPY-COUNT EQUAL TO WRK-SRC-COUNT
                AND WRK-CPY-LOW   EQUAL TO WRK-SRC-LOW
                AND WRK-CPY-HIGH  EQUAL TO WRK-SRC-HIGH
                   MOVE "V" TO WRK-VERIFIED-SW
                   ADD 1 TO WRK-VERIFIED-COUNT
                   DISPLAY WRK-MASTER " -> " WRK-BKP-NAME ": "
                           WRK-CPY-COUNT " REGISTRO(S), CHAVES "
                           WRK-CPY-LOW " A " WRK-CPY-HIGH
                           " - CONFERIDO."
               ELSE
                   MOVE "E" TO WRK-VERIFIED-SW
                   ADD 1 TO WRK-FAILED-COUNT
                   DISPLAY WRK-MASTER " -> " WRK-BKP-NAME ": COPIA "
                           "NAO CONFERE - MESTRE " WRK-SRC-COUNT
                           " REGISTRO(S), COPIA " WRK-CPY-COUNT "."
               END-IF
               PERFORM 0280-WRITE-CATALOG
           END-IF.

       0275-READ-BACK                  SECTION.
           MOVE ZERO   TO WRK-CPY-COUNT.
           MOVE SPACES TO WRK-CPY-LOW.
           MOVE SPACES TO WRK-CPY-HIGH.
           MOVE "N"    TO WRK-CPY-EOF-SW.
           OPEN INPUT BACKUP-FILE.
           IF WRK-BKP-STATUS-OK
               PERFORM 0276-READ-COPY
               PERFORM 0277-NOTE-COPY UNTIL WRK-END-OF-COPY
               CLOSE BACKUP-FILE
           ELSE
               DISPLAY "COPIA " WRK-BKP-NAME " NAO PODE SER RELIDA - "
                       "STATUS " WRK-BKP-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
           END-IF.

       0276-READ-COPY                  SECTION.
           READ BACKUP-FILE
               AT END MOVE "Y" TO WRK-CPY-EOF-SW
           END-READ.
           IF NOT WRK-END-OF-COPY AND NOT WRK-BKP-STATUS-OK
               DISPLAY "ERRO DE LEITURA NA COPIA " WRK-BKP-NAME
                       " - STATUS " WRK-BKP-STATUS
               MOVE "Y" TO WRK-COPY-ERROR-SW
               MOVE "Y" TO WRK-CPY-EOF-SW
           END-IF.

       0277-NOTE-COPY                  SECTION.
           ADD 1 TO WRK-CPY-COUNT.
           MOVE SPACES TO WRK-KEY.
           MOVE BACKUP-RECORD(1:WRK-KEY-LEN) TO WRK-KEY.
           IF WRK-CPY-COUNT EQUAL TO 1
            OR WRK-KEY LESS THAN WRK-CPY-LOW
               MOVE WRK-KEY TO WRK-CPY-LOW
           END-IF.
           IF WRK-KEY GREATER THAN WRK-CPY-HIGH
               MOVE WRK-KEY TO WRK-CPY-HIGH
           END-IF.
           PERFORM 0276-READ-COPY.

      *-----------------------------------------------------------------
      *    ONE CATALOG ENTRY PER COPY, APPENDED - THE CATALOG IS THE
      *    HISTORY OF EVERY BACKUP EVER TAKEN.  THE COUNT AND RANGE
      *    ARE THE COPY'S OWN, AS READ BACK.
      *-----------------------------------------------------------------
       0280-WRITE-CATALOG              SECTION.
           OPEN EXTEND CATALOG-FILE.
           IF WRK-CAT-STATUS-NOT-FOUND
               OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF WRK-CAT-STATUS-OK
               MOVE WRK-BKP-DATE  TO BKP-DATE
               MOVE WRK-BKP-TIME  TO BKP-TIME
               MOVE WRK-MASTER    TO BKP-MASTER
               MOVE WRK-BKP-NAME  TO BKP-FILE-NAME
               MOVE WRK-CPY-COUNT TO BKP-COUNT
               MOVE WRK-CPY-LOW   TO BKP-LOW-KEY
               MOVE WRK-CPY-HIGH  TO BKP-HIGH-KEY
               MOVE WRK-VERIFIED-SW TO BKP-VERIFIED-SW
               MOVE WRK-USR-ID    TO BKP-USER-ID
               WRITE CATALOG-RECORD
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "ERRO AO ABRIR O BKPCAT - STATUS "
                       WRK-CAT-STATUS " - COPIA " WRK-BKP-NAME
                       " NAO CATALOGADA."
           END-IF.

       0300-END                        SECTION.
           IF WRK-READY
               DISPLAY "COPIAS CONFERIDAS:     " WRK-VERIFIED-COUNT
               DISPLAY "COPIAS COM FALHA:      " WRK-FAILED-COUNT
               DISPLAY "MESTRES NAO ABERTOS:   " WRK-MISSING-COUNT
           END-IF.
           DISPLAY "======== FIM DO BACKUP ========".
