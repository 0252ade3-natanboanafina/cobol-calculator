      *                     WITH NO CCYCODES THE OLD FREE-KEYING
      *                     BEHAVIOR STANDS.  CCYAUDIT RUNS THE FULL
      *                     GOVERNANCE PASS OVER THE FILE.
      *    14-10-2026  NB   A KEYED RATE NO LONGER GOES LIVE AT ONCE -
      *                     IT IS QUEUED ON CALCPEND THROUGH PENDWTR,
      *                     WITH THE RATE IN FORCE FOR THAT CODE AND
      *                     DATE AS THE BEFORE IMAGE, AND ONLY REACHES
      *                     CCYRATES WHEN A SECOND SUPERVISOR APPROVES
      *                     IT IN CALCAPRV.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CODES-FILE ASSIGN TO "CCYCODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CODES-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CODES-FILE.
       01  CODES-RECORD.
           05  CDE-CODE            PIC X(03).
           05  FILLER              PIC X(01).
           05  CDE-NAME            PIC X(30).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-CODES-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-CODES-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CODES-STATUS==.
       COPY "#USRVAR".
       COPY "#CCYVAR".
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-PND-AREA==
           LEADING ==PND-== BY ==WRK-PND-==.
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-CODES-EOF-SW    PIC X(01) VALUE "N".
                               PIC 9(08).
       77  WRK-RATE-IN         PIC 9(01)V9(06) VALUE ZERO.
       77  WRK-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      *    A CCYRATES RECORD AS IT RIDES THE QUEUE - THE RATE IN FORCE
      *    BEFORE THE CHANGE AND THE ENTRY KEYED.
      *-----------------------------------------------------------------
       01  WRK-RATE-IMAGE.
           05  WRK-IMG-CODE        PIC X(03).
           05  WRK-IMG-EFF-DATE    PIC 9(08).
           05  WRK-IMG-RATE        PIC 9(01)V9(06).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.

      *-----------------------------------------------------------------
      *    RATE MAINTENANCE IS A SUPERVISOR FUNCTION - THE SHARED
      *    USERAUTH SIGN-ON MUST ANSWER AUTHORITY 3 BEFORE ANY RATE
      *    IS EVER KEYED.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
               MOVE "Y" TO WRK-READY-SW
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               PERFORM 0110-LOAD-CODES
           END-IF.

      *-----------------------------------------------------------------
               DISPLAY "MOEDA " WRK-CCY-CODE " NAO CONSTA DO "
                       "CCYCODES - NADA GRAVADO."
             WHEN OTHER
               PERFORM 0230-QUEUE-RATE
           END-EVALUATE.
           DISPLAY "DESEJA INCLUIR OUTRA TAXA? (S/N): "
           ACCEPT WRK-CONTINUE-SW.
               MOVE "Y" TO WRK-CODE-OK-SW
           END-IF.

      *-----------------------------------------------------------------
      *    THE ENTRY GOES TO THE APPROVAL QUEUE, NOT TO CCYRATES.  THE
      *    BEFORE IMAGE IS WHAT CCYRATE ANSWERS FOR THE SAME CODE AND
      *    DATE TODAY - BLANK WHEN NO ENTRY ON FILE COVERS IT - SO THE
      *    APPROVER SEES WHAT THE NEW RATE REPLACES.
      *-----------------------------------------------------------------
       0230-QUEUE-RATE                 SECTION.
           MOVE WRK-CCY-CODE TO WRK-CCY-REQ-CODE.
           MOVE WRK-EFF-DATE TO WRK-CCY-REQ-DATE.
           CALL "CCYRATE" USING WRK-CCY-REQUEST.
           MOVE SPACES TO WRK-PND-AREA.
           MOVE "R"          TO WRK-PND-TYPE.
           MOVE "I"          TO WRK-PND-ACTION.
           MOVE WRK-CCY-CODE TO WRK-PND-KEY.
           MOVE WRK-USR-ID   TO WRK-PND-MAKER-ID.
           IF WRK-CCY-RATE-FOUND
               MOVE WRK-CCY-CODE     TO WRK-IMG-CODE
               MOVE WRK-EFF-DATE     TO WRK-IMG-EFF-DATE
               MOVE WRK-CCY-REQ-RATE TO WRK-IMG-RATE
               MOVE WRK-RATE-IMAGE   TO WRK-PND-BEFORE
           END-IF.
           MOVE WRK-CCY-CODE TO WRK-IMG-CODE.
           MOVE WRK-EFF-DATE TO WRK-IMG-EFF-DATE.
           MOVE WRK-RATE-IN  TO WRK-IMG-RATE.
           MOVE WRK-RATE-IMAGE TO WRK-PND-AFTER.
           CALL "PENDWTR" USING WRK-PND-AREA.
           IF WRK-PND-ID GREATER THAN ZERO
               ADD 1 TO WRK-ENTRY-COUNT
               DISPLAY "TAXA " WRK-CCY-CODE " " WRK-EFF-DATE
                       " ENVIADA PARA APROVACAO - PENDENCIA NR "
                       WRK-PND-ID "."
           ELSE
               DISPLAY "TAXA NAO ENVIADA PARA APROVACAO - NADA "
                       "GRAVADO."
           END-IF.

       0300-END                        SECTION.
           DISPLAY WRK-ENTRY-COUNT " TAXA(S) ENVIADA(S) PARA "
                   "APROVACAO.".
           DISPLAY "======== FIM DA MANUTENCAO ========".
