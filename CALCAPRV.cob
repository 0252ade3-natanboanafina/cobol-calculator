       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CALCAPRV.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: THE CHECKER'S SIDE OF THE FOUR-EYES CONTROL ON
      *             MASTER-FILE MAINTENANCE AND CORRECTIONS.  CCYMAINT,
      *             HOLMAINT, USERMNT AND CALCCORR NO LONGER CHANGE
      *             CCYRATES, HOLIDAYS, CALCUSER OR THE AUDIT MASTER
      *             THEMSELVES - EACH CHANGE IS QUEUED ON CALCPEND
      *             THROUGH PENDWTR WITH WHO KEYED IT, WHEN, AND THE
      *             RECORD BEFORE AND AFTER.  HERE A SECOND USER LISTS
      *             THE PENDING ITEMS, LOOKS AT EACH ONE AND APPROVES
      *             OR REJECTS IT; ONLY AN APPROVED ITEM IS APPLIED TO
      *             ITS FILE, AND THE ITEM KEEPS THE CHECKER'S ID AND
      *             THE DATE AND TIME OF THE DECISION FOR THE
      *             AUDITORS.  NOBODY DECIDES AN ITEM THEY KEYED
      *             THEMSELVES.  RATES, HOLIDAYS, USERS AND THE LIMIT
      *             NEED A SUPERVISOR (AUTHORITY 3) AS CHECKER; A
      *             CORRECTION NEEDS BATCH AUTHORITY, LIKE CALCCORR.
      *             THE CALCLIM CORRECTION LIMIT - BELOW WHICH
      *             CALCCORR POSTS WITHOUT QUEUEING - IS PROPOSED HERE
      *             (ACTION "T") AND GOES THROUGH THE SAME QUEUE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   AN APPROVED CORRECTION FOLLOWS THE CALCPER
      *                     PERIOD CLOSE LOCK THE SAME WAY CALCCORR
      *                     DOES - REFUSED WHILE THE CURRENT MONTH IS
      *                     CLOSING OR CLOSED, AND POSTED AS A
      *                     PRIOR-PERIOD ADJUSTMENT, WITH THE ORIGINAL
      *                     MARKED "P", WHEN THE ORIGINAL'S MONTH IS.
      *                     THE PERIODS ARE JUDGED AS THEY STAND AT
      *                     APPROVAL, NOT AS THEY STOOD WHEN KEYED.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *    15-10-2026  NB   PASSES NO CALCTPL TEMPLATE WITH THE
      *                     DEPARTMENT - A CORRECTION IS NEVER STAMPED
      *                     WITH ONE.
      *    15-10-2026  NB   THE ORIGINAL, ONCE MARKED CORRECTED, IS
      *                     HANDED TO AUDITWTR ("R") FOR THE CALCAIJ
      *                     AFTER-IMAGE JOURNAL, SO CALCRCVR PUTS THE
      *                     MARK BACK AFTER A RESTORE.
      *    15-10-2026  NB   ONLY PENDING ITEMS ARE TABLED, AND CALCPEND
      *                     IS NO LONGER REWRITTEN FROM THE TABLE - IT
      *                     IS STREAMED THROUGH THE CALCPNW WORK FILE
      *                     WITH EACH DECISION APPLIED BY ITEM NUMBER,
      *                     SO NO ITEM PAST THE 500TH IS EVER DROPPED.
      *                     BOTH OUTPUT OPENS ARE STATUS-CHECKED.
      *    15-10-2026  NB   THE ITEM IS READ AGAIN ON CALCPEND JUST
      *                     BEFORE IT IS DECIDED AND REFUSED UNLESS IT
      *                     IS STILL PENDING THERE, AND THE DECISION IS
      *                     WRITTEN BACK AT ONCE INSTEAD OF AT END OF
      *                     SESSION, SO NO APPROVAL IS APPLIED TWICE.
      *                     A USER CHANGE IS ONLY APPLIED OVER A
      *                     CALCUSER READ WHOLE; THE HOLIDAYS, CALCUSER
      *                     AND AUDITLOG OPENS ARE STATUS-CHECKED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEND-STATUS.
           SELECT WORK-FILE ASSIGN TO "CALCPNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-STATUS.
           SELECT RATE-FILE ASSIGN TO "CCYRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOL-STATUS.
           SELECT USER-FILE ASSIGN TO "CALCUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USER-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "CALCLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMIT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PEND-FILE.
       COPY "#PENDREC".
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(204).
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RTE-CODE            PIC X(03).
           05  RTE-EFF-DATE        PIC 9(08).
           05  RTE-RATE            PIC 9(01)V9(06).
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE        PIC 9(08).
           05  FILLER          PIC X(01).
           05  HOL-DESC        PIC X(30).
       FD  USER-FILE.
       COPY "#USERREC".
       FD  LIMIT-FILE.
       COPY "#LIMREC".
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PEND-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PEND-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PEND-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-WORK-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-WORK-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-WORK-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-RATE-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-RATE-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-RATE-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-HOL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-HOL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-HOL-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-USER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-USER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-USER-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-LIMIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-LIMIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-LIMIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#USRVAR".
       COPY "#AUDWTR".
       COPY "#PERVAR".
      *-----------------------------------------------------------------
      *    THE REQUEST AREA FOR PENDWTR (A NEW LIMIT PROPOSED HERE)
      *    AND THE QUEUE ITEM BEING LOOKED AT.
      *-----------------------------------------------------------------
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-PND-AREA==
           LEADING ==PND-== BY ==WRK-PND-==.
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-ITM-AREA==
           LEADING ==PND-== BY ==WRK-ITM-==.
      *-----------------------------------------------------------------
      *    THE BEFORE AND AFTER IMAGES, EACH IN THE LAYOUT OF THE
      *    FILE THE ITEM CHANGES.
      *-----------------------------------------------------------------
       COPY "#PNDCORR" REPLACING
           ==PND-CORR-IMAGE== BY ==WRK-CORR-BEFORE==
           LEADING ==PCI-== BY ==PCB-==.
       COPY "#PNDCORR" REPLACING
           ==PND-CORR-IMAGE== BY ==WRK-CORR-AFTER==
           LEADING ==PCI-== BY ==PCA-==.
       COPY "#USERREC" REPLACING
           ==USER-RECORD== BY ==WRK-USER-BEFORE==
           LEADING ==USR-== BY ==UBF-==.
       COPY "#USERREC" REPLACING
           ==USER-RECORD== BY ==WRK-USER-AFTER==
           LEADING ==USR-== BY ==UAF-==.
       COPY "#LIMREC" REPLACING
           ==LIMIT-RECORD== BY ==WRK-LIM-BEFORE==
           LEADING ==LIM-== BY ==LBF-==.
       COPY "#LIMREC" REPLACING
           ==LIMIT-RECORD== BY ==WRK-LIM-AFTER==
           LEADING ==LIM-== BY ==LAF-==.
       01  WRK-RATE-BEFORE.
           05  RBF-CODE            PIC X(03).
           05  RBF-EFF-DATE        PIC 9(08).
           05  RBF-RATE            PIC 9(01)V9(06).
       01  WRK-RATE-AFTER.
           05  RAF-CODE            PIC X(03).
           05  RAF-EFF-DATE        PIC 9(08).
           05  RAF-RATE            PIC 9(01)V9(06).
       01  WRK-HOL-AFTER.
           05  HAF-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  HAF-DESC            PIC X(30).
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-FILE     VALUE "Y".
       77  WRK-WORK-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-WORK     VALUE "Y".
       77  WRK-COPIED-SW       PIC X(01) VALUE "N".
           88  WRK-WORK-COPIED     VALUE "Y".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-SAVED-SW        PIC X(01) VALUE "N".
           88  WRK-DECISION-SAVED  VALUE "Y".
       77  WRK-ON-FILE-SW      PIC X(01) VALUE "N".
           88  WRK-ITEM-ON-FILE    VALUE "Y".
       77  WRK-LOADED-SW       PIC X(01) VALUE "N".
           88  WRK-USERS-LOADED    VALUE "Y".
       77  WRK-USER-FULL-SW    PIC X(01) VALUE "N".
           88  WRK-USER-OVERFLOW   VALUE "Y".
       77  WRK-APPLIED-SW      PIC X(01) VALUE "N".
           88  WRK-ITEM-APPLIED    VALUE "Y".
       77  WRK-DUP-SW          PIC X(01) VALUE "N".
           88  WRK-DUPLICATE       VALUE "Y".
       77  WRK-ACTION          PIC X(01) VALUE SPACE.
       77  WRK-DECISION        PIC X(01) VALUE SPACE.
           88  WRK-APPROVING       VALUE "A".
       77  WRK-CONFIRM         PIC X(01) VALUE SPACE.
       77  WRK-FIND-ID         PIC 9(07) VALUE ZERO.
       77  WRK-TIME-RAW        PIC 9(08) VALUE ZERO.
       77  WRK-QUEUE-COUNT     PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUEUE-IDX       PIC 9(03) COMP.
       77  WRK-QUEUE-HIT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-PENDING-COUNT   PIC 9(05) VALUE ZERO.
       77  WRK-QUEUE-OVER      PIC 9(05) VALUE ZERO.
       77  WRK-APPROVED-COUNT  PIC 9(03) VALUE ZERO.
       77  WRK-REJECTED-COUNT  PIC 9(03) VALUE ZERO.
       77  WRK-USER-COUNT      PIC 9(03) COMP VALUE ZERO.
       77  WRK-USER-IDX        PIC 9(03) COMP.
       77  WRK-HIT-IDX         PIC 9(03) COMP VALUE ZERO.
       77  WRK-WRITE-IDX       PIC 9(03) COMP.
       77  WRK-NEW-LIMIT       PIC 9(10)V99 VALUE ZERO.
       77  WRK-CORR-DIFF       PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-ADJ-PERIOD      PIC 9(06) VALUE ZERO.
       77  WRK-ADJ-AMOUNT      PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-ORIG-MARK       PIC X(01) VALUE "S".
       77  WRK-RATE-ED         PIC 9,999999.
       77  WRK-LIMIT-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-FIRST-ED        PIC -Z.ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-SECOND-ED       PIC -Z.ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-RESULT-ED       PIC -Z.ZZZ.ZZZ.ZZZ,999999.
      *-----------------------------------------------------------------
      *    THE ITEMS STILL PENDING, IN FILE ORDER - THE FIRST 500 OF
      *    THEM; ANY BEYOND WAIT ON CALCPEND FOR THE NEXT SESSION.  A
      *    DECISION IS STAMPED ON ITS ENTRY HERE AND CARRIED TO THE
      *    FILE BY ITEM NUMBER AS SOON AS IT IS TAKEN.
      *-----------------------------------------------------------------
       01  WRK-QUEUE-TABLE.
           05  WRK-QUEUE-ENTRY     PIC X(204) OCCURS 500 TIMES.
      *-----------------------------------------------------------------
      *    THE CALCUSER MASTER, AS USERMNT HOLDS IT, FOR APPLYING AN
      *    APPROVED USER CHANGE.
      *-----------------------------------------------------------------
       01  WRK-USER-TABLE.
           05  WRK-USER-ENTRY OCCURS 50 TIMES.
               10  WRK-TBL-ID          PIC X(08).
               10  WRK-TBL-NAME        PIC X(30).
               10  WRK-TBL-PIN         PIC X(04).
               10  WRK-TBL-STATUS      PIC X(01).
               10  WRK-TBL-FAILS       PIC 9(01).
               10  WRK-TBL-AUTH        PIC X(01).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    BATCH AUTHORITY OPENS THE PROGRAM - ENOUGH TO DECIDE A
      *    CORRECTION.  EVERYTHING ELSE IS CHECKED ITEM BY ITEM.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "2" TO WRK-USR-MIN-AUTH.
           MOVE "CALCAPRV" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               MOVE "Y" TO WRK-READY-SW
               PERFORM 0110-LOAD-QUEUE
               DISPLAY WRK-PENDING-COUNT " PENDENCIA(S) AGUARDANDO "
                       "APROVACAO."
           END-IF.

       0110-LOAD-QUEUE                 SECTION.
           MOVE ZERO TO WRK-QUEUE-COUNT.
           MOVE ZERO TO WRK-PENDING-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT PEND-FILE.
           IF WRK-PEND-STATUS-OK
               PERFORM 0115-READ-ITEM
               PERFORM 0120-TABLE-ITEM UNTIL WRK-END-OF-FILE
               CLOSE PEND-FILE
           END-IF.
           IF WRK-QUEUE-OVER GREATER THAN ZERO
               DISPLAY "AVISO: MAIS DE 500 PENDENCIAS NO CALCPEND - "
                       WRK-QUEUE-OVER " FICAM PARA A PROXIMA SESSAO "
                       "E SAO PRESERVADAS NO ARQUIVO."
           END-IF.

       0115-READ-ITEM                  SECTION.
           READ PEND-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0120-TABLE-ITEM                 SECTION.
           IF PND-PENDING
               ADD 1 TO WRK-PENDING-COUNT
               IF WRK-QUEUE-COUNT LESS THAN 500
                   ADD 1 TO WRK-QUEUE-COUNT
                   MOVE PENDING-RECORD
                     TO WRK-QUEUE-ENTRY(WRK-QUEUE-COUNT)
               ELSE
                   ADD 1 TO WRK-QUEUE-OVER
               END-IF
           END-IF.
           PERFORM 0115-READ-ITEM.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0210-ONE-ACTION UNTIL NOT WRK-KEEP-GOING.

       0210-ONE-ACTION                 SECTION.
           DISPLAY "ACAO (L=LISTAR PENDENTES, A=APROVAR, R=REJEITAR, "
                   "T=NOVO LIMITE DE CORRECAO): "
           ACCEPT WRK-ACTION.
           EVALUATE WRK-ACTION
             WHEN "L"
               PERFORM 0220-LIST-PENDING
             WHEN "A"
             WHEN "R"
               MOVE WRK-ACTION TO WRK-DECISION
               PERFORM 0230-DECIDE-ITEM
             WHEN "T"
               PERFORM 0280-PROPOSE-LIMIT
             WHEN OTHER
               DISPLAY "ACAO INVALIDA."
           END-EVALUATE.
           DISPLAY "DESEJA OUTRA ACAO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

       0220-LIST-PENDING               SECTION.
           DISPLAY "NUMERO  TIPO ACAO CHAVE      DIGITADO POR "
                   "DATA     HORA".
           PERFORM 0225-LIST-ONE-ITEM VARYING WRK-QUEUE-IDX
               FROM 1 BY 1 UNTIL WRK-QUEUE-IDX > WRK-QUEUE-COUNT.

       0225-LIST-ONE-ITEM              SECTION.
           MOVE WRK-QUEUE-ENTRY(WRK-QUEUE-IDX) TO WRK-ITM-AREA.
           IF WRK-ITM-PENDING
               DISPLAY WRK-ITM-ID " " WRK-ITM-TYPE "    "
                       WRK-ITM-ACTION "    " WRK-ITM-KEY " "
                       WRK-ITM-MAKER-ID "     " WRK-ITM-MAKER-DATE
                       " " WRK-ITM-MAKER-TIME
           END-IF.

      *-----------------------------------------------------------------
      *    ONE DECISION.  THE CHECKS RUN BEFORE THE ITEM IS EVEN
      *    SHOWN: IT MUST EXIST AND STILL BE PENDING, THE CHECKER
      *    MUST NOT BE THE USER WHO KEYED IT, AND ANYTHING BUT A
      *    CORRECTION NEEDS A SUPERVISOR.  AN APPROVAL THAT CANNOT BE
      *    APPLIED (THE DATE WAS MEANWHILE ADDED, THE ORIGINAL WAS
      *    MEANWHILE CORRECTED...) LEAVES THE ITEM PENDING FOR THE
      *    CHECKER TO REJECT.
      *-----------------------------------------------------------------
       0230-DECIDE-ITEM                SECTION.
           DISPLAY "NUMERO DA PENDENCIA: "
           ACCEPT WRK-FIND-ID.
           PERFORM 0235-FIND-ITEM.
           IF WRK-QUEUE-HIT GREATER THAN ZERO
               MOVE WRK-QUEUE-ENTRY(WRK-QUEUE-HIT) TO WRK-ITM-AREA
           END-IF.
           EVALUATE TRUE
             WHEN WRK-QUEUE-HIT EQUAL TO ZERO
               DISPLAY "PENDENCIA " WRK-FIND-ID " NAO ENCONTRADA "
                       "ENTRE AS PENDENTES DESTA SESSAO."
             WHEN NOT WRK-ITM-PENDING
               DISPLAY "PENDENCIA " WRK-FIND-ID " JA DECIDIDA ("
                       WRK-ITM-STATUS ") POR " WRK-ITM-CHECKER-ID "."
             WHEN WRK-ITM-MAKER-ID EQUAL TO WRK-USR-ID
               DISPLAY "A PENDENCIA FOI DIGITADA POR VOCE - OUTRO "
                       "USUARIO PRECISA DECIDI-LA."
             WHEN NOT WRK-ITM-CORRECTION AND NOT WRK-USR-IS-SUPER
               DISPLAY "SOMENTE UM SUPERVISOR PODE DECIDIR ESTA "
                       "PENDENCIA."
             WHEN OTHER
               PERFORM 0240-SHOW-ITEM
               IF WRK-APPROVING
                   DISPLAY "CONFIRMA A APROVACAO? (S/N): "
               ELSE
                   DISPLAY "CONFIRMA A REJEICAO? (S/N): "
               END-IF
               ACCEPT WRK-CONFIRM
               IF WRK-CONFIRM EQUAL TO "S"
                   PERFORM 0260-RECORD-DECISION
               ELSE
                   DISPLAY "NADA DECIDIDO."
               END-IF
           END-EVALUATE.

       0235-FIND-ITEM                  SECTION.
           MOVE ZERO TO WRK-QUEUE-HIT.
           PERFORM 0236-MATCH-ITEM VARYING WRK-QUEUE-IDX
               FROM 1 BY 1 UNTIL WRK-QUEUE-IDX > WRK-QUEUE-COUNT
                              OR WRK-QUEUE-HIT GREATER THAN ZERO.

       0236-MATCH-ITEM                 SECTION.
           IF WRK-QUEUE-ENTRY(WRK-QUEUE-IDX)(1:7) EQUAL TO WRK-FIND-ID
               MOVE WRK-QUEUE-IDX TO WRK-QUEUE-HIT
           END-IF.

      *-----------------------------------------------------------------
      *    THE ITEM AS THE CHECKER SEES IT - WHO KEYED IT AND WHEN,
      *    AND THE BEFORE AND AFTER IN THE TERMS OF ITS OWN FILE.  A
      *    PIN IS NEVER SHOWN, ONLY WHETHER IT CHANGES.
      *-----------------------------------------------------------------
       0240-SHOW-ITEM                  SECTION.
           DISPLAY "PENDENCIA " WRK-ITM-ID " - DIGITADA POR "
                   WRK-ITM-MAKER-ID " EM " WRK-ITM-MAKER-DATE " AS "
                   WRK-ITM-MAKER-TIME.
           EVALUATE TRUE
             WHEN WRK-ITM-RATE
               PERFORM 0241-SHOW-RATE
             WHEN WRK-ITM-HOLIDAY
               PERFORM 0242-SHOW-HOLIDAY
             WHEN WRK-ITM-USER
               PERFORM 0243-SHOW-USER
             WHEN WRK-ITM-CORRECTION
               PERFORM 0244-SHOW-CORRECTION
             WHEN WRK-ITM-LIMIT
               PERFORM 0245-SHOW-LIMIT
             WHEN OTHER
               DISPLAY "TIPO DE PENDENCIA DESCONHECIDO: "
                       WRK-ITM-TYPE
           END-EVALUATE.

       0241-SHOW-RATE                  SECTION.
           MOVE WRK-ITM-BEFORE TO WRK-RATE-BEFORE.
           MOVE WRK-ITM-AFTER  TO WRK-RATE-AFTER.
           DISPLAY "TAXA DE CAMBIO " RAF-CODE " VIGENTE A PARTIR DE "
                   RAF-EFF-DATE.
           IF WRK-ITM-BEFORE EQUAL TO SPACES
               DISPLAY "  ANTES:  NENHUMA TAXA NO ARQUIVO PARA A DATA"
           ELSE
               MOVE RBF-RATE TO WRK-RATE-ED
               DISPLAY "  ANTES:  " WRK-RATE-ED
           END-IF.
           MOVE RAF-RATE TO WRK-RATE-ED.
           DISPLAY "  DEPOIS: " WRK-RATE-ED.

       0242-SHOW-HOLIDAY               SECTION.
           MOVE WRK-ITM-AFTER TO WRK-HOL-AFTER.
           DISPLAY "NOVO FERIADO: " HAF-DATE " " HAF-DESC.

       0243-SHOW-USER                  SECTION.
           MOVE WRK-ITM-BEFORE TO WRK-USER-BEFORE.
           MOVE WRK-ITM-AFTER  TO WRK-USER-AFTER.
           EVALUATE WRK-ITM-ACTION
             WHEN "I"
               DISPLAY "INCLUSAO DO USUARIO " UAF-ID
             WHEN "D"
               DISPLAY "DESATIVACAO DO USUARIO " UAF-ID
             WHEN OTHER
               DISPLAY "REATIVACAO/RESET DO USUARIO " UAF-ID
           END-EVALUATE.
           IF WRK-ITM-BEFORE NOT EQUAL TO SPACES
               DISPLAY "  ANTES:  " UBF-NAME " AUT " UBF-AUTH
                       " SIT " UBF-STATUS " FALHAS " UBF-FAILS
           END-IF.
           DISPLAY "  DEPOIS: " UAF-NAME " AUT " UAF-AUTH
                   " SIT " UAF-STATUS " FALHAS " UAF-FAILS.
           IF WRK-ITM-BEFORE NOT EQUAL TO SPACES
            AND UBF-PIN NOT EQUAL TO UAF-PIN
               DISPLAY "  PIN ALTERADO."
           END-IF.

       0244-SHOW-CORRECTION            SECTION.
           MOVE WRK-ITM-BEFORE TO WRK-CORR-BEFORE.
           MOVE WRK-ITM-AFTER  TO WRK-CORR-AFTER.
           DISPLAY "CORRECAO DO CALCULO " PCA-ORIG-ID " - OPERADOR "
                   PCA-OPERATOR " MOEDA " PCA-CCY-CODE
                   " DEPTO " PCA-DEPT.
           MOVE PCB-FIRST-NUM  TO WRK-FIRST-ED.
           MOVE PCB-SECOND-NUM TO WRK-SECOND-ED.
           MOVE PCB-RESULT     TO WRK-RESULT-ED.
           DISPLAY "  ANTES:  " WRK-FIRST-ED " " WRK-SECOND-ED.
           DISPLAY "          RESULTADO " WRK-RESULT-ED.
           MOVE PCA-FIRST-NUM  TO WRK-FIRST-ED.
           MOVE PCA-SECOND-NUM TO WRK-SECOND-ED.
           MOVE PCA-RESULT     TO WRK-RESULT-ED.
           DISPLAY "  DEPOIS: " WRK-FIRST-ED " " WRK-SECOND-ED.
           DISPLAY "          RESULTADO " WRK-RESULT-ED
                   " DISPOSICAO " PCA-DISPOSITION.

       0245-SHOW-LIMIT                 SECTION.
           MOVE WRK-ITM-BEFORE TO WRK-LIM-BEFORE.
           MOVE WRK-ITM-AFTER  TO WRK-LIM-AFTER.
           DISPLAY "LIMITE DE CORRECAO SEM APROVACAO (CALCLIM)".
           IF WRK-ITM-BEFORE EQUAL TO SPACES
               DISPLAY "  ANTES:  NENHUM (TODA CORRECAO E APROVADA)"
           ELSE
               MOVE LBF-AMOUNT TO WRK-LIMIT-ED
               DISPLAY "  ANTES:  " WRK-LIMIT-ED
           END-IF.
           MOVE LAF-AMOUNT TO WRK-LIMIT-ED.
           DISPLAY "  DEPOIS: " WRK-LIMIT-ED.

      *-----------------------------------------------------------------
      *    THE ITEM AS CALCPEND HOLDS IT NOW - ANOTHER CHECKER MAY
      *    HAVE DECIDED IT SINCE THIS SESSION LOADED THE QUEUE.
      *-----------------------------------------------------------------
       0250-RECHECK-ITEM               SECTION.
           MOVE "N" TO WRK-ON-FILE-SW.
           MOVE "N" TO WRK-EOF-SW.
           OPEN INPUT PEND-FILE.
           IF WRK-PEND-STATUS-OK
               PERFORM 0115-READ-ITEM
               PERFORM 0255-MATCH-ON-FILE
                   UNTIL WRK-END-OF-FILE OR WRK-ITEM-ON-FILE
               CLOSE PEND-FILE
           ELSE
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPEND - STATUS "
                       WRK-PEND-STATUS
           END-IF.

       0255-MATCH-ON-FILE              SECTION.
           IF PND-ID EQUAL TO WRK-ITM-ID
               MOVE "Y" TO WRK-ON-FILE-SW
           ELSE
               PERFORM 0115-READ-ITEM
           END-IF.

      *-----------------------------------------------------------------
      *    NOTHING IS DECIDED UNLESS CALCPEND STILL HAS THE ITEM
      *    PENDING.  A REJECTION IS ONLY STAMPED.  AN APPROVAL IS
      *    APPLIED FIRST AND STAMPED ONLY WHEN THE APPLY WENT THROUGH.
      *    EITHER WAY THE STAMP GOES TO CALCPEND STRAIGHT AWAY.
      *-----------------------------------------------------------------
       0260-RECORD-DECISION            SECTION.
           MOVE "N" TO WRK-APPLIED-SW.
           PERFORM 0250-RECHECK-ITEM.
           EVALUATE TRUE
             WHEN NOT WRK-ITEM-ON-FILE
               DISPLAY "PENDENCIA " WRK-ITM-ID " NAO FOI RELIDA NO "
                       "CALCPEND - NADA DECIDIDO."
             WHEN NOT PND-PENDING
               MOVE PENDING-RECORD TO WRK-QUEUE-ENTRY(WRK-QUEUE-HIT)
               DISPLAY "PENDENCIA " WRK-ITM-ID " JA FOI DECIDIDA ("
                       PND-STATUS ") POR " PND-CHECKER-ID " EM OUTRA "
                       "SESSAO - NADA DECIDIDO."
             WHEN OTHER
               PERFORM 0265-DECIDE-PENDING
           END-EVALUATE.

       0265-DECIDE-PENDING             SECTION.
           IF WRK-APPROVING
               PERFORM 0400-APPLY-ITEM
           END-IF.
           IF WRK-ITEM-APPLIED OR NOT WRK-APPROVING
               IF WRK-APPROVING
                   MOVE "A" TO WRK-ITM-STATUS
                   ADD 1 TO WRK-APPROVED-COUNT
                   DISPLAY "PENDENCIA " WRK-ITM-ID " APROVADA E "
                           "APLICADA."
               ELSE
                   MOVE "R" TO WRK-ITM-STATUS
                   ADD 1 TO WRK-REJECTED-COUNT
                   DISPLAY "PENDENCIA " WRK-ITM-ID " REJEITADA."
               END-IF
               MOVE WRK-USR-ID TO WRK-ITM-CHECKER-ID
               ACCEPT WRK-ITM-CHECK-DATE FROM DATE YYYYMMDD
               ACCEPT WRK-TIME-RAW FROM TIME
               MOVE WRK-TIME-RAW(1:6) TO WRK-ITM-CHECK-TIME
               MOVE WRK-ITM-AREA TO WRK-QUEUE-ENTRY(WRK-QUEUE-HIT)
               PERFORM 0270-SAVE-DECISION
           ELSE
               DISPLAY "PENDENCIA " WRK-ITM-ID " NAO APLICADA - "
                       "CONTINUA PENDENTE."
           END-IF.

      *-----------------------------------------------------------------
      *    THE STAMP IS CARRIED TO CALCPEND THROUGH CALCPNW.  IF IT
      *    DOES NOT GET THERE, AN APPROVAL HAS STILL BEEN APPLIED - THE
      *    CHECKER IS TOLD NOT TO APPROVE IT AGAIN.
      *-----------------------------------------------------------------
       0270-SAVE-DECISION              SECTION.
           MOVE "N" TO WRK-COPIED-SW.
           MOVE "N" TO WRK-SAVED-SW.
           PERFORM 0310-COPY-TO-WORK.
           IF WRK-WORK-COPIED
               PERFORM 0330-COPY-BACK
           END-IF.
           IF NOT WRK-DECISION-SAVED
               DISPLAY "AVISO: A DECISAO DA PENDENCIA " WRK-ITM-ID
                       " NAO FOI GRAVADA NO CALCPEND."
               IF WRK-APPROVING
                   DISPLAY "ELA JA FOI APLICADA - NAO A APROVE DE "
                           "NOVO; AVISE O SUPORTE."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    A NEW CORRECTION LIMIT IS PROPOSED HERE AND QUEUED LIKE ANY
      *    OTHER CHANGE - THE SUPERVISOR WHO PROPOSES IT CANNOT ALSO
      *    APPROVE IT.  THE ITEM IS ADDED TO THE TABLE TOO, SO IT
      *    SHOWS ON THE LIST FOR THE REST OF THE SESSION.
      *-----------------------------------------------------------------
       0280-PROPOSE-LIMIT              SECTION.
           IF NOT WRK-USR-IS-SUPER
               DISPLAY "SOMENTE UM SUPERVISOR PODE PROPOR O LIMITE."
           ELSE
               MOVE SPACES TO WRK-PND-AREA
               OPEN INPUT LIMIT-FILE
               IF WRK-LIMIT-STATUS-OK
                   READ LIMIT-FILE
                       NOT AT END
                           MOVE LIMIT-RECORD TO WRK-PND-BEFORE
                   END-READ
                   CLOSE LIMIT-FILE
               END-IF
               DISPLAY "NOVO LIMITE (0000000000,00): "
               ACCEPT WRK-NEW-LIMIT
               MOVE SPACES        TO WRK-LIM-AFTER
               MOVE WRK-NEW-LIMIT TO LAF-AMOUNT
               MOVE WRK-USR-ID    TO LAF-MAKER-ID
               MOVE ZERO          TO LAF-EFF-DATE
               MOVE WRK-LIM-AFTER TO WRK-PND-AFTER
               MOVE "L"           TO WRK-PND-TYPE
               MOVE "A"           TO WRK-PND-ACTION
               MOVE "CALCLIM"     TO WRK-PND-KEY
               MOVE WRK-USR-ID    TO WRK-PND-MAKER-ID
               CALL "PENDWTR" USING WRK-PND-AREA
               IF WRK-PND-ID GREATER THAN ZERO
                   IF WRK-QUEUE-COUNT LESS THAN 500
                       ADD 1 TO WRK-QUEUE-COUNT
                       MOVE WRK-PND-AREA
                         TO WRK-QUEUE-ENTRY(WRK-QUEUE-COUNT)
                   END-IF
                   DISPLAY "LIMITE ENVIADO PARA APROVACAO - "
                           "PENDENCIA NR " WRK-PND-ID "."
               ELSE
                   DISPLAY "LIMITE NAO ENVIADO PARA APROVACAO."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    EVERY DECISION IS ALREADY ON CALCPEND BY NOW.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           DISPLAY WRK-APPROVED-COUNT " PENDENCIA(S) APROVADA(S).".
           DISPLAY WRK-REJECTED-COUNT " PENDENCIA(S) REJEITADA(S).".
           DISPLAY "======== FIM DAS APROVACOES ========".

      *-----------------------------------------------------------------
      *    CALCPEND IS COPIED TO CALCPNW RECORD BY RECORD, THE
      *    DECISION JUST TAKEN STAMPED ON ITS ITEM BY NUMBER, THEN
      *    COPIED BACK.  EVERY OTHER ITEM ON THE FILE - DECIDED ONES,
      *    ONES PAST THE TABLE, ONES A MAKER QUEUED WHILE THE SESSION
      *    WAS OPEN - GOES BACK EXACTLY AS IT WAS.
      *-----------------------------------------------------------------
       0310-COPY-TO-WORK               SECTION.
           OPEN OUTPUT WORK-FILE.
           IF NOT WRK-WORK-STATUS-OK
               DISPLAY "ARQUIVO DE TRABALHO CALCPNW NAO PODE SER "
                       "GRAVADO - STATUS " WRK-WORK-STATUS
           ELSE
               MOVE "N" TO WRK-EOF-SW
               OPEN INPUT PEND-FILE
               IF WRK-PEND-STATUS-OK
                   PERFORM 0115-READ-ITEM
                   PERFORM 0320-COPY-ONE-ITEM UNTIL WRK-END-OF-FILE
                   CLOSE PEND-FILE
                   MOVE "Y" TO WRK-COPIED-SW
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPEND - STATUS "
                           WRK-PEND-STATUS
               END-IF
               CLOSE WORK-FILE
           END-IF.

       0320-COPY-ONE-ITEM              SECTION.
           IF PND-ID EQUAL TO WRK-ITM-ID
               PERFORM 0325-APPLY-DECISION
           END-IF.
           WRITE WORK-RECORD FROM PENDING-RECORD.
           PERFORM 0115-READ-ITEM.

      *-----------------------------------------------------------------
      *    A DECISION REPLACES THE ITEM ONLY WHILE THE FILE STILL HAS
      *    IT PENDING - IF ANOTHER CHECKER DECIDED IT MEANWHILE, THEIR
      *    STAMP STAYS AND THIS ONE IS CALLED OUT.
      *-----------------------------------------------------------------
       0325-APPLY-DECISION             SECTION.
           IF PND-PENDING
               MOVE WRK-ITM-AREA TO PENDING-RECORD
           ELSE
               DISPLAY "AVISO: PENDENCIA " PND-ID " JA FOI "
                       "DECIDIDA POR " PND-CHECKER-ID " EM OUTRA "
                       "SESSAO - DECISAO " WRK-ITM-STATUS
                       " NAO GRAVADA."
           END-IF.

       0330-COPY-BACK                  SECTION.
           OPEN OUTPUT PEND-FILE.
           IF NOT WRK-PEND-STATUS-OK
               DISPLAY "CALCPEND NAO PODE SER REGRAVADO - STATUS "
                       WRK-PEND-STATUS " - DECISOES FICAM NO CALCPNW."
           ELSE
               MOVE "N" TO WRK-WORK-EOF-SW
               OPEN INPUT WORK-FILE
               PERFORM 0335-READ-WORK
               PERFORM 0340-COPY-ONE-BACK UNTIL WRK-END-OF-WORK
               CLOSE WORK-FILE
               CLOSE PEND-FILE
               MOVE "Y" TO WRK-SAVED-SW
           END-IF.

       0335-READ-WORK                  SECTION.
           READ WORK-FILE
               AT END MOVE "Y" TO WRK-WORK-EOF-SW
           END-READ.

       0340-COPY-ONE-BACK              SECTION.
           WRITE PENDING-RECORD FROM WORK-RECORD.
           PERFORM 0335-READ-WORK.

      *-----------------------------------------------------------------
      *    THE APPROVED ITEM IS APPLIED TO ITS OWN FILE THE WAY THE
      *    MAINTENANCE PROGRAM USED TO APPLY IT.
      *-----------------------------------------------------------------
       0400-APPLY-ITEM                 SECTION.
           EVALUATE TRUE
             WHEN WRK-ITM-RATE
               PERFORM 0410-APPLY-RATE
             WHEN WRK-ITM-HOLIDAY
               PERFORM 0420-APPLY-HOLIDAY
             WHEN WRK-ITM-USER
               PERFORM 0430-APPLY-USER
             WHEN WRK-ITM-CORRECTION
               PERFORM 0440-APPLY-CORRECTION
             WHEN WRK-ITM-LIMIT
               PERFORM 0450-APPLY-LIMIT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    A RATE IS APPENDED TO CCYRATES, AS CCYMAINT USED TO.
      *-----------------------------------------------------------------
       0410-APPLY-RATE                 SECTION.
           OPEN EXTEND RATE-FILE.
           IF WRK-RATE-STATUS-NOT-FOUND
               OPEN OUTPUT RATE-FILE
           END-IF.
           IF NOT WRK-RATE-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO CCYRATES - STATUS "
                       WRK-RATE-STATUS
           ELSE
               MOVE WRK-ITM-AFTER TO RATE-RECORD
               WRITE RATE-RECORD
               CLOSE RATE-FILE
               MOVE "Y" TO WRK-APPLIED-SW
           END-IF.

      *-----------------------------------------------------------------
      *    A HOLIDAY IS APPENDED TO HOLIDAYS UNLESS THE DATE REACHED
      *    THE CALENDAR SOME OTHER WAY SINCE IT WAS QUEUED.  A
      *    CALENDAR THAT CANNOT BE READ OR EXTENDED LEAVES THE ITEM
      *    PENDING.
      *-----------------------------------------------------------------
       0420-APPLY-HOLIDAY              SECTION.
           MOVE WRK-ITM-AFTER TO WRK-HOL-AFTER.
           MOVE "N" TO WRK-DUP-SW.
           MOVE "N" TO WRK-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           EVALUATE TRUE
             WHEN WRK-HOL-STATUS-OK
               PERFORM 0425-READ-HOLIDAY
               PERFORM 0426-CHECK-HOLIDAY
                   UNTIL WRK-END-OF-FILE OR WRK-DUPLICATE
               CLOSE HOLIDAY-FILE
               PERFORM 0422-ADD-HOLIDAY
             WHEN WRK-HOL-STATUS-NOT-FOUND
               PERFORM 0422-ADD-HOLIDAY
             WHEN OTHER
               DISPLAY "ERRO AO ABRIR O ARQUIVO HOLIDAYS - STATUS "
                       WRK-HOL-STATUS
           END-EVALUATE.

       0422-ADD-HOLIDAY                SECTION.
           IF WRK-DUPLICATE
               DISPLAY "DATA " HAF-DATE " JA CONSTA DO CALENDARIO."
           ELSE
               OPEN EXTEND HOLIDAY-FILE
               IF WRK-HOL-STATUS-NOT-FOUND
                   OPEN OUTPUT HOLIDAY-FILE
               END-IF
               IF NOT WRK-HOL-STATUS-OK
                   DISPLAY "ERRO AO ABRIR O ARQUIVO HOLIDAYS - STATUS "
                           WRK-HOL-STATUS
               ELSE
                   MOVE WRK-HOL-AFTER TO HOLIDAY-RECORD
                   WRITE HOLIDAY-RECORD
                   CLOSE HOLIDAY-FILE
                   MOVE "Y" TO WRK-APPLIED-SW
               END-IF
           END-IF.

       0425-READ-HOLIDAY               SECTION.
           READ HOLIDAY-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0426-CHECK-HOLIDAY              SECTION.
           IF HOL-DATE EQUAL TO HAF-DATE
               MOVE "Y" TO WRK-DUP-SW
           ELSE
               PERFORM 0425-READ-HOLIDAY
           END-IF.

      *-----------------------------------------------------------------
      *    A USER CHANGE IS APPLIED TO THE RECORD AS IT STANDS NOW,
      *    NOT BY PASTING THE AFTER IMAGE OVER IT - A LOCKOUT OR A
      *    FAILURE COUNT USERAUTH WROTE SINCE THE CHANGE WAS KEYED IS
      *    NOT UNDONE.  CALCUSER GOES BACK TO DISK WHOLE, AS USERMNT
      *    WRITES IT - SO NOTHING IS APPLIED UNLESS IT WAS READ WHOLE,
      *    TO THE END, INTO THE TABLE.
      *-----------------------------------------------------------------
       0430-APPLY-USER                 SECTION.
           MOVE WRK-ITM-AFTER TO WRK-USER-AFTER.
           PERFORM 0435-LOAD-USERS.
           IF WRK-USERS-LOADED
               PERFORM 0432-CHANGE-USER
           END-IF.

       0432-CHANGE-USER                SECTION.
           MOVE ZERO TO WRK-HIT-IDX.
           PERFORM 0438-SCAN-USER VARYING WRK-USER-IDX
               FROM 1 BY 1 UNTIL WRK-USER-IDX > WRK-USER-COUNT
                              OR WRK-HIT-IDX GREATER THAN ZERO.
           EVALUATE TRUE
             WHEN WRK-ITM-ACTION EQUAL TO "I"
              AND WRK-HIT-IDX GREATER THAN ZERO
               DISPLAY "USUARIO " UAF-ID " JA CADASTRADO."
             WHEN WRK-ITM-ACTION EQUAL TO "I"
              AND WRK-USER-COUNT NOT LESS THAN 50
               DISPLAY "CALCUSER CHEIO."
             WHEN WRK-ITM-ACTION EQUAL TO "I"
               ADD 1 TO WRK-USER-COUNT
               MOVE WRK-USER-AFTER TO WRK-USER-ENTRY(WRK-USER-COUNT)
               MOVE "Y" TO WRK-APPLIED-SW
             WHEN WRK-HIT-IDX EQUAL TO ZERO
               DISPLAY "USUARIO " UAF-ID " NAO ENCONTRADO."
             WHEN WRK-ITM-ACTION EQUAL TO "D"
               MOVE "D" TO WRK-TBL-STATUS(WRK-HIT-IDX)
               MOVE "Y" TO WRK-APPLIED-SW
             WHEN OTHER
               MOVE UAF-PIN  TO WRK-TBL-PIN(WRK-HIT-IDX)
               MOVE "A"      TO WRK-TBL-STATUS(WRK-HIT-IDX)
               MOVE ZERO     TO WRK-TBL-FAILS(WRK-HIT-IDX)
               MOVE UAF-AUTH TO WRK-TBL-AUTH(WRK-HIT-IDX)
               MOVE "Y" TO WRK-APPLIED-SW
           END-EVALUATE.
           IF WRK-ITEM-APPLIED
               OPEN OUTPUT USER-FILE
               IF WRK-USER-STATUS-OK
                   PERFORM 0439-WRITE-ONE-USER VARYING WRK-WRITE-IDX
                       FROM 1 BY 1 UNTIL WRK-WRITE-IDX > WRK-USER-COUNT
                   CLOSE USER-FILE
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCUSER - STATUS "
                           WRK-USER-STATUS
                   MOVE "N" TO WRK-APPLIED-SW
               END-IF
           END-IF.

       0435-LOAD-USERS                 SECTION.
           MOVE ZERO TO WRK-USER-COUNT.
           MOVE "N"  TO WRK-EOF-SW.
           MOVE "N"  TO WRK-LOADED-SW.
           MOVE "N"  TO WRK-USER-FULL-SW.
           OPEN INPUT USER-FILE.
           IF WRK-USER-STATUS-OK
               PERFORM 0436-READ-USER
               PERFORM 0437-TABLE-USER UNTIL WRK-END-OF-FILE
               CLOSE USER-FILE
               IF WRK-USER-OVERFLOW
                   DISPLAY "CALCUSER COM MAIS DE 50 USUARIOS - "
                           "ALTERACAO NAO APLICADA."
               ELSE
                   MOVE "Y" TO WRK-LOADED-SW
               END-IF
           ELSE
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCUSER - STATUS "
                       WRK-USER-STATUS " - ALTERACAO NAO APLICADA."
           END-IF.

       0436-READ-USER                  SECTION.
           READ USER-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0437-TABLE-USER                 SECTION.
           IF WRK-USER-COUNT LESS THAN 50
               ADD 1 TO WRK-USER-COUNT
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
           ELSE
               MOVE "Y" TO WRK-USER-FULL-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.
           PERFORM 0436-READ-USER.

       0438-SCAN-USER                  SECTION.
           IF WRK-TBL-ID(WRK-USER-IDX) EQUAL TO UAF-ID
               MOVE WRK-USER-IDX TO WRK-HIT-IDX
           END-IF.

       0439-WRITE-ONE-USER             SECTION.
           MOVE WRK-TBL-ID(WRK-WRITE-IDX)     TO USR-ID.
           MOVE WRK-TBL-NAME(WRK-WRITE-IDX)   TO USR-NAME.
           MOVE WRK-TBL-PIN(WRK-WRITE-IDX)    TO USR-PIN.
           MOVE WRK-TBL-STATUS(WRK-WRITE-IDX) TO USR-STATUS.
           MOVE WRK-TBL-FAILS(WRK-WRITE-IDX)  TO USR-FAILS.
           MOVE WRK-TBL-AUTH(WRK-WRITE-IDX)   TO USR-AUTH.
           WRITE USER-RECORD.

      *-----------------------------------------------------------------
      *    A CORRECTION IS POSTED AND THE ORIGINAL MARKED EXACTLY AS
      *    CALCCORR DOES IT, IN THE SAME ORDER, WITH THE USER WHO
      *    KEYED IT ON THE NEW ENTRY.  THE ORIGINAL IS READ AGAIN
      *    FIRST - IF IT WAS CLOSED OUT OF AUDITLOG OR CORRECTED BY
      *    ANOTHER ITEM IN THE MEANTIME, NOTHING IS POSTED.  NOR IS
      *    ANYTHING POSTED WHILE THE CURRENT MONTH IS LOCKED.
      *-----------------------------------------------------------------
       0440-APPLY-CORRECTION           SECTION.
           MOVE WRK-ITM-AFTER TO WRK-CORR-AFTER.
           MOVE ZERO TO WRK-PER-REQ-DATE.
           CALL "PERCHECK" USING WRK-PER-REQUEST.
           IF WRK-PER-LOCKED
               DISPLAY "O PERIODO CORRENTE " WRK-PER-REQ-PERIOD
                       " ESTA EM FECHAMENTO OU FECHADO NO CALCPER - "
                       "CORRECAO NAO LANCADA."
           ELSE
               PERFORM 0441-READ-ORIGINAL
           END-IF.
           IF WRK-ITEM-APPLIED
               PERFORM 0445-POST-CORRECTION
               PERFORM 0446-MARK-ORIGINAL
           END-IF.

       0441-READ-ORIGINAL              SECTION.
           OPEN INPUT AUDIT-FILE.
           IF NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ARQUIVO AUDITLOG NAO ENCONTRADO."
           ELSE
               MOVE PCA-ORIG-ID TO AUD-CALC-ID
               READ AUDIT-FILE
                   INVALID KEY
                       DISPLAY "CALCULO " PCA-ORIG-ID " NAO "
                               "ENCONTRADO NO AUDITLOG."
                   NOT INVALID KEY
                       IF AUD-CORRECTION-DONE
                           DISPLAY "CALCULO " PCA-ORIG-ID " JA FOI "
                                   "CORRIGIDO."
                       ELSE
                           PERFORM 0442-SET-ADJUSTMENT
                           MOVE "Y" TO WRK-APPLIED-SW
                       END-IF
               END-READ
               CLOSE AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      *    THE SAME RULE CALCCORR APPLIES, AGAINST THE ORIGINAL AS IT
      *    STANDS NOW: A LOCKED MONTH MAKES THE CORRECTION AN
      *    ADJUSTMENT OF THAT MONTH AND THE ORIGINAL IS MARKED "P"; AN
      *    ADJUSTMENT IN AN OPEN MONTH IS REPLACED, ITS ADJUSTED
      *    MONTH CARRIED FORWARD AND ITS NET CHANGE ADDED IN.
      *-----------------------------------------------------------------
       0442-SET-ADJUSTMENT             SECTION.
           COMPUTE WRK-CORR-DIFF = PCA-RESULT - AUD-RESULT.
           MOVE AUD-DATE-NUM TO WRK-PER-REQ-DATE.
           CALL "PERCHECK" USING WRK-PER-REQUEST.
           EVALUATE TRUE
             WHEN WRK-PER-LOCKED
               MOVE WRK-PER-REQ-PERIOD TO WRK-ADJ-PERIOD
               MOVE WRK-CORR-DIFF      TO WRK-ADJ-AMOUNT
               MOVE "P"                TO WRK-ORIG-MARK
             WHEN AUD-ADJ-PERIOD IS NUMERIC
              AND AUD-ADJ-PERIOD GREATER THAN ZERO
               MOVE AUD-ADJ-PERIOD     TO WRK-ADJ-PERIOD
               COMPUTE WRK-ADJ-AMOUNT = AUD-ADJ-AMOUNT + WRK-CORR-DIFF
               MOVE "S"                TO WRK-ORIG-MARK
             WHEN OTHER
               MOVE ZERO               TO WRK-ADJ-PERIOD
               MOVE ZERO               TO WRK-ADJ-AMOUNT
               MOVE "S"                TO WRK-ORIG-MARK
           END-EVALUATE.

       0445-POST-CORRECTION            SECTION.
           MOVE "O" TO WRK-AWT-FUNC.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE "D"                TO WRK-AWT-FUNC.
           MOVE PCA-DEPT           TO WRK-AWT-DEPT.
           MOVE ZERO               TO WRK-AWT-TEMPLATE.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE "W"                TO WRK-AWT-FUNC.
           MOVE WRK-ITM-MAKER-ID   TO WRK-AWT-USER-ID.
           MOVE PCA-OPERATOR       TO WRK-AWT-OPERATOR.
           MOVE PCA-FIRST-NUM      TO WRK-AWT-FIRST-NUM.
           MOVE PCA-SECOND-NUM     TO WRK-AWT-SECOND-NUM.
           MOVE PCA-RESULT         TO WRK-AWT-RESULT.
           MOVE PCA-PRECISION      TO WRK-AWT-PRECISION.
           MOVE PCA-ROUND-SW       TO WRK-AWT-ROUND-SW.
           MOVE PCA-DISPOSITION    TO WRK-AWT-DISPOSITION.
           MOVE PCA-CCY-CODE       TO WRK-AWT-CCY-CODE.
           MOVE PCA-CCY-RATE       TO WRK-AWT-CCY-RATE.
           MOVE PCA-ORIG-ID        TO WRK-AWT-CORR-REF.
           MOVE WRK-ADJ-PERIOD     TO WRK-AWT-ADJ-PERIOD.
           MOVE WRK-ADJ-AMOUNT     TO WRK-AWT-ADJ-AMOUNT.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE "C" TO WRK-AWT-FUNC.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           DISPLAY "CORRECAO GRAVADA - CALCULO NR " WRK-AWT-CALC-ID
                   " CORRIGE O " PCA-ORIG-ID ".".
           IF WRK-ADJ-PERIOD GREATER THAN ZERO
               MOVE WRK-ADJ-AMOUNT TO WRK-RESULT-ED
               DISPLAY "AJUSTE DO PERIODO " WRK-ADJ-PERIOD ": "
                       WRK-RESULT-ED
           END-IF.

       0446-MARK-ORIGINAL              SECTION.
           OPEN I-O AUDIT-FILE.
           IF NOT WRK-AUDIT-STATUS-OK
               DISPLAY "ERRO AO ABRIR O AUDITLOG - STATUS "
                       WRK-AUDIT-STATUS " - MARQUE O ORIGINAL "
                       PCA-ORIG-ID " NOVAMENTE."
           ELSE
               PERFORM 0447-REWRITE-ORIGINAL
               CLOSE AUDIT-FILE
           END-IF.

       0447-REWRITE-ORIGINAL           SECTION.
           MOVE PCA-ORIG-ID TO AUD-CALC-ID.
           READ AUDIT-FILE
               INVALID KEY
                   DISPLAY "AVISO: ORIGINAL " PCA-ORIG-ID " SUMIU "
                           "ANTES DA MARCACAO."
               NOT INVALID KEY
                   MOVE WRK-ORIG-MARK TO AUD-CORR-SW
                   MOVE AUDIT-RECORD  TO WRK-AWT-IMAGE
                   REWRITE AUDIT-RECORD
                   IF NOT WRK-AUDIT-STATUS-OK
                       DISPLAY "ERRO DE REGRAVACAO NO AUDITLOG - "
                               "STATUS " WRK-AUDIT-STATUS " - MARQUE "
                               "O ORIGINAL NOVAMENTE."
                   ELSE
                       MOVE "R" TO WRK-AWT-FUNC
                       CALL "AUDITWTR" USING WRK-AWT-AREA
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *    THE NEW LIMIT REPLACES CALCLIM, STAMPED WITH BOTH USERS AND
      *    THE DATE IT TOOK EFFECT.
      *-----------------------------------------------------------------
       0450-APPLY-LIMIT                SECTION.
           MOVE WRK-ITM-AFTER TO WRK-LIM-AFTER.
           OPEN OUTPUT LIMIT-FILE.
           IF NOT WRK-LIMIT-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCLIM - STATUS "
                       WRK-LIMIT-STATUS
           ELSE
               MOVE WRK-LIM-AFTER TO LIMIT-RECORD
               MOVE WRK-USR-ID    TO LIM-CHECKER-ID
               ACCEPT LIM-EFF-DATE FROM DATE YYYYMMDD
               WRITE LIMIT-RECORD
               CLOSE LIMIT-FILE
               MOVE "Y" TO WRK-APPLIED-SW
           END-IF.
