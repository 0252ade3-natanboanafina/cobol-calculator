       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.DUPREVW.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: SUPERVISOR'S SCREEN OVER THE CALCDUP HOLD FILE -
      *             THE DETAILS CALCEDIT KEPT OUT OF CALCVAL BECAUSE
      *             THE SAME DEPARTMENT HAD SENT THE SAME FIGURES IN
      *             AN EARLIER DELIVERY INSIDE THE WINDOW.  EACH HELD
      *             RECORD IS SHOWN WITH THE MOVEMENT DATE IT CAME IN
      *             UNDER AND THE EARLIER ONE IT MATCHES, AND IS
      *             RELEASED ("L") OR DROPPED ("D").  A RELEASED
      *             RECORD IS APPENDED TO CALCDRL, WHICH THE NEXT
      *             CALCEDIT RUN FEEDS INTO CALCVAL AHEAD OF ITS
      *             DELIVERY; A DROPPED ONE GOES NOWHERE.  EITHER WAY
      *             THE HOLD RECORD KEEPS THE DECISION, WHO MADE IT
      *             AND WHEN, FOR 90 DAYS - AFTER THAT IT IS CLEARED
      *             FROM CALCDUP THE NEXT TIME THE FILE IS REWRITTEN.
      *             A RECORD STILL HELD IS NEVER CLEARED.  SUPERVISOR
      *             AUTHORITY (LEVEL 3).
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   CALCDUP IS NO LONGER REBUILT FROM THE
      *                     SESSION TABLE, WHICH ONLY HELD 500 RECORDS
      *                     AND DROPPED HELD ONES PAST THAT ON THE
      *                     REWRITE.  THE TABLE NOW TAKES ONLY THE
      *                     HELD RECORDS, WITH THEIR PLACE IN THE FILE;
      *                     AT END OF RUN CALCDUP IS COPIED RECORD BY
      *                     RECORD THROUGH THE CALCDUW WORK FILE WITH
      *                     THE DECISIONS APPLIED BY PLACE, AND BACK.
      *                     DECIDED RECORDS OLDER THAN 90 DAYS ARE LEFT
      *                     OUT OF THE COPY, SO THE FILE NO LONGER
      *                     GROWS FOR GOOD.
      *    15-10-2026  NB   A RELEASE GOES TO CALCDRL WITH ZERO IN THE
      *                     NEW FED-UNDER DELIVERY FIELDS CALCEDIT
      *                     STAMPS WHEN IT FEEDS THE RECORD.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "CALCDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLD-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CALCDRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELEASE-STATUS.
           SELECT WORK-FILE ASSIGN TO "CALCDUW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  HOLD-FILE.
       COPY "#DUPREC".
       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RLS-DATA            PIC X(65).
           05  RLS-DEPT            PIC X(04).
           05  RLS-FED-DATE        PIC 9(08).
           05  RLS-FED-COUNT       PIC 9(05).
           05  RLS-FED-HASH        PIC 9(15).
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(130).
       WORKING-STORAGE                 SECTION.
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
       COPY "#USRVAR".
       COPY "#DATESRV".
      *-----------------------------------------------------------------
      *    THE HOLD RECORD BEING LOOKED AT.
      *-----------------------------------------------------------------
       COPY "#DUPREC" REPLACING
           ==DUPLICATE-RECORD== BY ==WRK-ITM-AREA==
           LEADING ==DUP-== BY ==WRK-ITM-==.
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-FILE     VALUE "Y".
       77  WRK-WORK-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-WORK     VALUE "Y".
       77  WRK-COPIED-SW       PIC X(01) VALUE "N".
           88  WRK-WORK-COPIED     VALUE "Y".
       77  WRK-STALE-SW        PIC X(01) VALUE "N".
           88  WRK-ITEM-STALE      VALUE "Y".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-DIRTY-SW        PIC X(01) VALUE "N".
           88  WRK-HOLD-DIRTY      VALUE "Y".
       77  WRK-ACTION          PIC X(01) VALUE SPACE.
       77  WRK-CONFIRM         PIC X(01) VALUE SPACE.
       77  WRK-FIND-NUM        PIC 9(03) VALUE ZERO.
       77  WRK-HOLD-COUNT      PIC 9(03) COMP VALUE ZERO.
       77  WRK-HOLD-IDX        PIC 9(03) COMP.
       77  WRK-APPLY-IDX       PIC 9(03) COMP VALUE ZERO.
       77  WRK-FILE-POS        PIC 9(07) VALUE ZERO.
       77  WRK-TODAY           PIC 9(08) VALUE ZERO.
       77  WRK-KEEP-DAYS       PIC 9(03) VALUE 90.
       77  WRK-HELD-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-HELD-OVER       PIC 9(05) VALUE ZERO.
       77  WRK-STALE-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-PURGED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-RELEASED-COUNT  PIC 9(03) VALUE ZERO.
       77  WRK-DROPPED-COUNT   PIC 9(03) VALUE ZERO.
       77  WRK-LIST-NUM        PIC ZZ9.
      *-----------------------------------------------------------------
      *    THE RECORDS STILL HELD, EACH WITH ITS PLACE IN CALCDUP, IN
      *    FILE ORDER.  THE NUMBER THE SUPERVISOR KEYS IS THE ENTRY IN
      *    THIS TABLE; THE DECISIONS STAMPED HERE GO BACK TO THE FILE
      *    BY PLACE AT END OF RUN.
      *-----------------------------------------------------------------
       01  WRK-HOLD-TABLE.
           05  WRK-HOLD-ENTRY      OCCURS 500 TIMES.
               10  WRK-HOLD-POS        PIC 9(07).
               10  WRK-HOLD-IMAGE      PIC X(130).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "DUPREVW" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               MOVE "Y" TO WRK-READY-SW
               ACCEPT WRK-TODAY FROM DATE YYYYMMDD
               PERFORM 0110-LOAD-HOLD
               DISPLAY WRK-HELD-COUNT " REGISTRO(S) SUSPEITO(S) "
                       "AGUARDANDO DECISAO."
               IF WRK-HELD-OVER GREATER THAN ZERO
                   DISPLAY "AVISO: MAIS DE 500 RETIDOS - "
                           WRK-HELD-OVER " FICAM NO CALCDUP PARA A "
                           "PROXIMA SESSAO."
               END-IF
           END-IF.

       0110-LOAD-HOLD                  SECTION.
           MOVE ZERO TO WRK-HOLD-COUNT.
           MOVE ZERO TO WRK-HELD-COUNT.
           MOVE ZERO TO WRK-FILE-POS.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT HOLD-FILE.
           IF WRK-HOLD-STATUS-OK
               PERFORM 0115-READ-HOLD
               PERFORM 0120-TABLE-ITEM UNTIL WRK-END-OF-FILE
               CLOSE HOLD-FILE
           END-IF.

       0115-READ-HOLD                  SECTION.
           READ HOLD-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      *    EVERY RECORD IS COUNTED FOR ITS PLACE.  A HELD ONE PAST THE
      *    500TH IS NOT SHOWN THIS SESSION BUT STAYS ON FILE AS IT IS;
      *    A DECIDED ONE IS ONLY CHECKED FOR AGE.
      *-----------------------------------------------------------------
       0120-TABLE-ITEM                 SECTION.
           ADD 1 TO WRK-FILE-POS.
           IF DUP-HELD
               ADD 1 TO WRK-HELD-COUNT
               IF WRK-HOLD-COUNT LESS THAN 500
                   ADD 1 TO WRK-HOLD-COUNT
                   MOVE WRK-FILE-POS TO WRK-HOLD-POS(WRK-HOLD-COUNT)
                   MOVE DUPLICATE-RECORD
                     TO WRK-HOLD-IMAGE(WRK-HOLD-COUNT)
               ELSE
                   ADD 1 TO WRK-HELD-OVER
               END-IF
           ELSE
               PERFORM 0125-CHECK-AGE
               IF WRK-ITEM-STALE
                   ADD 1 TO WRK-STALE-COUNT
               END-IF
           END-IF.
           PERFORM 0115-READ-HOLD.

      *-----------------------------------------------------------------
      *    A DECIDED RECORD IN DUPLICATE-RECORD IS STALE ONCE ITS
      *    DECISION IS MORE THAN WRK-KEEP-DAYS OLD.
      *-----------------------------------------------------------------
       0125-CHECK-AGE                  SECTION.
           MOVE "N" TO WRK-STALE-SW.
           IF NOT DUP-HELD
            AND DUP-ACTION-DATE IS NUMERIC
               MOVE "D"             TO WRK-DSRV-FUNC
               MOVE DUP-ACTION-DATE TO WRK-DSRV-DATE-1
               MOVE WRK-TODAY       TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF WRK-DSRV-OK
                AND WRK-DSRV-DAYS GREATER THAN WRK-KEEP-DAYS
                   MOVE "Y" TO WRK-STALE-SW
               END-IF
           END-IF.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0210-ONE-ACTION UNTIL NOT WRK-KEEP-GOING.

       0210-ONE-ACTION                 SECTION.
           DISPLAY "ACAO (L=LISTAR RETIDOS, R=LIBERAR, D=DESCARTAR): "
           ACCEPT WRK-ACTION.
           EVALUATE WRK-ACTION
             WHEN "L"
               PERFORM 0220-LIST-HELD
             WHEN "R"
             WHEN "D"
               PERFORM 0230-DECIDE-ITEM
             WHEN OTHER
               DISPLAY "ACAO INVALIDA."
           END-EVALUATE.
           DISPLAY "DESEJA OUTRA ACAO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

       0220-LIST-HELD                  SECTION.
           DISPLAY "NR  DEPT MOVIMENTO IGUAL AO REGISTRO".
           PERFORM 0225-LIST-ONE-ITEM VARYING WRK-HOLD-IDX
               FROM 1 BY 1 UNTIL WRK-HOLD-IDX > WRK-HOLD-COUNT.

       0225-LIST-ONE-ITEM              SECTION.
           MOVE WRK-HOLD-IMAGE(WRK-HOLD-IDX) TO WRK-ITM-AREA.
           IF WRK-ITM-HELD
               MOVE WRK-HOLD-IDX TO WRK-LIST-NUM
               DISPLAY WRK-LIST-NUM " " WRK-ITM-DEPT " "
                       WRK-ITM-MOVE-DATE "  " WRK-ITM-MATCH-DATE " "
                       WRK-ITM-DATA(1:45)
           END-IF.

      *-----------------------------------------------------------------
      *    ONE DECISION.  ONLY A RECORD STILL HELD CAN BE DECIDED; IT
      *    IS SHOWN WHOLE AND CONFIRMED BEFORE ANYTHING MOVES.
      *-----------------------------------------------------------------
       0230-DECIDE-ITEM                SECTION.
           DISPLAY "NUMERO DO REGISTRO: "
           ACCEPT WRK-FIND-NUM.
           IF WRK-FIND-NUM GREATER THAN ZERO
            AND WRK-FIND-NUM NOT GREATER THAN WRK-HOLD-COUNT
               MOVE WRK-HOLD-IMAGE(WRK-FIND-NUM) TO WRK-ITM-AREA
           END-IF.
           EVALUATE TRUE
             WHEN WRK-FIND-NUM EQUAL TO ZERO
             WHEN WRK-FIND-NUM GREATER THAN WRK-HOLD-COUNT
               DISPLAY "REGISTRO " WRK-FIND-NUM " NAO ENCONTRADO."
             WHEN NOT WRK-ITM-HELD
               DISPLAY "REGISTRO " WRK-FIND-NUM " JA DECIDIDO ("
                       WRK-ITM-STATUS ") POR " WRK-ITM-ACTION-ID "."
             WHEN OTHER
               PERFORM 0240-SHOW-ITEM
               IF WRK-ACTION EQUAL TO "R"
                   DISPLAY "CONFIRMA A LIBERACAO PARA O CALCVAL? "
                           "(S/N): "
               ELSE
                   DISPLAY "CONFIRMA O DESCARTE? (S/N): "
               END-IF
               ACCEPT WRK-CONFIRM
               IF WRK-CONFIRM EQUAL TO "S"
                   PERFORM 0250-RECORD-DECISION
               ELSE
                   DISPLAY "NADA DECIDIDO."
               END-IF
           END-EVALUATE.

       0240-SHOW-ITEM                  SECTION.
           DISPLAY "DEPARTAMENTO " WRK-ITM-DEPT " - MOVIMENTO "
                   WRK-ITM-MOVE-DATE ", REGISTRO " WRK-ITM-SEQ
                   " DO LOTE.".
           DISPLAY "IGUAL A UM REGISTRO JA ACEITO NO MOVIMENTO "
                   WRK-ITM-MATCH-DATE ".".
           DISPLAY "  " WRK-ITM-DATA(1:65).

      *-----------------------------------------------------------------
      *    A RELEASE IS APPENDED TO CALCDRL IN THE CALCVAL SHAPE; IF
      *    THAT FAILS THE RECORD STAYS HELD.
      *-----------------------------------------------------------------
       0250-RECORD-DECISION            SECTION.
           IF WRK-ACTION EQUAL TO "R"
               OPEN EXTEND RELEASE-FILE
               IF WRK-RELEASE-STATUS-NOT-FOUND
                   OPEN OUTPUT RELEASE-FILE
               END-IF
               IF WRK-RELEASE-STATUS-OK
                   MOVE WRK-ITM-DATA(1:65) TO RLS-DATA
                   MOVE WRK-ITM-DEPT       TO RLS-DEPT
                   MOVE ZERO               TO RLS-FED-DATE
                                              RLS-FED-COUNT
                                              RLS-FED-HASH
                   WRITE RELEASE-RECORD
                   CLOSE RELEASE-FILE
                   MOVE "L" TO WRK-ITM-STATUS
                   ADD 1 TO WRK-RELEASED-COUNT
                   DISPLAY "REGISTRO LIBERADO - ENTRA NA PROXIMA "
                           "CRITICA."
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCDRL - STATUS "
                           WRK-RELEASE-STATUS " - REGISTRO MANTIDO."
               END-IF
           ELSE
               MOVE "D" TO WRK-ITM-STATUS
               ADD 1 TO WRK-DROPPED-COUNT
               DISPLAY "REGISTRO DESCARTADO."
           END-IF.
           IF NOT WRK-ITM-HELD
               MOVE WRK-USR-ID TO WRK-ITM-ACTION-ID
               ACCEPT WRK-ITM-ACTION-DATE FROM DATE YYYYMMDD
               MOVE WRK-ITM-AREA TO WRK-HOLD-IMAGE(WRK-FIND-NUM)
               MOVE "Y" TO WRK-DIRTY-SW
           END-IF.

      *-----------------------------------------------------------------
      *    CALCDUP IS COPIED TO CALCDUW RECORD BY RECORD, EACH DECISION
      *    TAKEN THIS SESSION APPLIED TO THE RECORD AT ITS PLACE AND
      *    THE STALE DECISIONS LEFT OUT, THEN COPIED BACK.  ANYTHING
      *    CALCEDIT APPENDED WHILE THE SESSION WAS OPEN COMES ALONG
      *    WITH THE REST, AND NO HELD RECORD IS EVER LEFT OUT.  A RUN
      *    WITH NO DECISION STILL REWRITES THE FILE TO CLEAR STALE
      *    ONES.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           IF WRK-HOLD-DIRTY OR WRK-STALE-COUNT GREATER THAN ZERO
               PERFORM 0310-COPY-TO-WORK
               IF WRK-WORK-COPIED
                   PERFORM 0330-COPY-BACK
               END-IF
           END-IF.
           DISPLAY WRK-RELEASED-COUNT " REGISTRO(S) LIBERADO(S).".
           DISPLAY WRK-DROPPED-COUNT " REGISTRO(S) DESCARTADO(S).".
           DISPLAY WRK-PURGED-COUNT " DECISAO(OES) COM MAIS DE "
                   WRK-KEEP-DAYS " DIAS RETIRADA(S) DO CALCDUP.".
           DISPLAY "======== FIM DA REVISAO DE DUPLICIDADES ========".

       0310-COPY-TO-WORK               SECTION.
           OPEN OUTPUT WORK-FILE.
           IF NOT WRK-WORK-STATUS-OK
               DISPLAY "ARQUIVO DE TRABALHO CALCDUW NAO PODE SER "
                       "GRAVADO - STATUS " WRK-WORK-STATUS
               DISPLAY "AS DECISOES DESTA SESSAO NAO FORAM GRAVADAS "
                       "NO CALCDUP."
           ELSE
               MOVE "N"  TO WRK-EOF-SW
               MOVE ZERO TO WRK-FILE-POS
               MOVE 1    TO WRK-APPLY-IDX
               OPEN INPUT HOLD-FILE
               IF WRK-HOLD-STATUS-OK
                   PERFORM 0115-READ-HOLD
                   PERFORM 0320-COPY-ONE-ITEM UNTIL WRK-END-OF-FILE
                   CLOSE HOLD-FILE
                   MOVE "Y" TO WRK-COPIED-SW
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCDUP - STATUS "
                           WRK-HOLD-STATUS " - DECISOES NAO GRAVADAS."
               END-IF
               CLOSE WORK-FILE
           END-IF.

       0320-COPY-ONE-ITEM              SECTION.
           ADD 1 TO WRK-FILE-POS.
           IF WRK-APPLY-IDX NOT GREATER THAN WRK-HOLD-COUNT
               IF WRK-HOLD-POS(WRK-APPLY-IDX) EQUAL TO WRK-FILE-POS
                   PERFORM 0325-APPLY-DECISION
                   ADD 1 TO WRK-APPLY-IDX
               END-IF
           END-IF.
           PERFORM 0125-CHECK-AGE.
           IF WRK-ITEM-STALE
               ADD 1 TO WRK-PURGED-COUNT
           ELSE
               WRITE WORK-RECORD FROM DUPLICATE-RECORD
           END-IF.
           PERFORM 0115-READ-HOLD.

      *-----------------------------------------------------------------
      *    THE TABLE ENTRY REPLACES THE RECORD ONLY WHEN THE RECORD AT
      *    THAT PLACE IS STILL THE SAME HELD DETAIL - IF ANOTHER
      *    SESSION REWROTE THE FILE MEANWHILE, THE RECORD IS KEPT AS
      *    IT IS AND THE DECISION CALLED OUT.
      *-----------------------------------------------------------------
       0325-APPLY-DECISION             SECTION.
           MOVE WRK-HOLD-IMAGE(WRK-APPLY-IDX) TO WRK-ITM-AREA.
           IF DUP-HELD
            AND WRK-ITM-MOVE-DATE EQUAL TO DUP-MOVE-DATE
            AND WRK-ITM-SEQ       EQUAL TO DUP-SEQ
            AND WRK-ITM-DEPT      EQUAL TO DUP-DEPT
            AND WRK-ITM-DATA      EQUAL TO DUP-DATA
               MOVE WRK-ITM-AREA TO DUPLICATE-RECORD
           ELSE
               IF NOT WRK-ITM-HELD
                   MOVE WRK-APPLY-IDX TO WRK-LIST-NUM
                   DISPLAY "AVISO: REGISTRO " WRK-LIST-NUM " MUDOU NO "
                           "CALCDUP DURANTE A SESSAO - DECISAO "
                           WRK-ITM-STATUS " NAO GRAVADA."
               END-IF
           END-IF.

       0330-COPY-BACK                  SECTION.
           OPEN OUTPUT HOLD-FILE.
           IF NOT WRK-HOLD-STATUS-OK
               DISPLAY "CALCDUP NAO PODE SER REGRAVADO - STATUS "
                       WRK-HOLD-STATUS " - DECISOES FICAM NO CALCDUW."
           ELSE
               MOVE "N" TO WRK-WORK-EOF-SW
               OPEN INPUT WORK-FILE
               PERFORM 0335-READ-WORK
               PERFORM 0340-COPY-ONE-BACK UNTIL WRK-END-OF-WORK
               CLOSE WORK-FILE
               CLOSE HOLD-FILE
           END-IF.

       0335-READ-WORK                  SECTION.
           READ WORK-FILE
               AT END MOVE "Y" TO WRK-WORK-EOF-SW
           END-READ.

       0340-COPY-ONE-BACK              SECTION.
           WRITE DUPLICATE-RECORD FROM WORK-RECORD.
           PERFORM 0335-READ-WORK.
