      *                     THAT HID A FORCED ZERO FROM CALCERR AND
      *                     CALCINQ.  A FAILED CORRECTION IS CALLED
      *                     OUT AT THE TERMINAL TOO.
      *    14-10-2026  NB   THE CORRECTION CARRIES THE ORIGINAL'S
      *                     DEPARTMENT - SET ON AUDITWTR (FUNCTION
      *                     "D") BEFORE THE WRITE - SO THE NEW ENTRY
      *                     IS CHARGED TO THE DEPARTMENT THAT ASKED
      *                     FOR THE CALCULATION IN THE FIRST PLACE.
      *    14-10-2026  NB   A CORRECTION THAT MOVES THE RESULT BY THE
      *                     CALCLIM LIMIT OR MORE IS NO LONGER POSTED
      *                     HERE - THE RECOMPUTED CORRECTION IS QUEUED
      *                     ON CALCPEND THROUGH PENDWTR, WITH THE
      *                     ORIGINAL AS THE BEFORE IMAGE, AND CALCAPRV
      *                     POSTS IT AND MARKS THE ORIGINAL ONCE A
      *                     SECOND USER APPROVES.  BELOW THE LIMIT THE
      *                     CORRECTION IS POSTED AT ONCE AS BEFORE.
      *    14-10-2026  NB   PERIOD CLOSE LOCK.  NOTHING IS CORRECTED
      *                     WHILE THE CURRENT MONTH IS CLOSING OR
      *                     CLOSED ON CALCPER.  AN ORIGINAL WHOSE OWN
      *                     MONTH IS CLOSING OR CLOSED IS NO LONGER
      *                     NETTED OUT OF THAT MONTH - THE CORRECTION
      *                     IS POSTED IN THE CURRENT MONTH AS A
      *                     PRIOR-PERIOD ADJUSTMENT CARRYING THE
      *                     ORIGINAL'S MONTH AND THE NET CHANGE, AND
      *                     THE ORIGINAL IS MARKED "P" SO ITS OWN
      *                     MONTH'S TOTALS NEVER MOVE.  CORRECTING AN
      *                     ADJUSTMENT STILL IN AN OPEN MONTH REPLACES
      *                     IT, CARRYING THE ADJUSTED MONTH FORWARD
      *                     AND THE NET CHANGE ACCUMULATED.  AN ENTRY
      *                     MARKED EITHER WAY IS REFUSED.
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
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "CALCLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMIT-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  LIMIT-FILE.
       COPY "#LIMREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-AUDIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-AUDIT-STATUS==.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-LIMIT-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-LIMIT-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-LIMIT-STATUS==.
       COPY "#USRVAR".
       COPY "#AUDWTR".
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-PND-AREA==
           LEADING ==PND-== BY ==WRK-PND-==.
       COPY "#PNDCORR".
       COPY "#PERVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
       77  WRK-PREC-SHIFTED    PIC S9(16).
       77  WRK-PREC-POWER      PIC 9(07).
       77  WRK-CORR-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-QUEUED-COUNT    PIC 9(05) VALUE ZERO.
       77  WRK-LIMIT           PIC 9(10)V99 VALUE ZERO.
       77  WRK-LIMIT-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-CORR-DIFF       PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-ADJ-PERIOD      PIC 9(06) VALUE ZERO.
       77  WRK-ADJ-AMOUNT      PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-ORIG-MARK       PIC X(01) VALUE "S".
       77  WRK-ORIG-LOCKED-SW  PIC X(01) VALUE "N".
           88  WRK-ORIG-LOCKED     VALUE "Y".
       77  WRK-CORR-DISP       PIC X(01) VALUE "0".
       77  WRK-NEW-DISP        PIC X(01) VALUE "0".
       77  WRK-CORR-OP         PIC X(01) VALUE SPACE.
               88  WRK-ORIG-ROUNDED    VALUE "S".
           05  WRK-ORIG-CCY-CODE   PIC X(03).
           05  WRK-ORIG-CCY-RATE   PIC 9(01)V9(06).
           05  WRK-ORIG-DEPT       PIC X(04).
           05  WRK-ORIG-FIRST      PIC S9(10)V99.
           05  WRK-ORIG-SECOND     PIC S9(10)V99.
           05  WRK-ORIG-RESULT     PIC S9(10)V9(06).
           05  WRK-ORIG-DISP       PIC X(01).
           05  WRK-ORIG-DATE       PIC 9(08).
           05  WRK-ORIG-ADJ-PERIOD PIC 9(06).
           05  WRK-ORIG-ADJ-AMOUNT PIC S9(10)V9(06).

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               MOVE ZERO TO WRK-PER-REQ-DATE
               CALL "PERCHECK" USING WRK-PER-REQUEST
               IF WRK-PER-LOCKED
                   DISPLAY "O PERIODO CORRENTE " WRK-PER-REQ-PERIOD
                           " ESTA EM FECHAMENTO OU FECHADO NO CALCPER"
                           " - NENHUMA CORRECAO PODE SER LANCADA."
               ELSE
                   MOVE "Y" TO WRK-READY-SW
                   PERFORM 0110-LOAD-LIMIT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE CORRECTION LIMIT - ZERO, SO EVERY CORRECTION IS QUEUED
      *    FOR APPROVAL, WHEN NO CALCLIM IS ON FILE.
      *-----------------------------------------------------------------
       0110-LOAD-LIMIT                 SECTION.
           MOVE ZERO TO WRK-LIMIT.
           OPEN INPUT LIMIT-FILE.
           IF WRK-LIMIT-STATUS-OK
               READ LIMIT-FILE
                   NOT AT END
                       IF LIM-AMOUNT IS NUMERIC
                           MOVE LIM-AMOUNT TO WRK-LIMIT
                       END-IF
               END-READ
               CLOSE LIMIT-FILE
           END-IF.
           MOVE WRK-LIMIT TO WRK-LIMIT-ED.
           DISPLAY "CORRECOES QUE ALTERAM O RESULTADO EM MENOS DE "
                   WRK-LIMIT-ED " ENTRAM DIRETO; AS DEMAIS VAO "
                   "PARA APROVACAO.".

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
               END-READ
               CLOSE AUDIT-FILE
               IF WRK-CORR-DISP EQUAL TO "C"
                   PERFORM 0250-COMPUTE-CORRECTION
                   IF WRK-CORR-DIFF LESS THAN WRK-LIMIT
                       PERFORM 0260-POST-CORRECTION
                       PERFORM 0280-MARK-ORIGINAL
                   ELSE
                       PERFORM 0290-QUEUE-CORRECTION
                   END-IF
               END-IF
           END-IF.
           IF WRK-KEEP-GOING
       0220-PREPARE-CORRECTION         SECTION.
           MOVE AUD-OPERATOR TO WRK-CORR-OP.
           EVALUATE TRUE
             WHEN AUD-CORRECTION-DONE
               DISPLAY "CALCULO " WRK-ORIG-ID " JA FOI CORRIGIDO - "
                       "CORRIJA O LANCAMENTO DE CORRECAO."
             WHEN NOT WRK-CORRECTABLE-OP
               MOVE AUD-ROUND-MODE TO WRK-ORIG-ROUND-SW
               MOVE AUD-CCY-CODE   TO WRK-ORIG-CCY-CODE
               MOVE AUD-CCY-RATE   TO WRK-ORIG-CCY-RATE
               MOVE AUD-DEPT       TO WRK-ORIG-DEPT
               MOVE AUD-FIRST-NUM  TO WRK-ORIG-FIRST
               MOVE AUD-SECOND-NUM TO WRK-ORIG-SECOND
               MOVE AUD-RESULT     TO WRK-ORIG-RESULT
               MOVE AUD-DISPOSITION TO WRK-ORIG-DISP
               MOVE AUD-DATE-NUM   TO WRK-ORIG-DATE
               MOVE ZERO TO WRK-ORIG-ADJ-PERIOD
               MOVE ZERO TO WRK-ORIG-ADJ-AMOUNT
               IF AUD-ADJ-PERIOD IS NUMERIC
                   MOVE AUD-ADJ-PERIOD TO WRK-ORIG-ADJ-PERIOD
                   MOVE AUD-ADJ-AMOUNT TO WRK-ORIG-ADJ-AMOUNT
               END-IF
               PERFORM 0230-CHECK-ORIG-PERIOD
               MOVE "C" TO WRK-CORR-DISP
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE ORIGINAL'S OWN MONTH DECIDES HOW THE CORRECTION LANDS.
      *    OPEN, IT IS AN ORDINARY CORRECTION AND THE ORIGINAL IS
      *    NETTED OUT; CLOSING OR CLOSED, THE CORRECTION BECOMES A
      *    PRIOR-PERIOD ADJUSTMENT OF THAT MONTH AND THE ORIGINAL
      *    STAYS IN IT, MARKED "P".
      *-----------------------------------------------------------------
       0230-CHECK-ORIG-PERIOD          SECTION.
           MOVE WRK-ORIG-DATE TO WRK-PER-REQ-DATE.
           CALL "PERCHECK" USING WRK-PER-REQUEST.
           IF WRK-PER-LOCKED
               MOVE "Y" TO WRK-ORIG-LOCKED-SW
               DISPLAY "O PERIODO " WRK-PER-REQ-PERIOD " DO ORIGINAL "
                       "ESTA EM FECHAMENTO OU FECHADO - A CORRECAO "
                       "SERA LANCADA COMO AJUSTE DE PERIODO ANTERIOR."
           ELSE
               MOVE "N" TO WRK-ORIG-LOCKED-SW
           END-IF.

      *-----------------------------------------------------------------
      *    WITH THE CORRECTION SAFELY ON FILE, THE ORIGINAL IS MARKED
      *    CORRECTED - "S" SO CALCRPT AND CALCEXTR NET IT OUT, OR "P"
      *    WHEN IT STAYS IN ITS CLOSED MONTH - AND THE MARKED ENTRY IS
      *    JOURNALED ON CALCAIJ THROUGH AUDITWTR.
      *-----------------------------------------------------------------
       0280-MARK-ORIGINAL              SECTION.
           OPEN I-O AUDIT-FILE.
                   DISPLAY "AVISO: ORIGINAL " WRK-ORIG-ID " SUMIU "
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
           CLOSE AUDIT-FILE.
      *    THE CORRECTED FIGURES ARE RECOMPUTED THE WAY CALCRECON
      *    RECOMPUTES - SAME OPERATOR EVALUATE, SAME GUARDS, SETTLED
      *    AT THE ORIGINAL'S PRECISION AND CONVERTED BY THE ORIGINAL'S
      *    EXACT RATE.  THE SIZE OF THE CORRECTION - HOW FAR IT MOVES
      *    THE RESULT, EITHER WAY - DECIDES WHETHER IT NEEDS A SECOND
      *    USER'S APPROVAL.
      *-----------------------------------------------------------------
       0250-COMPUTE-CORRECTION         SECTION.
           PERFORM 0270-RECOMPUTE-RESULT.
           PERFORM 0275-APPLY-ORIG-PRECISION.
           IF WRK-ORIG-CCY-CODE NOT EQUAL TO SPACES AND "BRL"
               END-COMPUTE
               PERFORM 0275-APPLY-ORIG-PRECISION
           END-IF.
           COMPUTE WRK-CORR-DIFF = WRK-RECALC - WRK-ORIG-RESULT.
           PERFORM 0255-SET-ADJUSTMENT.
           IF WRK-CORR-DIFF LESS THAN ZERO
               COMPUTE WRK-CORR-DIFF = ZERO - WRK-CORR-DIFF
           END-IF.

      *-----------------------------------------------------------------
      *    THE ADJUSTED MONTH AND NET CHANGE THE NEW ENTRY CARRIES,
      *    AND HOW THE ORIGINAL IS MARKED.  AN ORIGINAL THAT IS ITSELF
      *    AN ADJUSTMENT IN AN OPEN MONTH IS REPLACED OUTRIGHT, SO ITS
      *    ADJUSTED MONTH CARRIES FORWARD AND ITS NET CHANGE ADDS IN.
      *-----------------------------------------------------------------
       0255-SET-ADJUSTMENT             SECTION.
           EVALUATE TRUE
             WHEN WRK-ORIG-LOCKED
               MOVE WRK-ORIG-DATE(1:6) TO WRK-ADJ-PERIOD
               MOVE WRK-CORR-DIFF      TO WRK-ADJ-AMOUNT
               MOVE "P"                TO WRK-ORIG-MARK
             WHEN WRK-ORIG-ADJ-PERIOD GREATER THAN ZERO
               MOVE WRK-ORIG-ADJ-PERIOD TO WRK-ADJ-PERIOD
               COMPUTE WRK-ADJ-AMOUNT = WRK-ORIG-ADJ-AMOUNT
                                      + WRK-CORR-DIFF
               MOVE "S"                TO WRK-ORIG-MARK
             WHEN OTHER
               MOVE ZERO               TO WRK-ADJ-PERIOD
               MOVE ZERO               TO WRK-ADJ-AMOUNT
               MOVE "S"                TO WRK-ORIG-MARK
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE CORRECTION IS POSTED THROUGH AUDITWTR WITH THE
      *    CORRECTION REFERENCE SET, SO EVERY READER OF THE MASTER
      *    SEES WHICH CALCULATION THE NEW ENTRY REPLACES.
      *-----------------------------------------------------------------
       0260-POST-CORRECTION            SECTION.
           MOVE "O" TO WRK-AWT-FUNC.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE "D"                TO WRK-AWT-FUNC.
           MOVE WRK-ORIG-DEPT      TO WRK-AWT-DEPT.
           MOVE ZERO               TO WRK-AWT-TEMPLATE.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE "W"                TO WRK-AWT-FUNC.
           MOVE WRK-USR-ID         TO WRK-AWT-USER-ID.
           MOVE WRK-ORIG-OPERATOR  TO WRK-AWT-OPERATOR.
           MOVE WRK-ORIG-CCY-CODE  TO WRK-AWT-CCY-CODE.
           MOVE WRK-ORIG-CCY-RATE  TO WRK-AWT-CCY-RATE.
           MOVE WRK-ORIG-ID        TO WRK-AWT-CORR-REF.
           MOVE WRK-ADJ-PERIOD     TO WRK-AWT-ADJ-PERIOD.
           MOVE WRK-ADJ-AMOUNT     TO WRK-AWT-ADJ-AMOUNT.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE "C" TO WRK-AWT-FUNC.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           DISPLAY "CORRECAO GRAVADA - CALCULO NR " WRK-AWT-CALC-ID
                   " CORRIGE O " WRK-ORIG-ID "."
           DISPLAY "RESULTADO CORRIGIDO: " WRK-RESULT-ED.
           IF WRK-ADJ-PERIOD GREATER THAN ZERO
               MOVE WRK-ADJ-AMOUNT TO WRK-RESULT-ED
               DISPLAY "AJUSTE DO PERIODO " WRK-ADJ-PERIOD ": "
                       WRK-RESULT-ED
           END-IF.
           IF WRK-NEW-DISP NOT EQUAL TO "0"
               DISPLAY "ATENCAO: A CORRECAO FALHOU (DISPOSICAO "
                       WRK-NEW-DISP ") - ELA SAIRA NO CALCERR PARA "
               COMPUTE WRK-RECALC = WRK-PREC-SHIFTED / WRK-PREC-POWER
           END-IF.

      *-----------------------------------------------------------------
      *    A CORRECTION AT OR ABOVE THE LIMIT GOES TO THE APPROVAL
      *    QUEUE INSTEAD - THE ORIGINAL AS IT STANDS IS THE BEFORE
      *    IMAGE, THE RECOMPUTED CORRECTION THE AFTER IMAGE.  THE
      *    ORIGINAL IS NOT MARKED UNTIL CALCAPRV POSTS IT.
      *-----------------------------------------------------------------
       0290-QUEUE-CORRECTION           SECTION.
           MOVE SPACES TO WRK-PND-AREA.
           MOVE "C"         TO WRK-PND-TYPE.
           MOVE "C"         TO WRK-PND-ACTION.
           MOVE WRK-ORIG-ID TO WRK-PND-KEY.
           MOVE WRK-USR-ID  TO WRK-PND-MAKER-ID.
           MOVE SPACES             TO PND-CORR-IMAGE.
           MOVE WRK-ORIG-ID        TO PCI-ORIG-ID.
           MOVE WRK-ORIG-OPERATOR  TO PCI-OPERATOR.
           MOVE WRK-ORIG-FIRST     TO PCI-FIRST-NUM.
           MOVE WRK-ORIG-SECOND    TO PCI-SECOND-NUM.
           MOVE WRK-ORIG-RESULT    TO PCI-RESULT.
           MOVE WRK-ORIG-PRECISION TO PCI-PRECISION.
           MOVE WRK-ORIG-ROUND-SW  TO PCI-ROUND-SW.
           MOVE WRK-ORIG-DISP      TO PCI-DISPOSITION.
           MOVE WRK-ORIG-CCY-CODE  TO PCI-CCY-CODE.
           MOVE WRK-ORIG-CCY-RATE  TO PCI-CCY-RATE.
           MOVE WRK-ORIG-DEPT      TO PCI-DEPT.
           MOVE PND-CORR-IMAGE     TO WRK-PND-BEFORE.
           MOVE WRK-NEW-FIRST      TO PCI-FIRST-NUM.
           MOVE WRK-NEW-SECOND     TO PCI-SECOND-NUM.
           MOVE WRK-RECALC         TO PCI-RESULT.
           MOVE WRK-NEW-DISP       TO PCI-DISPOSITION.
           MOVE PND-CORR-IMAGE     TO WRK-PND-AFTER.
           CALL "PENDWTR" USING WRK-PND-AREA.
           IF WRK-PND-ID GREATER THAN ZERO
               ADD 1 TO WRK-QUEUED-COUNT
               MOVE WRK-RECALC TO WRK-RESULT-ED
               DISPLAY "CORRECAO DO " WRK-ORIG-ID " ENVIADA PARA "
                       "APROVACAO - PENDENCIA NR " WRK-PND-ID "."
               DISPLAY "RESULTADO CORRIGIDO: " WRK-RESULT-ED
           ELSE
               DISPLAY "CORRECAO NAO ENVIADA PARA APROVACAO - NADA "
                       "GRAVADO."
           END-IF.

       0300-END                        SECTION.
           DISPLAY WRK-CORR-COUNT " CORRECAO(OES) GRAVADA(S).".
           DISPLAY WRK-QUEUED-COUNT " CORRECAO(OES) ENVIADA(S) PARA "
                   "APROVACAO.".
           DISPLAY "======== FIM DAS CORRECOES ========".
