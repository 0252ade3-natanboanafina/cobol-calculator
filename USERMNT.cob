      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   INCLUDING, DISABLING AND RESETTING A USER
      *                     NO LONGER TAKE EFFECT AT ONCE - EACH IS
      *                     QUEUED ON CALCPEND THROUGH PENDWTR WITH
      *                     THE CALCUSER RECORD BEFORE AND AFTER, AND
      *                     ONLY REACHES CALCUSER WHEN A SECOND
      *                     SUPERVISOR APPROVES IT IN CALCAPRV.  THE
      *                     BOOTSTRAP OF AN EMPTY FILE STILL WRITES
      *                     THE FIRST SUPERVISOR DIRECTLY - THERE IS
      *                     NOBODY YET TO APPROVE IT.
      *    15-10-2026  NB   THE BEFORE AND AFTER IMAGES QUEUED ON
      *                     CALCPEND ARE NOW BUILT IN WORKING-STORAGE
      *                     (WRK-USER-IMAGE) - CALCUSER IS CLOSED BY
      *                     THEN, SO ITS RECORD AREA CANNOT BE USED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ==WRK-USER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-USER-STATUS==.
       COPY "#USRVAR".
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-PND-AREA==
           LEADING ==PND-== BY ==WRK-PND-==.
       COPY "#USERREC" REPLACING
           ==USER-RECORD== BY ==WRK-USER-IMAGE==
           LEADING ==USR-== BY ==UIM-==.
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-USERS    VALUE "Y".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
       77  WRK-WRITE-IDX       PIC 9(03) COMP.
       77  WRK-LIST-IDX        PIC 9(03) COMP.
       77  WRK-CHANGE-COUNT    PIC 9(03) VALUE ZERO.
       77  WRK-QUEUED-COUNT    PIC 9(03) VALUE ZERO.
       77  WRK-ID-IN           PIC X(08) VALUE SPACES.
       77  WRK-NAME-IN         PIC X(30) VALUE SPACES.
       77  WRK-PIN-IN          PIC X(04) VALUE SPACES.
               DISPLAY "USUARIO " WRK-ID-IN " JA CADASTRADO."
             WHEN WRK-USER-COUNT NOT LESS THAN 50
               DISPLAY "CALCUSER CHEIO - NADA GRAVADO."
             WHEN WRK-BOOTSTRAP
               ADD 1 TO WRK-USER-COUNT
               MOVE WRK-ID-IN   TO WRK-TBL-ID(WRK-USER-COUNT)
               MOVE WRK-NAME-IN TO WRK-TBL-NAME(WRK-USER-COUNT)
               ADD 1 TO WRK-CHANGE-COUNT
               MOVE "N" TO WRK-BOOT-SW
               DISPLAY "USUARIO INCLUIDO: " WRK-ID-IN
             WHEN OTHER
               MOVE SPACES      TO WRK-PND-AREA
               MOVE WRK-ID-IN   TO UIM-ID
               MOVE WRK-NAME-IN TO UIM-NAME
               MOVE WRK-PIN-IN  TO UIM-PIN
               MOVE "A"         TO UIM-STATUS
               MOVE ZERO        TO UIM-FAILS
               MOVE WRK-AUTH-IN TO UIM-AUTH
               MOVE WRK-USER-IMAGE TO WRK-PND-AFTER
               MOVE "I"         TO WRK-PND-ACTION
               PERFORM 0270-QUEUE-CHANGE
           END-EVALUATE.

       0230-DISABLE-USER               SECTION.
           IF WRK-HIT-IDX EQUAL TO ZERO
               DISPLAY "USUARIO " WRK-ID-IN " NAO ENCONTRADO."
           ELSE
               MOVE SPACES      TO WRK-PND-AREA
               MOVE WRK-USER-ENTRY(WRK-HIT-IDX) TO WRK-USER-IMAGE
               MOVE WRK-USER-IMAGE TO WRK-PND-BEFORE
               MOVE "D"         TO UIM-STATUS
               MOVE WRK-USER-IMAGE TO WRK-PND-AFTER
               MOVE "D"         TO WRK-PND-ACTION
               PERFORM 0270-QUEUE-CHANGE
           END-IF.

      *-----------------------------------------------------------------
               IF WRK-PIN-IN IS NOT NUMERIC
                   DISPLAY "PIN INVALIDO - NADA ALTERADO."
               ELSE
                   MOVE SPACES      TO WRK-PND-AREA
                   MOVE WRK-USER-ENTRY(WRK-HIT-IDX) TO WRK-USER-IMAGE
                   MOVE WRK-USER-IMAGE TO WRK-PND-BEFORE
                   MOVE WRK-PIN-IN  TO UIM-PIN
                   MOVE "A"         TO UIM-STATUS
                   MOVE ZERO        TO UIM-FAILS
                   IF UIM-AUTH NOT EQUAL TO "1" AND "2" AND "3"
                       MOVE "1" TO UIM-AUTH
                       DISPLAY "AUTORIDADE 1 ASSUMIDA - AJUSTE SE "
                               "PRECISO."
                   END-IF
                   MOVE WRK-USER-IMAGE TO WRK-PND-AFTER
                   MOVE "R"         TO WRK-PND-ACTION
                   PERFORM 0270-QUEUE-CHANGE
               END-IF
           END-IF.

               MOVE WRK-USER-IDX TO WRK-HIT-IDX
           END-IF.

      *-----------------------------------------------------------------
      *    THE CHANGE GOES TO THE APPROVAL QUEUE WITH THE CALCUSER
      *    RECORD AS IT STANDS AND AS IT WOULD STAND AFTERWARDS (A NEW
      *    USER HAS NO BEFORE IMAGE).  THE CALLER HAS ALREADY SET THE
      *    ACTION AND THE IMAGES.
      *-----------------------------------------------------------------
       0270-QUEUE-CHANGE               SECTION.
           MOVE "U"        TO WRK-PND-TYPE.
           MOVE WRK-ID-IN  TO WRK-PND-KEY.
           MOVE WRK-USR-ID TO WRK-PND-MAKER-ID.
           CALL "PENDWTR" USING WRK-PND-AREA.
           IF WRK-PND-ID GREATER THAN ZERO
               ADD 1 TO WRK-QUEUED-COUNT
               DISPLAY "ALTERACAO DO USUARIO " WRK-ID-IN " ENVIADA "
                       "PARA APROVACAO - PENDENCIA NR " WRK-PND-ID "."
           ELSE
               DISPLAY "ALTERACAO NAO ENVIADA PARA APROVACAO - NADA "
                       "GRAVADO."
           END-IF.

      *-----------------------------------------------------------------
      *    CHANGES GO BACK TO DISK BY REPLACING THE FILE WHOLE, THE
      *    SAME WAY USERAUTH WRITES ITS LOCKOUTS BACK.  OUTSIDE THE
      *    BOOTSTRAP THERE ARE NONE - CALCAPRV APPLIES THE QUEUE.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           IF WRK-CHANGE-COUNT GREATER THAN ZERO
               CLOSE USER-FILE
           END-IF.
           DISPLAY WRK-CHANGE-COUNT " ALTERACAO(OES) GRAVADA(S).".
           DISPLAY WRK-QUEUED-COUNT " ALTERACAO(OES) ENVIADA(S) PARA "
                   "APROVACAO.".
           DISPLAY "======== FIM DA MANUTENCAO ========".

       0310-WRITE-ONE-USER             SECTION.
