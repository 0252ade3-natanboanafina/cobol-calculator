      *                     CALCEDIT'S CONTROL CHECK REFUSES THE
      *                     RESUBMISSION OUTRIGHT, AND NO CLERK CAN
      *                     HAND-COMPUTE A 15-DIGIT HASH.
      *    14-10-2026  NB   THE REJECTS NOW CARRY THE DEPARTMENT OF
      *                     THE DELIVERY THEY CAME IN (REJ-DEPT), SO A
      *                     BLANK DEPARTMENT AT THE PROMPT TAKES THE
      *                     ONE ON THE FIRST REJECT AND THE FIX GOES
      *                     BACK UNDER THE DEPARTMENT THAT SENT IT.  A
      *                     REJECT FROM ANOTHER DEPARTMENT CANNOT RIDE
      *                     THIS HEADER - IT IS KEPT IN CALCPND AS IT
      *                     CAME, NOT ABANDONED, FOR A PASS UNDER ITS
      *                     OWN DEPARTMENT.
      *    14-10-2026  NB   A MOVEMENT DATE IN A MONTH THAT IS CLOSING
      *                     OR CLOSED ON CALCPER (ASKED THROUGH
      *                     PERCHECK) IS REFUSED - A RESUBMISSION MAY
      *                     NOT CARRY WORK BACK INTO A PERIOD FINANCE
      *                     IS SIGNING OFF OR HAS SIGNED OFF.
      *    14-10-2026  NB   SPELLS THE NEW EDITCHK REASON 08 - A
      *                     FINANCIAL RECORD WHOSE AMORTIZATION METHOD
      *                     IS NOT BLANK, P OR S.
      *    14-10-2026  NB   SPELLS EDITCHK REASONS 09 (FIRST DUE DATE
      *                     OR FREQUENCY) AND 10 (LATE-CHARGE TERMS).
      *    15-10-2026  NB   SPELLS EDITCHK REASON 11 - A TEMPLATE
      *                     ORIGIN IN COLUMNS 71-80 THAT IS NOT A
      *                     TEMPLATE NUMBER PLUS DEPARTMENT.  A
      *                     GENERATED DETAIL IS RESUBMITTED WITH ITS
      *                     ORIGIN, SO IT STAYS TRACED TO ITS TEMPLATE.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           ==REJ-DATA== BY ==PND-DATA==
           ==REJ-CYCLE== BY ==PND-CYCLE==
           ==REJ-ABAND-SW== BY ==PND-ABAND-SW==
           ==REJ-ABANDONED== BY ==PND-ABANDONED==
           ==REJ-DEPT== BY ==PND-DEPT==.
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-REJECT-STATUS-OK==
           ==WRK-FILE-STATUS== BY ==WRK-PENDING-STATUS==.
       COPY "#EDITVAR".
       COPY "#DATESRV".
       COPY "#PERVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-MOVE-DATE       PIC 9(08) VALUE ZERO.
       77  WRK-READ-COUNT      PIC 9(05) VALUE ZERO.
       77  WRK-FIXED-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-ABAND-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-OTHER-COUNT     PIC 9(05) VALUE ZERO.
       77  WRK-MARKER          PIC X(80) VALUE SPACES.
       77  WRK-REASON-TEXT     PIC X(40) VALUE SPACES.

      *    THE MOVEMENT DATE AND DEPARTMENT ARE KEYED ONCE AND GO OUT
      *    ON THE BATCH HEADER THE RESUBMISSION NEEDS TO PASS
      *    CALCEDIT'S CONTROL CHECK - THE DATE THROUGH THE DATESRV
      *    VALIDATION, ZERO MEANING TODAY AS USUAL.  A BLANK
      *    DEPARTMENT IS TAKEN FROM THE FIRST REJECT, SO THE FIRST
      *    RECORD IS READ BEFORE THE HEADER GOES OUT.  A DATE IN A
      *    LOCKED PERIOD STOPS THE RUN BEFORE ANY FILE IS OPENED.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           DISPLAY "DATA DO MOVIMENTO DA RESSUBMISSAO (AAAAMMDD, "
               DISPLAY "DATA INVALIDA - NADA RETRABALHADO."
           ELSE
               MOVE WRK-DSRV-DATE-1 TO WRK-MOVE-DATE
               MOVE WRK-MOVE-DATE   TO WRK-PER-REQ-DATE
               CALL "PERCHECK" USING WRK-PER-REQUEST
               IF WRK-PER-LOCKED
                   DISPLAY "O PERIODO " WRK-PER-REQ-PERIOD " ESTA EM "
                           "FECHAMENTO OU FECHADO NO CALCPER - NADA "
                           "RETRABALHADO."
               ELSE
                   PERFORM 0105-OPEN-FILES
               END-IF
           END-IF.

       0105-OPEN-FILES                 SECTION.
           DISPLAY "DEPARTAMENTO DE ORIGEM (4 LETRAS, BRANCO = "
                   "O DOS REJEITOS): "
           ACCEPT WRK-DEPT.
           OPEN INPUT REJECT-FILE.
           IF WRK-REJECT-STATUS-NOT-FOUND
               DISPLAY "ARQUIVO CALCREJ NAO ENCONTRADO - NADA "
                       "PARA RETRABALHAR."
           ELSE
               OPEN OUTPUT RESUB-FILE
               OPEN OUTPUT PENDING-FILE
               MOVE "Y" TO WRK-READY-SW
               PERFORM 0210-READ-REJECT
               IF WRK-DEPT EQUAL TO SPACES
                AND NOT WRK-END-OF-REJECTS
                   MOVE REJ-DEPT TO WRK-DEPT
                   DISPLAY "DEPARTAMENTO DOS REJEITOS: " WRK-DEPT
               END-IF
               PERFORM 0110-WRITE-RESUB-HEADER
           END-IF.

       0110-WRITE-RESUB-HEADER         SECTION.
           MOVE SPACES TO RESUB-RECORD.
           MOVE ZERO   TO RSB-CYCLE.
           ELSE
               MOVE 1 TO WRK-CYCLE
           END-IF.
           IF REJ-DEPT NOT EQUAL TO SPACES
            AND REJ-DEPT NOT EQUAL TO WRK-DEPT
               PERFORM 0280-KEEP-OTHER-DEPT
           ELSE
               MOVE REJ-DATA TO WRK-EDT-RECORD
               CALL "EDITCHK" USING WRK-EDT-AREA
               MOVE "N" TO WRK-DONE-SW
               IF WRK-EDT-CLEAN
                   DISPLAY "REGISTRO " WRK-READ-COUNT " JA ESTA LIMPO "
                           "- ENVIADO PARA RESSUBMISSAO."
                   PERFORM 0260-WRITE-RESUB
               ELSE
                   PERFORM 0230-FIX-OR-ABANDON UNTIL WRK-RECORD-DONE
               END-IF
           END-IF.
           PERFORM 0210-READ-REJECT.

               MOVE "PERIODOS INVALIDOS OU ZERO" TO WRK-REASON-TEXT
             WHEN "07"
               MOVE "CODIGO DE MOEDA INVALIDO" TO WRK-REASON-TEXT
             WHEN "08"
               MOVE "METODO DE AMORTIZACAO INVALIDO"
                 TO WRK-REASON-TEXT
             WHEN "09"
               MOVE "VENCIMENTO OU PERIODICIDADE INVALIDOS"
                 TO WRK-REASON-TEXT
             WHEN "10"
               MOVE "MULTA OU MORA NAO NUMERICAS"
                 TO WRK-REASON-TEXT
             WHEN "11"
               MOVE "ORIGEM DE MODELO INVALIDA" TO WRK-REASON-TEXT
             WHEN OTHER
               MOVE "MOTIVO DESCONHECIDO" TO WRK-REASON-TEXT
           END-EVALUATE.
           MOVE WRK-EDT-RECORD TO PND-DATA.
           MOVE WRK-CYCLE      TO PND-CYCLE.
           MOVE "A"            TO PND-ABAND-SW.
           MOVE WRK-DEPT       TO PND-DEPT.
           WRITE PENDING-RECORD.
           ADD 1 TO WRK-ABAND-COUNT.
           MOVE "Y" TO WRK-DONE-SW.

      *-----------------------------------------------------------------
      *    A REJECT FROM A DEPARTMENT OTHER THAN THE ONE ON THIS
      *    RESUBMISSION'S HEADER WOULD BE BILLED TO THE WRONG
      *    DEPARTMENT IF IT WENT OUT HERE - IT GOES TO CALCPND EXACTLY
      *    AS IT CAME, NOT FLAGGED ABANDONED, FOR A REWORK PASS UNDER
      *    ITS OWN DEPARTMENT.
      *-----------------------------------------------------------------
       0280-KEEP-OTHER-DEPT            SECTION.
           MOVE REJECT-RECORD TO PENDING-RECORD.
           WRITE PENDING-RECORD.
           ADD 1 TO WRK-OTHER-COUNT.
           DISPLAY "REGISTRO " WRK-READ-COUNT " E DO DEPARTAMENTO "
                   REJ-DEPT " - MANTIDO NO CALCPND.".

       0300-END                        SECTION.
           IF WRK-READY
               PERFORM 0310-WRITE-RESUB-TRAILER
           DISPLAY "REJEITOS LIDOS:       " WRK-READ-COUNT.
           DISPLAY "CORRIGIDOS (CALCRSB): " WRK-FIXED-COUNT.
           DISPLAY "ABANDONADOS (CALCPND): " WRK-ABAND-COUNT.
           DISPLAY "OUTRO DEPTO (CALCPND): " WRK-OTHER-COUNT.
           DISPLAY "======== FIM DO RETRABALHO ========".

       0310-WRITE-RESUB-TRAILER        SECTION.
