      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   NEW FIRST STEP CALCTGEN WRITES THE CALCTPL
      *                     RECURRING TEMPLATES DUE INTO CALCIN BEFORE
      *                     THE EDIT.  IT MUST COMPLETE - A PENDING
      *                     CALCIN WITH BAD CONTROLS OR A MOVEMENT DATE
      *                     CALC ALREADY RAN FOR HALTS THE CHAIN.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           PERFORM 0490-WRITE-LOG-LINE.

       0200-RUN-CHAIN                  SECTION.
           PERFORM 0205-STEP-CALCTGEN.
           IF NOT WRK-CHAIN-HALTED
               PERFORM 0210-STEP-CALCEDIT
           END-IF.
           IF NOT WRK-CHAIN-HALTED
               PERFORM 0220-STEP-CALC
           END-IF.
               PERFORM 0240-STEP-CALCERR
           END-IF.

      *-----------------------------------------------------------------
      *    STEP 0 - THE RECURRING TEMPLATES.  THE GENERATOR MUST
      *    COMPLETE, WHETHER OR NOT ANYTHING WAS DUE; A FAILED RUN
      *    MEANS THE CALCIN ON HAND IS NOT FIT FOR THE EDIT.
      *-----------------------------------------------------------------
       0205-STEP-CALCTGEN              SECTION.
           DISPLAY "CALCNITE: PASSO 0 - MODELOS RECORRENTES "
                   "(CALCTGEN).".
           CALL "CALCTGEN".
           PERFORM 0410-QUERY-STEP-RUN.
           MOVE "CALCTGEN" TO WRK-RUN-PROGRAM.
           MOVE ZERO       TO WRK-RUN-DATE.
           MOVE "Q"        TO WRK-RUN-FUNC.
           CALL "RUNREG" USING WRK-RUN-AREA.
           PERFORM 0420-LOG-STEP-OUTCOME.
           IF WRK-RUN-NONE OR NOT WRK-RUN-WAS-DONE
               PERFORM 0430-HALT-CHAIN
               DISPLAY "CALCNITE: A GERACAO DOS MODELOS NAO CONCLUIU "
                       "- CADEIA INTERROMPIDA."
           ELSE
               IF WRK-RUN-RECS GREATER THAN ZERO
                   DISPLAY "CALCNITE: " WRK-RUN-RECS " MODELO(S) "
                           "GERADO(S) NO CALCIN."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    STEP 1 - THE FRONT-END EDIT.  ITS RUNCTL REGISTRATION
      *    ANSWERS THE MOVEMENT DATE THE REST OF THE CHAIN RUNS
