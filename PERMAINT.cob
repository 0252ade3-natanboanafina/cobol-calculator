       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.PERMAINT.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: MAINTENANCE OF THE CALCPER ACCOUNTING PERIOD
      *             CONTROL MASTER.  NOTHING USED TO STOP WORK BEING
      *             DATED INTO A MONTH FINANCE HAD ALREADY SIGNED OFF
      *             - A CORRECTION OR A RESUBMISSION WOULD MOVE THE
      *             CALCSUM FIGURES UNDER THEIR FEET.  EACH MONTH
      *             (AAAAMM) NOW CARRIES A STATUS: OPEN, CLOSING
      *             (FIGURES BEING SIGNED OFF) OR CLOSED, AND CALC,
      *             CALCFIX, CALCCORR, CALCAPRV AND CALCARCH ALL ASK
      *             PERCHECK BEFORE THEY TOUCH A PERIOD.  A MONTH WITH
      *             NO RECORD IS OPEN.  THE STATUS MOVES ONE STEP AT A
      *             TIME - OPEN TO CLOSING, CLOSING TO CLOSED OR BACK
      *             TO OPEN - AND A CLOSED MONTH CAN ONLY BE REOPENED
      *             AS FAR AS CLOSING, ON AN EXPLICIT CONFIRMATION.  A
      *             MONTH THAT HAS NOT ENDED CANNOT BE CLOSED, AND NO
      *             FUTURE MONTH CAN BE TOUCHED AT ALL.  EVERY CHANGE
      *             IS STAMPED WITH THE SUPERVISOR AND THE DATE.  THE
      *             RUN OPENS WITH A SUPERVISOR SIGN-ON THROUGH THE
      *             SHARED USERAUTH.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   THE RUN STOPS WHEN CALCPER CANNOT BE READ
      *                     WHOLE, SINCE IT IS REWRITTEN FROM THE
      *                     TABLE; THE OUTPUT OPEN IS STATUS-CHECKED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PERIOD-FILE.
       COPY "#PERREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PER-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PER-STATUS==.
       COPY "#USRVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-PERIODS  VALUE "Y".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-ACTION          PIC X(01) VALUE SPACE.
       77  WRK-CONFIRM         PIC X(01) VALUE SPACE.
       77  WRK-TODAY           PIC 9(08) VALUE ZERO.
       77  WRK-CURRENT-PERIOD  PIC 9(06) VALUE ZERO.
       77  WRK-PERIOD-X        PIC X(06) VALUE SPACES.
       77  WRK-PERIOD-IN REDEFINES WRK-PERIOD-X
                               PIC 9(06).
       77  WRK-OLD-STATUS      PIC X(01) VALUE SPACE.
           88  WRK-WAS-OPEN        VALUE "A".
           88  WRK-WAS-CLOSING     VALUE "E".
           88  WRK-WAS-CLOSED      VALUE "F".
       77  WRK-NEW-STATUS      PIC X(01) VALUE SPACE.
       77  WRK-STATUS-TEXT     PIC X(15) VALUE SPACES.
       77  WRK-PER-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-PER-IDX         PIC 9(03) COMP.
       77  WRK-HIT-IDX         PIC 9(03) COMP VALUE ZERO.
       77  WRK-WRITE-IDX       PIC 9(03) COMP.
       77  WRK-CHANGE-COUNT    PIC 9(03) VALUE ZERO.
       01  WRK-PER-TABLE.
           05  WRK-PER-ENTRY OCCURS 240 TIMES.
               10  WRK-TBL-PERIOD      PIC 9(06).
               10  WRK-TBL-STATUS      PIC X(01).
               10  WRK-TBL-USER-ID     PIC X(08).
               10  WRK-TBL-DATE        PIC 9(08).

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
           MOVE "PERMAINT" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               MOVE "Y" TO WRK-READY-SW
               ACCEPT WRK-TODAY FROM DATE YYYYMMDD
               MOVE WRK-TODAY(1:6) TO WRK-CURRENT-PERIOD
               PERFORM 0110-LOAD-PERIODS
           END-IF.

      *-----------------------------------------------------------------
      *    CALCPER IS REWRITTEN WHOLE FROM THIS TABLE, SO THE RUN GOES
      *    NO FURTHER UNLESS THE FILE WAS READ TO THE END OR IS NOT
      *    THERE YET.
      *-----------------------------------------------------------------
       0110-LOAD-PERIODS               SECTION.
           OPEN INPUT PERIOD-FILE.
           EVALUATE TRUE
             WHEN WRK-PER-STATUS-OK
               PERFORM 0115-READ-PERIOD
               PERFORM 0120-TABLE-PERIOD UNTIL WRK-END-OF-PERIODS
               CLOSE PERIOD-FILE
             WHEN WRK-PER-STATUS-NOT-FOUND
               CONTINUE
             WHEN OTHER
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPER - STATUS "
                       WRK-PER-STATUS " - MANUTENCAO CANCELADA."
               MOVE "N" TO WRK-READY-SW
           END-EVALUATE.
           IF WRK-READY
               DISPLAY WRK-PER-COUNT " PERIODO(S) NO CALCPER - MESES "
                       "FORA DELE ESTAO ABERTOS."
           END-IF.

       0115-READ-PERIOD                SECTION.
           READ PERIOD-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0120-TABLE-PERIOD               SECTION.
           IF WRK-PER-COUNT LESS THAN 240
               ADD 1 TO WRK-PER-COUNT
               MOVE PER-PERIOD  TO WRK-TBL-PERIOD(WRK-PER-COUNT)
               MOVE PER-STATUS  TO WRK-TBL-STATUS(WRK-PER-COUNT)
               MOVE PER-USER-ID TO WRK-TBL-USER-ID(WRK-PER-COUNT)
               MOVE PER-DATE    TO WRK-TBL-DATE(WRK-PER-COUNT)
           ELSE
               DISPLAY "MAIS DE 240 PERIODOS NO CALCPER - "
                       "MANUTENCAO CANCELADA."
               MOVE "N" TO WRK-READY-SW
               MOVE "Y" TO WRK-EOF-SW
           END-IF.
           PERFORM 0115-READ-PERIOD.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0210-ONE-ACTION UNTIL NOT WRK-KEEP-GOING.

       0210-ONE-ACTION                 SECTION.
           DISPLAY "ACAO (L=LISTAR, E=INICIAR FECHAMENTO, F=FECHAR, "
                   "A=REABRIR): "
           ACCEPT WRK-ACTION.
           EVALUATE WRK-ACTION
             WHEN "L"
               PERFORM 0220-LIST-PERIODS
             WHEN "E"
             WHEN "F"
             WHEN "A"
               MOVE WRK-ACTION TO WRK-NEW-STATUS
               PERFORM 0230-CHANGE-STATUS
             WHEN OTHER
               DISPLAY "ACAO INVALIDA."
           END-EVALUATE.
           DISPLAY "DESEJA OUTRA ACAO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

       0220-LIST-PERIODS               SECTION.
           DISPLAY "PERIODO SITUACAO        ALTERADO POR DATA".
           PERFORM 0225-LIST-ONE-PERIOD VARYING WRK-PER-IDX
               FROM 1 BY 1 UNTIL WRK-PER-IDX > WRK-PER-COUNT.

       0225-LIST-ONE-PERIOD            SECTION.
           MOVE WRK-TBL-STATUS(WRK-PER-IDX) TO WRK-OLD-STATUS.
           PERFORM 0260-SPELL-STATUS.
           DISPLAY WRK-TBL-PERIOD(WRK-PER-IDX) "  " WRK-STATUS-TEXT
                   " " WRK-TBL-USER-ID(WRK-PER-IDX) "     "
                   WRK-TBL-DATE(WRK-PER-IDX).

      *-----------------------------------------------------------------
      *    ONE STATUS CHANGE.  THE PERIOD IS VALIDATED, ITS CURRENT
      *    STATUS LOOKED UP (OPEN WHEN IT IS NOT ON FILE), AND THE
      *    STEP CHECKED AGAINST THE ALLOWED MOVES BEFORE ANYTHING
      *    CHANGES.
      *-----------------------------------------------------------------
       0230-CHANGE-STATUS              SECTION.
           DISPLAY "PERIODO (AAAAMM): "
           ACCEPT WRK-PERIOD-X.
           IF WRK-PERIOD-X IS NOT NUMERIC
            OR WRK-PERIOD-X(5:2) LESS THAN "01"
            OR WRK-PERIOD-X(5:2) GREATER THAN "12"
               DISPLAY "PERIODO INVALIDO - NADA ALTERADO."
           ELSE
               PERFORM 0235-FIND-PERIOD
               EVALUATE TRUE
                 WHEN WRK-PERIOD-IN GREATER THAN WRK-CURRENT-PERIOD
                   DISPLAY "PERIODO FUTURO - NADA ALTERADO."
                 WHEN WRK-NEW-STATUS EQUAL TO WRK-OLD-STATUS
                   DISPLAY "PERIODO " WRK-PERIOD-IN " JA ESTA NESSA "
                           "SITUACAO."
                 WHEN WRK-NEW-STATUS EQUAL TO "F"
                  AND NOT WRK-WAS-CLOSING
                   DISPLAY "SO SE FECHA UM PERIODO EM FECHAMENTO - "
                           "USE A ACAO E ANTES."
                 WHEN WRK-NEW-STATUS EQUAL TO "F"
                  AND WRK-PERIOD-IN EQUAL TO WRK-CURRENT-PERIOD
                   DISPLAY "O MES CORRENTE AINDA NAO TERMINOU - NAO "
                           "PODE SER FECHADO."
                 WHEN WRK-NEW-STATUS EQUAL TO "A"
                  AND WRK-WAS-CLOSED
                   DISPLAY "PERIODO FECHADO SO PODE VOLTAR PARA EM "
                           "FECHAMENTO (ACAO E)."
                 WHEN WRK-NEW-STATUS EQUAL TO "E"
                  AND WRK-WAS-CLOSED
                   DISPLAY "ATENCAO: O PERIODO " WRK-PERIOD-IN " ESTA "
                           "FECHADO. CONFIRMA A REABERTURA? (S/N): "
                   ACCEPT WRK-CONFIRM
                   IF WRK-CONFIRM EQUAL TO "S"
                       PERFORM 0240-APPLY-STATUS
                   ELSE
                       DISPLAY "NADA ALTERADO."
                   END-IF
                 WHEN OTHER
                   PERFORM 0240-APPLY-STATUS
               END-EVALUATE
           END-IF.

       0235-FIND-PERIOD                SECTION.
           MOVE ZERO TO WRK-HIT-IDX.
           MOVE "A"  TO WRK-OLD-STATUS.
           PERFORM 0236-MATCH-PERIOD VARYING WRK-PER-IDX
               FROM 1 BY 1 UNTIL WRK-PER-IDX > WRK-PER-COUNT.

      *-----------------------------------------------------------------
      *    THE LAST ENTRY FOR THE MONTH WINS, AS IN PERCHECK.
      *-----------------------------------------------------------------
       0236-MATCH-PERIOD               SECTION.
           IF WRK-TBL-PERIOD(WRK-PER-IDX) EQUAL TO WRK-PERIOD-IN
               MOVE WRK-PER-IDX TO WRK-HIT-IDX
               MOVE WRK-TBL-STATUS(WRK-PER-IDX) TO WRK-OLD-STATUS
           END-IF.

       0240-APPLY-STATUS               SECTION.
           IF WRK-HIT-IDX EQUAL TO ZERO
               IF WRK-PER-COUNT NOT LESS THAN 240
                   DISPLAY "CALCPER CHEIO - NADA ALTERADO."
               ELSE
                   ADD 1 TO WRK-PER-COUNT
                   MOVE WRK-PER-COUNT TO WRK-HIT-IDX
                   MOVE WRK-PERIOD-IN TO WRK-TBL-PERIOD(WRK-HIT-IDX)
               END-IF
           END-IF.
           IF WRK-HIT-IDX GREATER THAN ZERO
               MOVE WRK-NEW-STATUS TO WRK-TBL-STATUS(WRK-HIT-IDX)
               MOVE WRK-USR-ID     TO WRK-TBL-USER-ID(WRK-HIT-IDX)
               MOVE WRK-TODAY      TO WRK-TBL-DATE(WRK-HIT-IDX)
               ADD 1 TO WRK-CHANGE-COUNT
               MOVE WRK-NEW-STATUS TO WRK-OLD-STATUS
               PERFORM 0260-SPELL-STATUS
               DISPLAY "PERIODO " WRK-PERIOD-IN " AGORA "
                       WRK-STATUS-TEXT "."
           END-IF.

       0260-SPELL-STATUS               SECTION.
           EVALUATE TRUE
             WHEN WRK-WAS-OPEN
               MOVE "ABERTO"         TO WRK-STATUS-TEXT
             WHEN WRK-WAS-CLOSING
               MOVE "EM FECHAMENTO"  TO WRK-STATUS-TEXT
             WHEN WRK-WAS-CLOSED
               MOVE "FECHADO"        TO WRK-STATUS-TEXT
             WHEN OTHER
               MOVE "DESCONHECIDA"   TO WRK-STATUS-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    CALCPER GOES BACK TO DISK WHOLE WHEN ANYTHING CHANGED.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           IF WRK-CHANGE-COUNT GREATER THAN ZERO
               OPEN OUTPUT PERIOD-FILE
               IF WRK-PER-STATUS-OK
                   PERFORM 0310-WRITE-ONE-PERIOD VARYING WRK-WRITE-IDX
                       FROM 1 BY 1 UNTIL WRK-WRITE-IDX > WRK-PER-COUNT
                   CLOSE PERIOD-FILE
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPER - STATUS "
                           WRK-PER-STATUS " - NADA FOI GRAVADO."
                   MOVE ZERO TO WRK-CHANGE-COUNT
               END-IF
           END-IF.
           DISPLAY WRK-CHANGE-COUNT " PERIODO(S) ALTERADO(S).".
           DISPLAY "======== FIM DA MANUTENCAO ========".

       0310-WRITE-ONE-PERIOD           SECTION.
           MOVE WRK-TBL-PERIOD(WRK-WRITE-IDX)  TO PER-PERIOD.
           MOVE WRK-TBL-STATUS(WRK-WRITE-IDX)  TO PER-STATUS.
           MOVE WRK-TBL-USER-ID(WRK-WRITE-IDX) TO PER-USER-ID.
           MOVE WRK-TBL-DATE(WRK-WRITE-IDX)    TO PER-DATE.
           WRITE PERIOD-RECORD.
