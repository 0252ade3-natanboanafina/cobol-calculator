       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.TPLMAINT.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    15-10-2026
      *    PURPOSE: MAINTENANCE OF THE CALCTPL RECURRING CALCULATION
      *             TEMPLATE MASTER.  SEVERAL DEPARTMENTS SEND THE
      *             SAME CALCULATIONS EVERY MONTH - ALLOCATIONS,
      *             MONTHLY INTEREST, STANDING FINCALC QUOTES - AND
      *             KEYING THEM BY HAND EACH TIME MEANT SOME WERE
      *             FORGOTTEN IN HOLIDAY WEEKS.  A TEMPLATE HOLDS THE
      *             CALCULATION AS A CALCIN DETAIL (COLUMNS 1-65 -
      *             SIMPLE WITH ITS CURRENCY, "E" OR "F"), THE
      *             DEPARTMENT IT IS SENT FOR, AND A SCHEDULE RULE:
      *             MONTHLY ON DAY N, LAST BUSINESS DAY, OR EVERY NTH
      *             BUSINESS DAY, BETWEEN A START AND AN OPTIONAL END
      *             DATE.  CALCTGEN, AT THE HEAD OF CALCNITE, WRITES
      *             THE DUE ONES INTO THE NIGHT'S CALCIN.  THE
      *             CALCULATION IS RUN THROUGH THE SHARED EDITCHK WHEN
      *             KEYED, SO A TEMPLATE CAN NEVER GENERATE A REJECT.
      *             ACTIONS: INCLUDE, CHANGE (EVERYTHING BUT THE
      *             NUMBER AND THE GENERATION HISTORY IS RE-KEYED),
      *             SUSPEND, REACTIVATE AND LIST.  A TEMPLATE IS NEVER
      *             DELETED - ITS NUMBER IS STAMPED ON THE AUDIT
      *             MASTER FOR EVERY CALCULATION IT PRODUCED.  EVERY
      *             CHANGE IS STAMPED WITH THE SUPERVISOR AND THE
      *             DATE.  THE RUN OPENS WITH A SUPERVISOR SIGN-ON
      *             THROUGH THE SHARED USERAUTH.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   A CALCTPL TOO LONG FOR THE TABLE IS STILL
      *                     READ TO THE END FOR ITS HIGHEST NUMBER, BUT
      *                     NOTHING KEYED IS WRITTEN BACK OVER IT; THE
      *                     CALCTPL OUTPUT OPEN IS CHECKED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "CALCTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TPL-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  TEMPLATE-FILE.
       COPY "#TPLREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-TPL-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-TPL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-TPL-STATUS==.
       COPY "#USRVAR".
       COPY "#EDITVAR".
       COPY "#DATESRV".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-TEMPLATES VALUE "Y".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-KEY-SW          PIC X(01) VALUE "N".
           88  WRK-KEY-OK          VALUE "Y".
       77  WRK-TPL-FULL-SW     PIC X(01) VALUE "N".
           88  WRK-TPL-OVERFLOW    VALUE "Y".
       77  WRK-ACTION          PIC X(01) VALUE SPACE.
       77  WRK-TODAY           PIC 9(08) VALUE ZERO.
       77  WRK-ID-X            PIC X(05) VALUE SPACES.
       77  WRK-ID-IN REDEFINES WRK-ID-X
                               PIC 9(05).
       77  WRK-DAY-X           PIC X(02) VALUE SPACES.
       77  WRK-DAY-IN REDEFINES WRK-DAY-X
                               PIC 9(02).
       77  WRK-DATE-X          PIC X(08) VALUE SPACES.
       77  WRK-DATE-IN REDEFINES WRK-DATE-X
                               PIC 9(08).
       77  WRK-STATUS-TEXT     PIC X(09) VALUE SPACES.
       77  WRK-TPL-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WRK-TPL-IDX         PIC 9(03) COMP.
       77  WRK-HIT-IDX         PIC 9(03) COMP VALUE ZERO.
       77  WRK-WRITE-IDX       PIC 9(03) COMP.
       77  WRK-HIGH-ID         PIC 9(05) VALUE ZERO.
       77  WRK-CHANGE-COUNT    PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      *    THE TEMPLATE BEING KEYED, CHECKED WHOLE BEFORE IT REPLACES
      *    OR JOINS AN ENTRY IN THE TABLE.
      *-----------------------------------------------------------------
       01  WRK-NEW-TEMPLATE.
           05  WRK-NEW-DESC        PIC X(30).
           05  WRK-NEW-DEPT        PIC X(04).
           05  WRK-NEW-RULE        PIC X(01).
               88  WRK-NEW-MONTHLY     VALUE "M".
               88  WRK-NEW-LAST-BUSDAY VALUE "U".
               88  WRK-NEW-EVERY-NTH   VALUE "N".
           05  WRK-NEW-RULE-DAY    PIC 9(02).
           05  WRK-NEW-START-DATE  PIC 9(08).
           05  WRK-NEW-END-DATE    PIC 9(08).
           05  WRK-NEW-DATA        PIC X(65).
       01  WRK-TPL-TABLE.
           05  WRK-TPL-ENTRY OCCURS 500 TIMES.
               10  WRK-TBL-ID          PIC 9(05).
               10  WRK-TBL-STATUS      PIC X(01).
                   88  WRK-TBL-ACTIVE      VALUE "A".
                   88  WRK-TBL-SUSPENDED   VALUE "S".
               10  WRK-TBL-DESC        PIC X(30).
               10  WRK-TBL-DEPT        PIC X(04).
               10  WRK-TBL-RULE        PIC X(01).
               10  WRK-TBL-RULE-DAY    PIC 9(02).
               10  WRK-TBL-START-DATE  PIC 9(08).
               10  WRK-TBL-END-DATE    PIC 9(08).
               10  WRK-TBL-LAST-GEN    PIC 9(08).
               10  WRK-TBL-GEN-COUNT   PIC 9(05).
               10  WRK-TBL-USER-ID     PIC X(08).
               10  WRK-TBL-MAINT-DATE  PIC 9(08).
               10  WRK-TBL-DATA        PIC X(65).

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
           MOVE "TPLMAINT" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               MOVE "Y" TO WRK-READY-SW
               ACCEPT WRK-TODAY FROM DATE YYYYMMDD
               PERFORM 0110-LOAD-TEMPLATES
           END-IF.

       0110-LOAD-TEMPLATES             SECTION.
           OPEN INPUT TEMPLATE-FILE.
           IF WRK-TPL-STATUS-OK
               PERFORM 0115-READ-TEMPLATE
               PERFORM 0120-TABLE-TEMPLATE UNTIL WRK-END-OF-TEMPLATES
               CLOSE TEMPLATE-FILE
           END-IF.
           DISPLAY WRK-TPL-COUNT " MODELO(S) NO CALCTPL.".
           IF WRK-TPL-OVERFLOW
               DISPLAY "AVISO: MAIS DE 500 MODELOS NO CALCTPL - SO OS "
                       "500 PRIMEIROS APARECEM E NENHUMA ALTERACAO "
                       "SERA GRAVADA."
           END-IF.

       0115-READ-TEMPLATE              SECTION.
           READ TEMPLATE-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0120-TABLE-TEMPLATE             SECTION.
           IF WRK-TPL-COUNT LESS THAN 500
               ADD 1 TO WRK-TPL-COUNT
               MOVE TPL-ID         TO WRK-TBL-ID(WRK-TPL-COUNT)
               MOVE TPL-STATUS     TO WRK-TBL-STATUS(WRK-TPL-COUNT)
               MOVE TPL-DESC       TO WRK-TBL-DESC(WRK-TPL-COUNT)
               MOVE TPL-DEPT       TO WRK-TBL-DEPT(WRK-TPL-COUNT)
               MOVE TPL-RULE       TO WRK-TBL-RULE(WRK-TPL-COUNT)
               MOVE TPL-RULE-DAY   TO WRK-TBL-RULE-DAY(WRK-TPL-COUNT)
               MOVE TPL-START-DATE TO WRK-TBL-START-DATE(WRK-TPL-COUNT)
               MOVE TPL-END-DATE   TO WRK-TBL-END-DATE(WRK-TPL-COUNT)
               MOVE TPL-LAST-GEN   TO WRK-TBL-LAST-GEN(WRK-TPL-COUNT)
               MOVE TPL-GEN-COUNT  TO WRK-TBL-GEN-COUNT(WRK-TPL-COUNT)
               MOVE TPL-USER-ID    TO WRK-TBL-USER-ID(WRK-TPL-COUNT)
               MOVE TPL-MAINT-DATE TO WRK-TBL-MAINT-DATE(WRK-TPL-COUNT)
               MOVE TPL-DATA       TO WRK-TBL-DATA(WRK-TPL-COUNT)
           ELSE
               MOVE "Y" TO WRK-TPL-FULL-SW
           END-IF.
           IF TPL-ID GREATER THAN WRK-HIGH-ID
               MOVE TPL-ID TO WRK-HIGH-ID
           END-IF.
           PERFORM 0115-READ-TEMPLATE.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0210-ONE-ACTION UNTIL NOT WRK-KEEP-GOING.

       0210-ONE-ACTION                 SECTION.
           DISPLAY "ACAO (I=INCLUIR, A=ALTERAR, S=SUSPENDER, "
                   "R=REATIVAR, L=LISTAR): "
           ACCEPT WRK-ACTION.
           EVALUATE WRK-ACTION
             WHEN "L"
               PERFORM 0220-LIST-TEMPLATES
             WHEN "I"
               PERFORM 0230-INCLUDE-TEMPLATE
             WHEN "A"
               PERFORM 0250-CHANGE-TEMPLATE
             WHEN "S"
             WHEN "R"
               PERFORM 0260-SUSPEND-OR-REACTIVATE
             WHEN OTHER
               DISPLAY "ACAO INVALIDA."
           END-EVALUATE.
           DISPLAY "DESEJA OUTRA ACAO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

       0220-LIST-TEMPLATES             SECTION.
           DISPLAY "MODELO SITUACAO  DEPT REGRA DIA INICIO   FIM      "
                   "ULT.GER. DESCRICAO".
           PERFORM 0225-LIST-ONE-TEMPLATE VARYING WRK-TPL-IDX
               FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT.

       0225-LIST-ONE-TEMPLATE          SECTION.
           PERFORM 0290-SPELL-STATUS.
           DISPLAY WRK-TBL-ID(WRK-TPL-IDX) "  " WRK-STATUS-TEXT
                   WRK-TBL-DEPT(WRK-TPL-IDX) " "
                   WRK-TBL-RULE(WRK-TPL-IDX) "     "
                   WRK-TBL-RULE-DAY(WRK-TPL-IDX) "  "
                   WRK-TBL-START-DATE(WRK-TPL-IDX) " "
                   WRK-TBL-END-DATE(WRK-TPL-IDX) " "
                   WRK-TBL-LAST-GEN(WRK-TPL-IDX) " "
                   WRK-TBL-DESC(WRK-TPL-IDX).
           DISPLAY "       " WRK-TBL-DATA(WRK-TPL-IDX).

      *-----------------------------------------------------------------
      *    A NEW TEMPLATE TAKES THE NEXT NUMBER AFTER THE HIGHEST ON
      *    FILE - NUMBERS ARE NEVER REUSED, SINCE THE AUDIT MASTER
      *    KEEPS POINTING AT THEM.  IT STARTS ACTIVE AND NEVER
      *    GENERATED.
      *-----------------------------------------------------------------
       0230-INCLUDE-TEMPLATE           SECTION.
           IF WRK-TPL-COUNT NOT LESS THAN 500
               DISPLAY "CALCTPL CHEIO - NADA INCLUIDO."
           ELSE
               MOVE SPACES TO WRK-NEW-TEMPLATE
               PERFORM 0240-KEY-TEMPLATE
               IF WRK-KEY-OK
                   ADD 1 TO WRK-TPL-COUNT
                   MOVE WRK-TPL-COUNT TO WRK-HIT-IDX
                   ADD 1 TO WRK-HIGH-ID
                   MOVE WRK-HIGH-ID TO WRK-TBL-ID(WRK-HIT-IDX)
                   MOVE "A"  TO WRK-TBL-STATUS(WRK-HIT-IDX)
                   MOVE ZERO TO WRK-TBL-LAST-GEN(WRK-HIT-IDX)
                   MOVE ZERO TO WRK-TBL-GEN-COUNT(WRK-HIT-IDX)
                   PERFORM 0280-STORE-TEMPLATE
                   DISPLAY "MODELO " WRK-HIGH-ID " INCLUIDO."
               ELSE
                   DISPLAY "NADA INCLUIDO."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    KEYS A WHOLE TEMPLATE INTO WRK-NEW-TEMPLATE, ONE FIELD AT
      *    A TIME, STOPPING AT THE FIRST ONE THAT DOES NOT CHECK.
      *-----------------------------------------------------------------
       0240-KEY-TEMPLATE               SECTION.
           MOVE "Y" TO WRK-KEY-SW.
           DISPLAY "DESCRICAO (ATE 30 POSICOES): "
           ACCEPT WRK-NEW-DESC.
           DISPLAY "DEPARTAMENTO (4 LETRAS): "
           ACCEPT WRK-NEW-DEPT.
           IF WRK-NEW-DEPT EQUAL TO SPACES
               DISPLAY "DEPARTAMENTO OBRIGATORIO."
               MOVE "N" TO WRK-KEY-SW
           END-IF.
           IF WRK-KEY-OK
               PERFORM 0242-KEY-CALCULATION
           END-IF.
           IF WRK-KEY-OK
               PERFORM 0244-KEY-RULE
           END-IF.
           IF WRK-KEY-OK
               PERFORM 0246-KEY-DATES
           END-IF.

      *-----------------------------------------------------------------
      *    THE CALCULATION IS KEYED AS COLUMNS 1-65 OF A CALCIN
      *    DETAIL AND MUST PASS EDITCHK EXACTLY AS THE NIGHT'S EDIT
      *    WILL RUN IT.
      *-----------------------------------------------------------------
       0242-KEY-CALCULATION            SECTION.
           DISPLAY "CALCULO - COLUNAS 1-65 DO DETALHE DO CALCIN "
                   "(SIMPLES, E OU F): "
           ACCEPT WRK-NEW-DATA.
           MOVE SPACES       TO WRK-EDT-AREA.
           MOVE WRK-NEW-DATA TO WRK-EDT-RECORD(1:65).
           CALL "EDITCHK" USING WRK-EDT-AREA.
           IF NOT WRK-EDT-CLEAN
               DISPLAY "CALCULO RECUSADO PELA CRITICA - MOTIVO "
                       WRK-EDT-REASON " NA COLUNA " WRK-EDT-FLD-COL
                       " (" WRK-EDT-FLD-LEN " POSICOES)."
               MOVE "N" TO WRK-KEY-SW
           END-IF.

       0244-KEY-RULE                   SECTION.
           DISPLAY "REGRA (M=MENSAL NO DIA N, U=ULTIMO DIA UTIL, "
                   "N=A CADA N DIAS UTEIS): "
           ACCEPT WRK-NEW-RULE.
           MOVE ZERO TO WRK-NEW-RULE-DAY.
           EVALUATE TRUE
             WHEN WRK-NEW-MONTHLY
               DISPLAY "DIA DO MES (01-31): "
               ACCEPT WRK-DAY-X
               IF WRK-DAY-X IS NOT NUMERIC
                OR WRK-DAY-IN LESS THAN 1
                OR WRK-DAY-IN GREATER THAN 31
                   DISPLAY "DIA INVALIDO."
                   MOVE "N" TO WRK-KEY-SW
               ELSE
                   MOVE WRK-DAY-IN TO WRK-NEW-RULE-DAY
               END-IF
             WHEN WRK-NEW-EVERY-NTH
               DISPLAY "INTERVALO EM DIAS UTEIS (01-99): "
               ACCEPT WRK-DAY-X
               IF WRK-DAY-X IS NOT NUMERIC
                OR WRK-DAY-IN LESS THAN 1
                   DISPLAY "INTERVALO INVALIDO."
                   MOVE "N" TO WRK-KEY-SW
               ELSE
                   MOVE WRK-DAY-IN TO WRK-NEW-RULE-DAY
               END-IF
             WHEN WRK-NEW-LAST-BUSDAY
               CONTINUE
             WHEN OTHER
               DISPLAY "REGRA INVALIDA."
               MOVE "N" TO WRK-KEY-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE START DEFAULTS TO TODAY, THE END TO NONE.  BOTH MUST BE
      *    REAL DATES AND THE END MAY NOT COME BEFORE THE START.
      *-----------------------------------------------------------------
       0246-KEY-DATES                  SECTION.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, 0 = HOJE): "
           ACCEPT WRK-DATE-X.
           IF WRK-DATE-X IS NOT NUMERIC
               MOVE "N" TO WRK-KEY-SW
           ELSE
               IF WRK-DATE-IN EQUAL TO ZERO
                   MOVE WRK-TODAY TO WRK-DATE-IN
               END-IF
               PERFORM 0248-VALIDATE-DATE
               MOVE WRK-DATE-IN TO WRK-NEW-START-DATE
           END-IF.
           IF NOT WRK-KEY-OK
               DISPLAY "DATA DE INICIO INVALIDA."
           ELSE
               DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM): "
               ACCEPT WRK-DATE-X
               EVALUATE TRUE
                 WHEN WRK-DATE-X IS NOT NUMERIC
                   MOVE "N" TO WRK-KEY-SW
                 WHEN WRK-DATE-IN EQUAL TO ZERO
                   MOVE ZERO TO WRK-NEW-END-DATE
                 WHEN WRK-DATE-IN LESS THAN WRK-NEW-START-DATE
                   MOVE "N" TO WRK-KEY-SW
                 WHEN OTHER
                   PERFORM 0248-VALIDATE-DATE
                   MOVE WRK-DATE-IN TO WRK-NEW-END-DATE
               END-EVALUATE
               IF NOT WRK-KEY-OK
                   DISPLAY "DATA DE FIM INVALIDA."
               END-IF
           END-IF.

       0248-VALIDATE-DATE              SECTION.
           MOVE "V"         TO WRK-DSRV-FUNC.
           MOVE WRK-DATE-IN TO WRK-DSRV-DATE-1.
           MOVE ZERO        TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK
               MOVE "N" TO WRK-KEY-SW
           END-IF.

      *-----------------------------------------------------------------
      *    A CHANGE RE-KEYS THE WHOLE TEMPLATE BUT KEEPS ITS NUMBER,
      *    STATUS AND GENERATION HISTORY, SO AN OCCURRENCE ALREADY
      *    GENERATED IS NOT GENERATED AGAIN UNDER THE NEW SCHEDULE.
      *-----------------------------------------------------------------
       0250-CHANGE-TEMPLATE            SECTION.
           PERFORM 0270-FIND-TEMPLATE.
           IF WRK-HIT-IDX GREATER THAN ZERO
               MOVE WRK-HIT-IDX TO WRK-TPL-IDX
               PERFORM 0225-LIST-ONE-TEMPLATE
               MOVE SPACES TO WRK-NEW-TEMPLATE
               PERFORM 0240-KEY-TEMPLATE
               IF WRK-KEY-OK
                   PERFORM 0280-STORE-TEMPLATE
                   DISPLAY "MODELO " WRK-ID-IN " ALTERADO."
               ELSE
                   DISPLAY "NADA ALTERADO."
               END-IF
           END-IF.

       0260-SUSPEND-OR-REACTIVATE      SECTION.
           PERFORM 0270-FIND-TEMPLATE.
           EVALUATE TRUE
             WHEN WRK-HIT-IDX EQUAL TO ZERO
               CONTINUE
             WHEN WRK-ACTION EQUAL TO "S"
              AND WRK-TBL-SUSPENDED(WRK-HIT-IDX)
               DISPLAY "MODELO " WRK-ID-IN " JA ESTA SUSPENSO."
             WHEN WRK-ACTION EQUAL TO "R"
              AND WRK-TBL-ACTIVE(WRK-HIT-IDX)
               DISPLAY "MODELO " WRK-ID-IN " JA ESTA ATIVO."
             WHEN WRK-ACTION EQUAL TO "S"
               MOVE "S" TO WRK-TBL-STATUS(WRK-HIT-IDX)
               PERFORM 0285-STAMP-CHANGE
               DISPLAY "MODELO " WRK-ID-IN " SUSPENSO."
             WHEN OTHER
               MOVE "A" TO WRK-TBL-STATUS(WRK-HIT-IDX)
               PERFORM 0285-STAMP-CHANGE
               DISPLAY "MODELO " WRK-ID-IN " REATIVADO."
           END-EVALUATE.

       0270-FIND-TEMPLATE              SECTION.
           MOVE ZERO TO WRK-HIT-IDX.
           DISPLAY "NUMERO DO MODELO: "
           ACCEPT WRK-ID-X.
           IF WRK-ID-X IS NOT NUMERIC
               DISPLAY "NUMERO INVALIDO."
           ELSE
               PERFORM 0275-MATCH-TEMPLATE VARYING WRK-TPL-IDX
                   FROM 1 BY 1 UNTIL WRK-TPL-IDX > WRK-TPL-COUNT
               IF WRK-HIT-IDX EQUAL TO ZERO
                   DISPLAY "MODELO " WRK-ID-IN " NAO CADASTRADO."
               END-IF
           END-IF.

       0275-MATCH-TEMPLATE             SECTION.
           IF WRK-TBL-ID(WRK-TPL-IDX) EQUAL TO WRK-ID-IN
               MOVE WRK-TPL-IDX TO WRK-HIT-IDX
           END-IF.

       0280-STORE-TEMPLATE             SECTION.
           MOVE WRK-NEW-DESC       TO WRK-TBL-DESC(WRK-HIT-IDX).
           MOVE WRK-NEW-DEPT       TO WRK-TBL-DEPT(WRK-HIT-IDX).
           MOVE WRK-NEW-RULE       TO WRK-TBL-RULE(WRK-HIT-IDX).
           MOVE WRK-NEW-RULE-DAY   TO WRK-TBL-RULE-DAY(WRK-HIT-IDX).
           MOVE WRK-NEW-START-DATE TO WRK-TBL-START-DATE(WRK-HIT-IDX).
           MOVE WRK-NEW-END-DATE   TO WRK-TBL-END-DATE(WRK-HIT-IDX).
           MOVE WRK-NEW-DATA       TO WRK-TBL-DATA(WRK-HIT-IDX).
           PERFORM 0285-STAMP-CHANGE.

       0285-STAMP-CHANGE               SECTION.
           MOVE WRK-USR-ID TO WRK-TBL-USER-ID(WRK-HIT-IDX).
           MOVE WRK-TODAY  TO WRK-TBL-MAINT-DATE(WRK-HIT-IDX).
           ADD 1 TO WRK-CHANGE-COUNT.

       0290-SPELL-STATUS               SECTION.
           EVALUATE TRUE
             WHEN WRK-TBL-ACTIVE(WRK-TPL-IDX)
               MOVE "ATIVO"     TO WRK-STATUS-TEXT
             WHEN WRK-TBL-SUSPENDED(WRK-TPL-IDX)
               MOVE "SUSPENSO"  TO WRK-STATUS-TEXT
             WHEN OTHER
               MOVE "?"         TO WRK-STATUS-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    CALCTPL GOES BACK TO DISK WHOLE WHEN ANYTHING CHANGED - BUT
      *    NEVER FROM A TABLE THAT COULD NOT HOLD IT ALL, WHICH WOULD
      *    DROP THE TEMPLATES LEFT OUT OF IT.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           EVALUATE TRUE
             WHEN WRK-CHANGE-COUNT EQUAL TO ZERO
               CONTINUE
             WHEN WRK-TPL-OVERFLOW
               DISPLAY "CALCTPL COM MAIS DE 500 MODELOS - "
                       "ALTERACOES NAO GRAVADAS."
               MOVE ZERO TO WRK-CHANGE-COUNT
             WHEN OTHER
               OPEN OUTPUT TEMPLATE-FILE
               IF WRK-TPL-STATUS-OK
                   PERFORM 0310-WRITE-ONE-TEMPLATE VARYING
                       WRK-WRITE-IDX FROM 1 BY 1
                       UNTIL WRK-WRITE-IDX > WRK-TPL-COUNT
                   CLOSE TEMPLATE-FILE
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCTPL - STATUS "
                           WRK-TPL-STATUS " - NADA FOI GRAVADO."
                   MOVE ZERO TO WRK-CHANGE-COUNT
               END-IF
           END-EVALUATE.
           DISPLAY WRK-CHANGE-COUNT " MODELO(S) ALTERADO(S).".
           DISPLAY "======== FIM DA MANUTENCAO ========".

       0310-WRITE-ONE-TEMPLATE         SECTION.
           MOVE WRK-TBL-ID(WRK-WRITE-IDX)         TO TPL-ID.
           MOVE WRK-TBL-STATUS(WRK-WRITE-IDX)     TO TPL-STATUS.
           MOVE WRK-TBL-DESC(WRK-WRITE-IDX)       TO TPL-DESC.
           MOVE WRK-TBL-DEPT(WRK-WRITE-IDX)       TO TPL-DEPT.
           MOVE WRK-TBL-RULE(WRK-WRITE-IDX)       TO TPL-RULE.
           MOVE WRK-TBL-RULE-DAY(WRK-WRITE-IDX)   TO TPL-RULE-DAY.
           MOVE WRK-TBL-START-DATE(WRK-WRITE-IDX) TO TPL-START-DATE.
           MOVE WRK-TBL-END-DATE(WRK-WRITE-IDX)   TO TPL-END-DATE.
           MOVE WRK-TBL-LAST-GEN(WRK-WRITE-IDX)   TO TPL-LAST-GEN.
           MOVE WRK-TBL-GEN-COUNT(WRK-WRITE-IDX)  TO TPL-GEN-COUNT.
           MOVE WRK-TBL-USER-ID(WRK-WRITE-IDX)    TO TPL-USER-ID.
           MOVE WRK-TBL-MAINT-DATE(WRK-WRITE-IDX) TO TPL-MAINT-DATE.
           MOVE WRK-TBL-DATA(WRK-WRITE-IDX)       TO TPL-DATA.
           WRITE TEMPLATE-RECORD.
