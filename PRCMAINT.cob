       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.PRCMAINT.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: MAINTENANCE ENTRY FOR THE CALCPRC PRICE TABLE THAT
      *             CALCBILL CHARGES THE DEPARTMENTS FROM, IN THE MOLD
      *             OF CCYMAINT.  THE SUPERVISOR KEYS THE OPERATOR OR
      *             RECORD TYPE BEING PRICED (ONE OF + - / * % ^ R,
      *             "E" FOR AN EXPRESSION, "F" FOR A FINCALC
      *             SCHEDULE), THE DATE THE PRICE TAKES EFFECT AND THE
      *             UNIT PRICE IN BRL, AND THE ENTRY IS APPENDED.
      *             CALCBILL TAKES THE ENTRY WITH THE LATEST EFFECTIVE
      *             DATE NOT AFTER THE END OF THE MONTH IT BILLS, SO A
      *             NEW PRICE GOES IN AHEAD OF TIME, A CORRECTION IS
      *             SIMPLY APPENDED TOO, AND A PAST MONTH IS ALWAYS
      *             REBILLED AT THE PRICES THAT HELD THEN.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *    15-10-2026  NB   THE OPEN OF CALCPRC IS NOW CHECKED - A
      *                     FAILED OPEN ENDS THE RUN WITH ITS STATUS
      *                     INSTEAD OF KEYING PRICES THAT ARE NEVER
      *                     WRITTEN.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE ASSIGN TO "CALCPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRICE-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05  PRC-CODE            PIC X(01).
           05  PRC-EFF-DATE        PIC 9(08).
           05  PRC-PRICE           PIC 9(05)V99.
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PRICE-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PRICE-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PRICE-STATUS==.
       COPY "#USRVAR".
       COPY "#DATESRV".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-CONTINUE-SW     PIC X(01) VALUE "S".
           88  WRK-KEEP-GOING      VALUE "S".
       77  WRK-PRC-CODE        PIC X(01) VALUE SPACE.
           88  WRK-PRICEABLE-CODE  VALUE "+" "-" "/" "*" "%" "^" "R"
                                         "E" "F".
       77  WRK-EFF-DATE-X      PIC X(08) VALUE SPACES.
       77  WRK-EFF-DATE REDEFINES WRK-EFF-DATE-X
                               PIC 9(08).
       77  WRK-PRICE-IN        PIC 9(05)V99 VALUE ZERO.
       77  WRK-PRICE-ED        PIC ZZ.ZZ9,99.
       77  WRK-ENTRY-COUNT     PIC 9(03) VALUE ZERO.

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
           PERFORM 0100-INITIALIZE.
           IF WRK-READY
               PERFORM 0200-PROCESS
               PERFORM 0300-END
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      *    PRICING IS A SUPERVISOR FUNCTION - THE SHARED USERAUTH
      *    SIGN-ON MUST ANSWER AUTHORITY 3 BEFORE THE PRICE TABLE IS
      *    EVER OPENED.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "3" TO WRK-USR-MIN-AUTH.
           MOVE "PRCMAINT" TO WRK-USR-PROGRAM.
           CALL "USERAUTH" USING WRK-USR-AREA.
           IF WRK-USR-SIGNED-ON
               DISPLAY "BEM-VINDO, " WRK-USR-NAME
               OPEN EXTEND PRICE-FILE
               IF WRK-PRICE-STATUS-NOT-FOUND
                   OPEN OUTPUT PRICE-FILE
               END-IF
               IF WRK-PRICE-STATUS-OK
                   MOVE "Y" TO WRK-READY-SW
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPRC - STATUS "
                           WRK-PRICE-STATUS " - NADA FOI GRAVADO."
               END-IF
           END-IF.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0210-ONE-ENTRY UNTIL NOT WRK-KEEP-GOING.

      *-----------------------------------------------------------------
      *    THE CODE MUST BE ONE CALCBILL ACTUALLY COUNTS, AND THE
      *    EFFECTIVE DATE GOES THROUGH THE SAME DATESRV VALIDATION
      *    FULLDATE USES - A MISKEYED DATE WOULD OTHERWISE PRICE THE
      *    WRONG MONTH WITHOUT ANYONE NOTICING.
      *-----------------------------------------------------------------
       0210-ONE-ENTRY                  SECTION.
           DISPLAY "OPERADOR OU TIPO (+ - / * % ^ R E F): "
           ACCEPT WRK-PRC-CODE.
           DISPLAY "DATA DE VIGENCIA (AAAAMMDD): "
           ACCEPT WRK-EFF-DATE-X.
           DISPLAY "PRECO UNITARIO EM BRL (00000,00): "
           ACCEPT WRK-PRICE-IN.
           MOVE "1" TO WRK-DSRV-STATUS.
           IF WRK-EFF-DATE-X IS NUMERIC
               MOVE "V"          TO WRK-DSRV-FUNC
               MOVE WRK-EFF-DATE TO WRK-DSRV-DATE-1
               MOVE ZERO         TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
           END-IF.
           EVALUATE TRUE
             WHEN NOT WRK-PRICEABLE-CODE
               DISPLAY "OPERADOR " WRK-PRC-CODE " NAO E COBRADO - "
                       "NADA GRAVADO."
             WHEN NOT WRK-DSRV-OK
               DISPLAY "DATA DE VIGENCIA INVALIDA - NADA GRAVADO."
             WHEN OTHER
               MOVE WRK-PRC-CODE TO PRC-CODE
               MOVE WRK-EFF-DATE TO PRC-EFF-DATE
               MOVE WRK-PRICE-IN TO PRC-PRICE
               WRITE PRICE-RECORD
               ADD 1 TO WRK-ENTRY-COUNT
               MOVE PRC-PRICE TO WRK-PRICE-ED
               DISPLAY "PRECO GRAVADO: " PRC-CODE " " PRC-EFF-DATE
                       " " WRK-PRICE-ED
           END-EVALUATE.
           DISPLAY "DESEJA INCLUIR OUTRO PRECO? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

       0300-END                        SECTION.
           CLOSE PRICE-FILE.
           DISPLAY WRK-ENTRY-COUNT " PRECO(S) GRAVADO(S).".
           DISPLAY "======== FIM DA MANUTENCAO ========".
