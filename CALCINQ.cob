      *             LEADS EVERY CALCOUT LINE) AND GETS THE FULL AUDIT
      *             ENTRY BACK - DATE, OPERATOR, BOTH OPERANDS AND THE
      *             RESULT - INSTEAD OF EYEBALLING THE WHOLE FILE.
      *             A SECOND MODE BROWSES THE MASTER BY ANY MIX OF
      *             DATE RANGE, USER, OPERATOR, CURRENCY, DISPOSITION
      *             AND RESULT RANGE, A PAGE OF MATCHES AT A TIME,
      *             AND OPENS THE SAME DETAIL SCREEN FOR A CHOSEN
      *             LINE.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *                     THE PERIOD IT CAME FROM.  THE DESK NO
      *                     LONGER GUESSES WHICH GENERATION HOLDS A
      *                     MARCH FIGURE.
      *    14-10-2026  NB   SHOWS THE ORIGINATING DEPARTMENT NOW
      *                     STAMPED ON THE AUDIT RECORD; THE ARCHIVE
      *                     MIRROR STRETCHED FOUR BYTES FOR IT.
      *    14-10-2026  NB   A PRIOR-PERIOD ADJUSTMENT SHOWS THE MONTH
      *                     IT ADJUSTS AND THE NET AMOUNT, AND AN
      *                     ORIGINAL CORRECTED THAT WAY SAYS SO; THE
      *                     ARCHIVE MIRROR STRETCHED TWENTY-THREE
      *                     BYTES FOR THE NEW FIELDS.
      *    14-10-2026  NB   A FINCALC ENTRY SHOWS ITS AMORTIZATION
      *                     METHOD (PRICE OR SAC); THE ARCHIVE MIRROR
      *                     STRETCHED ONE BYTE FOR IT.
      *    14-10-2026  NB   BROWSE MODE - THE DESK SEARCHES BY DATE
      *                     RANGE, USER, OPERATOR, CURRENCY,
      *                     DISPOSITION AND RESULT RANGE INSTEAD OF
      *                     NEEDING THE CALCULATION ID.  THE SEARCH
      *                     RIDES THE NEW ALTERNATE KEYS ON THE RUN
      *                     DATE AND USER ID, REACHES INTO EVERY AUDARC
      *                     GENERATION WHOSE MONTH THE DATE RANGE
      *                     TOUCHES, AND PAGES FORWARD AND BACK; A
      *                     LINE CHOSEN FROM THE LIST OPENS THE DETAIL
      *                     SCREEN.  BOTH FILES NOW OPEN DYNAMIC.
      *    15-10-2026  NB   DISPOSITION "4", AN ENTRY CALCRCVR REBUILT
      *                     WITHOUT ITS FIGURES, IS SPELLED OUT ON THE
      *                     DETAIL SCREEN AND ACCEPTED BY THE BROWSE
      *                     FILTER.
      *    15-10-2026  NB   THE DETAIL SCREEN SHOWS THE CALCTPL
      *                     TEMPLATE A GENERATED CALCULATION CAME FROM;
      *                     THE MIRROR RECORD AND MATCH TABLE STRETCHED
      *                     FIVE BYTES FOR IT.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT ARCH-FILE ASSIGN USING WRK-ARCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CALC-ID
               ALTERNATE RECORD KEY IS ARC-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARC-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-ARCH-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           05  ARC-CALC-ID         PIC 9(07).
           05  ARC-DATE-NUM        PIC 9(08).
           05  FILLER              PIC X(30).
           05  ARC-USER-ID         PIC X(08).
           05  FILLER              PIC X(98).
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-AUDIT-STATUS-OK==
       77  WRK-SECOND-ED       PIC -Z.ZZZ.ZZZ.ZZZ,ZZ.
       77  WRK-RESULT-ED       PIC -Z.ZZZ.ZZZ.ZZZ,999999.
       77  WRK-RATE-ED         PIC 9,999999.
       77  WRK-ADJ-ED          PIC -Z.ZZZ.ZZZ.ZZZ,999999.
       77  WRK-MODE-IN         PIC X(01) VALUE SPACE.
           88  WRK-MODE-BROWSE     VALUE "P".
      *-----------------------------------------------------------------
      *    BROWSE FILTERS - A BLANK OR ZERO FILTER TAKES EVERYTHING.
      *    THE DISPOSITION FILTER TAKES A CODE 0-4 OR "F" FOR ANY
      *    FAILED CALCULATION.
      *-----------------------------------------------------------------
       77  WRK-FLT-DATE-FROM   PIC 9(08) VALUE ZERO.
       77  WRK-FLT-DATE-TO     PIC 9(08) VALUE ZERO.
       77  WRK-FLT-USER        PIC X(08) VALUE SPACES.
       77  WRK-FLT-OPER        PIC X(01) VALUE SPACE.
       77  WRK-FLT-CCY         PIC X(03) VALUE SPACES.
       77  WRK-FLT-DISP        PIC X(01) VALUE SPACE.
       77  WRK-FLT-AMOUNT-SW   PIC X(01) VALUE "N".
           88  WRK-FLT-BY-AMOUNT   VALUE "S".
       77  WRK-FLT-AMOUNT-MIN  PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-FLT-AMOUNT-MAX  PIC S9(10)V9(06) VALUE ZERO.
       77  WRK-FILTERS-SW      PIC X(01) VALUE "Y".
           88  WRK-FILTERS-OK      VALUE "Y".
       77  WRK-KEY-PATH        PIC X(01) VALUE SPACE.
           88  WRK-PATH-USER       VALUE "U".
           88  WRK-PATH-DATE       VALUE "D".
           88  WRK-PATH-ID         VALUE "I".
       77  WRK-SCAN-EOF-SW     PIC X(01) VALUE "N".
           88  WRK-END-OF-SCAN     VALUE "Y".
       77  WRK-SCAN-PERIOD     PIC 9(06) VALUE ZERO.
       77  WRK-MATCH-SW        PIC X(01) VALUE "N".
           88  WRK-IS-MATCH        VALUE "Y".
       77  WRK-TABLE-FULL-SW   PIC X(01) VALUE "N".
           88  WRK-TABLE-FULL      VALUE "Y".
       77  WRK-GEN-FIRST-DAY   PIC 9(08) VALUE ZERO.
       77  WRK-GEN-LAST-DAY    PIC 9(08) VALUE ZERO.
       77  WRK-MATCH-COUNT     PIC 9(03) COMP VALUE ZERO.
       77  WRK-MATCH-IDX       PIC 9(03) COMP.
       77  WRK-PAGE-START      PIC 9(03) COMP VALUE 1.
       77  WRK-PAGE-END        PIC 9(03) COMP VALUE ZERO.
       77  WRK-PAGE-SIZE       PIC 9(03) COMP VALUE 15.
       77  WRK-BROWSE-CMD      PIC X(01) VALUE SPACE.
           88  WRK-BROWSE-DONE     VALUE "S".
       77  WRK-LINE-IN         PIC 9(03) VALUE ZERO.
       77  WRK-PAUSE-IN        PIC X(01) VALUE SPACE.
       77  WRK-LIVE-LOW-DATE   PIC 9(08) VALUE ZERO.
       77  WRK-COUNT-ED        PIC ZZ9.
       77  WRK-START-ED        PIC ZZ9.
       77  WRK-END-ED          PIC ZZ9.
      *-----------------------------------------------------------------
      *    MATCHES ARE KEPT WHOLE, WITH THE PERIOD OF THE GENERATION
      *    THEY CAME FROM (ZERO FOR THE LIVE MASTER), SO PAGING BACK
      *    AND OPENING A LINE NEED NO SECOND READ.
      *-----------------------------------------------------------------
       01  WRK-MATCH-TABLE.
           05  WRK-MATCH-ENTRY     OCCURS 500 TIMES.
               10  WRK-MATCH-PERIOD    PIC 9(06).
               10  WRK-MATCH-RECORD    PIC X(151).
       01  WRK-WORK-DATE           PIC 9(08) VALUE ZERO.
       01  WRK-WORK-DATE-R         REDEFINES WRK-WORK-DATE.
           05  WRK-WORK-YYYY       PIC 9(04).
           05  WRK-WORK-MM         PIC 9(02).
           05  WRK-WORK-DD         PIC 9(02).
       01  WRK-LIST-LINE.
           05  WRK-LST-LINE        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-ID          PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-DD          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  WRK-LST-MM          PIC 9(02).
           05  FILLER              PIC X(01) VALUE "/".
           05  WRK-LST-YYYY        PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-USER        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-OPER        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-RESULT      PIC -Z.ZZZ.ZZZ.ZZZ,999999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-CCY         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-DISP        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-LST-ARCH        PIC X(06).
       COPY "#DATESRV".

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.

       0200-PROCESS                    SECTION.
           MOVE "S" TO WRK-CONTINUE-SW.
           PERFORM 0205-ONE-REQUEST UNTIL NOT WRK-KEEP-GOING.

      *-----------------------------------------------------------------
      *    A BLANK MODE IS THE DIRECT INQUIRY BY ID, AS IT ALWAYS WAS.
      *-----------------------------------------------------------------
       0205-ONE-REQUEST                SECTION.
           DISPLAY "MODO: N - POR NUMERO DO CALCULO  "
                   "P - PESQUISA POR FILTROS: "
           ACCEPT WRK-MODE-IN.
           IF WRK-MODE-BROWSE
               PERFORM 0400-BROWSE
           ELSE
               PERFORM 0210-ONE-INQUIRY
           END-IF.
           DISPLAY "DESEJA FAZER OUTRA CONSULTA? (S/N): "
           ACCEPT WRK-CONTINUE-SW.

      *-----------------------------------------------------------------
      *    THE ID TYPED IN IS MOVED STRAIGHT INTO THE RECORD KEY AND
               NOT INVALID KEY
                   PERFORM 0220-DISPLAY-ENTRY
           END-READ.

       0220-DISPLAY-ENTRY              SECTION.
           MOVE AUD-FIRST-NUM  TO WRK-FIRST-ED.
           DISPLAY "CALCULO NR:       " AUD-CALC-ID.
           DISPLAY "DATA:             " AUD-DATE.
           DISPLAY "USUARIO:          " AUD-USER-ID.
           IF AUD-DEPT NOT EQUAL TO SPACES
               DISPLAY "DEPARTAMENTO:     " AUD-DEPT
           END-IF.
           IF AUD-TEMPLATE IS NUMERIC
               IF AUD-TEMPLATE GREATER THAN ZERO
                   DISPLAY "MODELO:           " AUD-TEMPLATE
               END-IF
           END-IF.
           DISPLAY "OPERADOR:         " AUD-OPERATOR.
           IF AUD-OPERATOR EQUAL TO "F"
               IF AUD-FIN-SAC
                   DISPLAY "METODO:           SAC"
               ELSE
                   DISPLAY "METODO:           PRICE"
               END-IF
           END-IF.
           DISPLAY "PRIMEIRO NUMERO:  " WRK-FIRST-ED.
           DISPLAY "SEGUNDO NUMERO:   " WRK-SECOND-ED.
           DISPLAY "RESULTADO:        " WRK-RESULT-ED.
               DISPLAY "CORRIGIDO:        SIM - HA LANCAMENTO DE "
                       "CORRECAO POSTERIOR"
           END-IF.
           IF AUD-CORRECTED-PRIOR
               DISPLAY "CORRIGIDO:        SIM - POR AJUSTE DE PERIODO "
                       "ANTERIOR (MANTIDO NO SEU MES)"
           END-IF.
           IF AUD-CORR-REF GREATER THAN ZERO
               DISPLAY "CORRIGE O CALCULO " AUD-CORR-REF
           END-IF.
           IF AUD-ADJ-PERIOD IS NUMERIC
            AND AUD-ADJ-PERIOD GREATER THAN ZERO
               MOVE AUD-ADJ-AMOUNT TO WRK-ADJ-ED
               DISPLAY "AJUSTA O PERIODO: " AUD-ADJ-PERIOD
               DISPLAY "VALOR DO AJUSTE:  " WRK-ADJ-ED
           END-IF.
           EVALUATE TRUE
             WHEN AUD-DISP-DIV-ZERO
               DISPLAY "SITUACAO:         DIVISAO POR ZERO"
               DISPLAY "SITUACAO:         ESTOURO DE CAMPO"
             WHEN AUD-DISP-BAD-OPER
               DISPLAY "SITUACAO:         OPERADOR INVALIDO"
             WHEN AUD-DISP-RECOVERED
               DISPLAY "SITUACAO:         RECUPERADO SEM DADOS - "
                       "REDIGITAR PELO CALCCORR"
             WHEN OTHER
               DISPLAY "SITUACAO:         NORMAL"
           END-EVALUATE.
       0300-END                        SECTION.
           CLOSE AUDIT-FILE.
           DISPLAY "======== FIM DA CONSULTA ========".

      *-----------------------------------------------------------------
      *    BROWSE - THE FILTERS ARE TAKEN AND CHECKED, EVERY MATCH IS
      *    GATHERED INTO THE TABLE, AND THE TABLE IS PAGED UNTIL THE
      *    OPERATOR LEAVES THE LIST.
      *-----------------------------------------------------------------
       0400-BROWSE                     SECTION.
           PERFORM 0410-ACCEPT-FILTERS.
           IF WRK-FILTERS-OK
               PERFORM 0420-COLLECT-MATCHES
               IF WRK-MATCH-COUNT EQUAL TO ZERO
                   DISPLAY "NENHUM CALCULO ATENDE AOS FILTROS."
               ELSE
                   IF WRK-TABLE-FULL
                       DISPLAY "AVISO: MAIS DE 500 CALCULOS ATENDEM "
                               "AOS FILTROS - SO OS 500 PRIMEIROS "
                               "SAO LISTADOS; REFINE A PESQUISA."
                   END-IF
                   MOVE 1     TO WRK-PAGE-START
                   MOVE SPACE TO WRK-BROWSE-CMD
                   PERFORM 0450-SHOW-PAGE UNTIL WRK-BROWSE-DONE
               END-IF
           END-IF.

       0410-ACCEPT-FILTERS             SECTION.
           MOVE "Y" TO WRK-FILTERS-SW.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT WRK-FLT-DATE-FROM.
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = SEM LIMITE): "
           ACCEPT WRK-FLT-DATE-TO.
           DISPLAY "USUARIO (BRANCO = TODOS): "
           ACCEPT WRK-FLT-USER.
           DISPLAY "OPERADOR (BRANCO = TODOS): "
           ACCEPT WRK-FLT-OPER.
           DISPLAY "MOEDA (BRANCO = TODAS): "
           ACCEPT WRK-FLT-CCY.
           DISPLAY "SITUACAO (0 NORMAL, 1 DIVISAO POR ZERO, "
                   "2 ESTOURO, 3 OPERADOR INVALIDO,"
           DISPLAY "          4 RECUPERADO SEM DADOS, F QUALQUER "
                   "FALHA, BRANCO = TODAS): "
           ACCEPT WRK-FLT-DISP.
           DISPLAY "FILTRAR PELO VALOR DO RESULTADO? (S/N): "
           ACCEPT WRK-FLT-AMOUNT-SW.
           IF WRK-FLT-BY-AMOUNT
               DISPLAY "RESULTADO MINIMO: "
               ACCEPT WRK-FLT-AMOUNT-MIN
               DISPLAY "RESULTADO MAXIMO: "
               ACCEPT WRK-FLT-AMOUNT-MAX
           END-IF.
           PERFORM 0412-CHECK-FILTERS.

      *-----------------------------------------------------------------
      *    A DATE GIVEN GOES THROUGH DATESRV; ZERO IS LEFT ALONE (TO
      *    DATESRV ZERO WOULD MEAN TODAY) AND AN OPEN END BECOMES
      *    99999999.  THE KEY THE SEARCH RIDES IS PICKED HERE - THE
      *    USER KEY WHEN A USER IS GIVEN, AS IT IS USUALLY THE
      *    NARROWER, THEN THE DATE KEY, ELSE THE WHOLE FILE BY ID.
      *-----------------------------------------------------------------
       0412-CHECK-FILTERS              SECTION.
           IF WRK-FLT-DATE-FROM NOT EQUAL TO ZERO
               MOVE WRK-FLT-DATE-FROM TO WRK-DSRV-DATE-1
               PERFORM 0414-VALIDATE-DATE
           END-IF.
           IF WRK-FLT-DATE-TO NOT EQUAL TO ZERO
               MOVE WRK-FLT-DATE-TO TO WRK-DSRV-DATE-1
               PERFORM 0414-VALIDATE-DATE
           ELSE
               MOVE 99999999 TO WRK-FLT-DATE-TO
           END-IF.
           EVALUATE TRUE
             WHEN NOT WRK-FILTERS-OK
               CONTINUE
             WHEN WRK-FLT-DATE-FROM GREATER THAN WRK-FLT-DATE-TO
               MOVE "N" TO WRK-FILTERS-SW
               DISPLAY "DATA INICIAL POSTERIOR A FINAL - PESQUISA "
                       "CANCELADA."
             WHEN WRK-FLT-DISP NOT EQUAL TO SPACE
              AND WRK-FLT-DISP NOT EQUAL TO "0"
              AND WRK-FLT-DISP NOT EQUAL TO "1"
              AND WRK-FLT-DISP NOT EQUAL TO "2"
              AND WRK-FLT-DISP NOT EQUAL TO "3"
              AND WRK-FLT-DISP NOT EQUAL TO "4"
              AND WRK-FLT-DISP NOT EQUAL TO "F"
               MOVE "N" TO WRK-FILTERS-SW
               DISPLAY "SITUACAO INVALIDA - PESQUISA CANCELADA."
             WHEN WRK-FLT-BY-AMOUNT
              AND WRK-FLT-AMOUNT-MIN GREATER THAN WRK-FLT-AMOUNT-MAX
               MOVE "N" TO WRK-FILTERS-SW
               DISPLAY "RESULTADO MINIMO MAIOR QUE O MAXIMO - "
                       "PESQUISA CANCELADA."
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WRK-FLT-USER NOT EQUAL TO SPACES
               MOVE "U" TO WRK-KEY-PATH
             WHEN WRK-FLT-DATE-FROM GREATER THAN ZERO
             WHEN WRK-FLT-DATE-TO LESS THAN 99999999
               MOVE "D" TO WRK-KEY-PATH
             WHEN OTHER
               MOVE "I" TO WRK-KEY-PATH
           END-EVALUATE.

       0414-VALIDATE-DATE              SECTION.
           MOVE "V"  TO WRK-DSRV-FUNC.
           MOVE ZERO TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK
               MOVE "N" TO WRK-FILTERS-SW
               DISPLAY "DATA " WRK-DSRV-DATE-1 " INVALIDA - PESQUISA "
                       "CANCELADA."
           END-IF.

      *-----------------------------------------------------------------
      *    THE LIVE MASTER HOLDS THE OPEN PERIOD ONLY.  WHEN THE RANGE
      *    STARTS BEFORE ITS EARLIEST RUN DATE THE AUDARC GENERATIONS
      *    WHOSE MONTH THE RANGE TOUCHES ARE SEARCHED FIRST, IN ARCHCTL
      *    ORDER, SO THE LIST READS OLDEST FIRST.
      *-----------------------------------------------------------------
       0420-COLLECT-MATCHES            SECTION.
           MOVE ZERO TO WRK-MATCH-COUNT.
           MOVE "N"  TO WRK-TABLE-FULL-SW.
           PERFORM 0422-FIND-LIVE-LOW.
           IF WRK-FLT-DATE-FROM LESS THAN WRK-LIVE-LOW-DATE
               IF NOT WRK-CTL-LOADED
                   PERFORM 0240-LOAD-CONTROL
               END-IF
               PERFORM 0430-SCAN-GENERATION VARYING WRK-GEN-IDX
                   FROM 1 BY 1 UNTIL WRK-GEN-IDX > WRK-GEN-COUNT
                                  OR WRK-TABLE-FULL
           END-IF.
           IF NOT WRK-TABLE-FULL
               PERFORM 0425-SCAN-LIVE
           END-IF.

       0422-FIND-LIVE-LOW              SECTION.
           MOVE 99999999 TO WRK-LIVE-LOW-DATE.
           MOVE ZERO     TO AUD-DATE-NUM.
           START AUDIT-FILE KEY NOT LESS THAN AUD-DATE-NUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ AUDIT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AUD-DATE-NUM TO WRK-LIVE-LOW-DATE
                   END-READ
           END-START.

       0425-SCAN-LIVE                  SECTION.
           MOVE "N"  TO WRK-SCAN-EOF-SW.
           MOVE ZERO TO WRK-SCAN-PERIOD.
           EVALUATE TRUE
             WHEN WRK-PATH-USER
               MOVE WRK-FLT-USER TO AUD-USER-ID
               START AUDIT-FILE KEY EQUAL TO AUD-USER-ID
                   INVALID KEY MOVE "Y" TO WRK-SCAN-EOF-SW
               END-START
             WHEN WRK-PATH-DATE
               MOVE WRK-FLT-DATE-FROM TO AUD-DATE-NUM
               START AUDIT-FILE KEY NOT LESS THAN AUD-DATE-NUM
                   INVALID KEY MOVE "Y" TO WRK-SCAN-EOF-SW
               END-START
             WHEN OTHER
               MOVE ZERO TO AUD-CALC-ID
               START AUDIT-FILE KEY NOT LESS THAN AUD-CALC-ID
                   INVALID KEY MOVE "Y" TO WRK-SCAN-EOF-SW
               END-START
           END-EVALUATE.
           IF NOT WRK-END-OF-SCAN
               PERFORM 0426-READ-LIVE
           END-IF.
           PERFORM 0427-TAKE-LIVE UNTIL WRK-END-OF-SCAN
                                     OR WRK-TABLE-FULL.

      *-----------------------------------------------------------------
      *    STATUS 02 IS A GOOD READ ALONG AN ALTERNATE KEY WITH MORE
      *    RECORDS UNDER THE SAME VALUE; ANYTHING ELSE ENDS THE SCAN.
      *-----------------------------------------------------------------
       0426-READ-LIVE                  SECTION.
           READ AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-SCAN-EOF-SW
           END-READ.
           EVALUATE WRK-AUDIT-STATUS
             WHEN "00"
             WHEN "02"
               CONTINUE
             WHEN OTHER
               MOVE "Y" TO WRK-SCAN-EOF-SW
           END-EVALUATE.

       0427-TAKE-LIVE                  SECTION.
           PERFORM 0440-TEST-ENTRY.
           IF NOT WRK-END-OF-SCAN
               PERFORM 0426-READ-LIVE
           END-IF.

      *-----------------------------------------------------------------
      *    A GENERATION IS OPENED ONLY WHEN ITS MONTH OVERLAPS THE
      *    RANGE; ONE THAT WILL NOT OPEN IS REPORTED AND SKIPPED SO THE
      *    REST OF THE SEARCH STILL ANSWERS.
      *-----------------------------------------------------------------
       0430-SCAN-GENERATION            SECTION.
           COMPUTE WRK-GEN-FIRST-DAY =
                   WRK-GEN-PERIOD(WRK-GEN-IDX) * 100 + 1.
           COMPUTE WRK-GEN-LAST-DAY =
                   WRK-GEN-PERIOD(WRK-GEN-IDX) * 100 + 31.
           IF WRK-GEN-LAST-DAY NOT LESS THAN WRK-FLT-DATE-FROM
            AND WRK-GEN-FIRST-DAY NOT GREATER THAN WRK-FLT-DATE-TO
               PERFORM 0432-OPEN-GENERATION
           END-IF.

       0432-OPEN-GENERATION            SECTION.
           MOVE SPACES TO WRK-ARCH-NAME.
           STRING "AUDARC" WRK-GEN-PERIOD(WRK-GEN-IDX)
                  DELIMITED BY SIZE INTO WRK-ARCH-NAME.
           OPEN INPUT ARCH-FILE.
           IF WRK-ARCH-STATUS-OK
               MOVE WRK-GEN-PERIOD(WRK-GEN-IDX) TO WRK-SCAN-PERIOD
               MOVE "N" TO WRK-SCAN-EOF-SW
               PERFORM 0434-START-GENERATION
               IF NOT WRK-END-OF-SCAN
                   PERFORM 0436-READ-GENERATION
               END-IF
               PERFORM 0438-TAKE-GENERATION UNTIL WRK-END-OF-SCAN
                                                OR WRK-TABLE-FULL
               CLOSE ARCH-FILE
           ELSE
               DISPLAY "AVISO: GERACAO " WRK-ARCH-NAME " NAO PODE "
                       "SER ABERTA (STATUS " WRK-ARCH-STATUS
                       ") - IGNORADA NA PESQUISA."
           END-IF.

       0434-START-GENERATION           SECTION.
           EVALUATE TRUE
             WHEN WRK-PATH-USER
               MOVE WRK-FLT-USER TO ARC-USER-ID
               START ARCH-FILE KEY EQUAL TO ARC-USER-ID
                   INVALID KEY MOVE "Y" TO WRK-SCAN-EOF-SW
               END-START
             WHEN WRK-PATH-DATE
               MOVE WRK-FLT-DATE-FROM TO ARC-DATE-NUM
               START ARCH-FILE KEY NOT LESS THAN ARC-DATE-NUM
                   INVALID KEY MOVE "Y" TO WRK-SCAN-EOF-SW
               END-START
             WHEN OTHER
               MOVE ZERO TO ARC-CALC-ID
               START ARCH-FILE KEY NOT LESS THAN ARC-CALC-ID
                   INVALID KEY MOVE "Y" TO WRK-SCAN-EOF-SW
               END-START
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE ARCHIVED ENTRY IS MOVED WHOLE INTO AUDIT-RECORD SO THE
      *    SAME TESTS SERVE LIVE AND ARCHIVED ENTRIES ALIKE.
      *-----------------------------------------------------------------
       0436-READ-GENERATION            SECTION.
           READ ARCH-FILE NEXT RECORD
               AT END MOVE "Y" TO WRK-SCAN-EOF-SW
           END-READ.
           EVALUATE WRK-ARCH-STATUS
             WHEN "00"
             WHEN "02"
               MOVE ARCH-RECORD TO AUDIT-RECORD
             WHEN OTHER
               MOVE "Y" TO WRK-SCAN-EOF-SW
           END-EVALUATE.

       0438-TAKE-GENERATION            SECTION.
           PERFORM 0440-TEST-ENTRY.
           IF NOT WRK-END-OF-SCAN
               PERFORM 0436-READ-GENERATION
           END-IF.

      *-----------------------------------------------------------------
      *    AN ENTRY PAST THE END OF THE KEY BEING RIDDEN ENDS THE SCAN
      *    OF THAT FILE; ANY OTHER ENTRY IS TRIED AGAINST THE FILTERS.
      *-----------------------------------------------------------------
       0440-TEST-ENTRY                 SECTION.
           EVALUATE TRUE
             WHEN WRK-PATH-USER
              AND AUD-USER-ID NOT EQUAL TO WRK-FLT-USER
               MOVE "Y" TO WRK-SCAN-EOF-SW
             WHEN WRK-PATH-DATE
              AND AUD-DATE-NUM GREATER THAN WRK-FLT-DATE-TO
               MOVE "Y" TO WRK-SCAN-EOF-SW
             WHEN OTHER
               PERFORM 0442-APPLY-FILTERS
               IF WRK-IS-MATCH
                   PERFORM 0445-ADD-MATCH
               END-IF
           END-EVALUATE.

       0442-APPLY-FILTERS              SECTION.
           MOVE "Y" TO WRK-MATCH-SW.
           IF AUD-DATE-NUM LESS THAN WRK-FLT-DATE-FROM
            OR AUD-DATE-NUM GREATER THAN WRK-FLT-DATE-TO
               MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-USER NOT EQUAL TO SPACES
            AND AUD-USER-ID NOT EQUAL TO WRK-FLT-USER
               MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-OPER NOT EQUAL TO SPACE
            AND AUD-OPERATOR NOT EQUAL TO WRK-FLT-OPER
               MOVE "N" TO WRK-MATCH-SW
           END-IF.
           IF WRK-FLT-CCY NOT EQUAL TO SPACES
            AND AUD-CCY-CODE NOT EQUAL TO WRK-FLT-CCY
               MOVE "N" TO WRK-MATCH-SW
           END-IF.
           EVALUATE WRK-FLT-DISP
             WHEN SPACE
               CONTINUE
             WHEN "F"
               IF NOT AUD-DISP-FAILED
                   MOVE "N" TO WRK-MATCH-SW
               END-IF
             WHEN OTHER
               IF AUD-DISPOSITION NOT EQUAL TO WRK-FLT-DISP
                   MOVE "N" TO WRK-MATCH-SW
               END-IF
           END-EVALUATE.
           IF WRK-FLT-BY-AMOUNT
               IF AUD-RESULT LESS THAN WRK-FLT-AMOUNT-MIN
                OR AUD-RESULT GREATER THAN WRK-FLT-AMOUNT-MAX
                   MOVE "N" TO WRK-MATCH-SW
               END-IF
           END-IF.

       0445-ADD-MATCH                  SECTION.
           IF WRK-MATCH-COUNT LESS THAN 500
               ADD 1 TO WRK-MATCH-COUNT
               MOVE WRK-SCAN-PERIOD TO WRK-MATCH-PERIOD(WRK-MATCH-COUNT)
               MOVE AUDIT-RECORD    TO WRK-MATCH-RECORD(WRK-MATCH-COUNT)
           ELSE
               MOVE "Y" TO WRK-TABLE-FULL-SW
           END-IF.

      *-----------------------------------------------------------------
      *    ONE PAGE OF THE LIST AND ONE COMMAND - A/V PAGE FORWARD AND
      *    BACK THE WAY PF8/PF7 DO, D OPENS A LINE ON THE DETAIL
      *    SCREEN AND S LEAVES THE LIST.  AN ARCHIVED LINE SHOWS THE
      *    PERIOD OF ITS GENERATION IN THE LAST COLUMN.
      *-----------------------------------------------------------------
       0450-SHOW-PAGE                  SECTION.
           COMPUTE WRK-PAGE-END = WRK-PAGE-START + WRK-PAGE-SIZE - 1.
           IF WRK-PAGE-END GREATER THAN WRK-MATCH-COUNT
               MOVE WRK-MATCH-COUNT TO WRK-PAGE-END
           END-IF.
           MOVE WRK-MATCH-COUNT TO WRK-COUNT-ED.
           MOVE WRK-PAGE-START  TO WRK-START-ED.
           MOVE WRK-PAGE-END    TO WRK-END-ED.
           DISPLAY " ".
           DISPLAY "PESQUISA: " WRK-COUNT-ED " CALCULO(S) - LINHAS "
                   WRK-START-ED " A " WRK-END-ED.
           DISPLAY "LIN CALCULO DATA       USUARIO  O "
                   "            RESULTADO MOE S ARQUIV".
           PERFORM 0455-SHOW-LINE VARYING WRK-MATCH-IDX
               FROM WRK-PAGE-START BY 1
               UNTIL WRK-MATCH-IDX > WRK-PAGE-END.
           DISPLAY "A - AVANCA (PF8)  V - VOLTA (PF7)  "
                   "D - DETALHA UMA LINHA  S - SAI: "
           ACCEPT WRK-BROWSE-CMD.
           EVALUATE WRK-BROWSE-CMD
             WHEN "A"
               IF WRK-PAGE-END LESS THAN WRK-MATCH-COUNT
                   ADD WRK-PAGE-SIZE TO WRK-PAGE-START
               ELSE
                   DISPLAY "JA NA ULTIMA PAGINA."
               END-IF
             WHEN "V"
               IF WRK-PAGE-START GREATER THAN 1
                   SUBTRACT WRK-PAGE-SIZE FROM WRK-PAGE-START
               ELSE
                   DISPLAY "JA NA PRIMEIRA PAGINA."
               END-IF
             WHEN "D"
               PERFORM 0460-DETAIL-LINE
             WHEN "S"
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       0455-SHOW-LINE                  SECTION.
           MOVE WRK-MATCH-RECORD(WRK-MATCH-IDX) TO AUDIT-RECORD.
           MOVE WRK-MATCH-IDX  TO WRK-LST-LINE.
           MOVE AUD-CALC-ID    TO WRK-LST-ID.
           MOVE AUD-DATE-NUM   TO WRK-WORK-DATE.
           MOVE WRK-WORK-DD    TO WRK-LST-DD.
           MOVE WRK-WORK-MM    TO WRK-LST-MM.
           MOVE WRK-WORK-YYYY  TO WRK-LST-YYYY.
           MOVE AUD-USER-ID    TO WRK-LST-USER.
           MOVE AUD-OPERATOR   TO WRK-LST-OPER.
           MOVE AUD-RESULT     TO WRK-LST-RESULT.
           MOVE AUD-CCY-CODE   TO WRK-LST-CCY.
           MOVE AUD-DISPOSITION TO WRK-LST-DISP.
           IF WRK-MATCH-PERIOD(WRK-MATCH-IDX) GREATER THAN ZERO
               MOVE WRK-MATCH-PERIOD(WRK-MATCH-IDX) TO WRK-LST-ARCH
           ELSE
               MOVE SPACES TO WRK-LST-ARCH
           END-IF.
           DISPLAY WRK-LIST-LINE.

       0460-DETAIL-LINE                SECTION.
           DISPLAY "NUMERO DA LINHA: "
           ACCEPT WRK-LINE-IN.
           IF WRK-LINE-IN LESS THAN 1
            OR WRK-LINE-IN GREATER THAN WRK-MATCH-COUNT
               DISPLAY "LINHA " WRK-LINE-IN " FORA DA PESQUISA."
           ELSE
               MOVE WRK-MATCH-RECORD(WRK-LINE-IN) TO AUDIT-RECORD
               IF WRK-MATCH-PERIOD(WRK-LINE-IN) GREATER THAN ZERO
                   DISPLAY "ENTRADA ARQUIVADA - PERIODO "
                           WRK-MATCH-PERIOD(WRK-LINE-IN) "."
               END-IF
               PERFORM 0220-DISPLAY-ENTRY
               DISPLAY "TECLE ENTER PARA VOLTAR A LISTA."
               ACCEPT WRK-PAUSE-IN
           END-IF.
