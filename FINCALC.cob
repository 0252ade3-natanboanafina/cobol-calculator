      *             TO THE FINSCHED FILE UNDER ITS CALCULATION
      *             NUMBER, AND ONE AUDIT ENTRY - OPERATOR "F",
      *             PRINCIPAL AND RATE AS THE OPERANDS, THE LEVEL
      *             PAYMENT (UNDER SAC THE FIRST INSTALLMENT) AS THE
      *             RESULT, STAMPED WITH THE AMORTIZATION METHOD -
      *             TIES THE SCHEDULE TO ITS
      *             INPUTS THROUGH THE SHARED AUDITWTR WRITER.  THE
      *             RUN'S PRECISION, ROUNDING AND NOTATION SETTINGS
      *             ARE HONORED THE SAME WAY THE OPERATION PROGRAMS
      *                     AGAINST IT AND FINAGE REPORTS THE MISSED
      *                     AND SHORT ONES.  THE FINSCHED PRINT FILE
      *                     IS UNCHANGED.
      *    14-10-2026  NB   SAC SCHEDULES - CONSTANT AMORTIZATION AND
      *                     A FALLING INSTALLMENT - ALONGSIDE THE
      *                     PRICE (LEVEL PAYMENT) TABLE.  THE METHOD
      *                     ARRIVES ON LNK-METHOD FROM A BATCH RECORD
      *                     OR IS PROMPTED FOR, "P" (THE DEFAULT) OR
      *                     "S".  EVERY FINMAST PERIOD NOW CARRIES ITS
      *                     OWN INSTALLMENT DUE AND THE METHOD, THE
      *                     FINSCHED HEADER NAMES THE METHOD AND EACH
      *                     PERIOD LINE SHOWS ITS INSTALLMENT (THE
      *                     LINE STRETCHED TO 92 BYTES), AND THE AUDIT
      *                     ENTRY IS STAMPED WITH THE METHOD.  UNDER
      *                     SAC THE PAYMENT HANDED BACK, AUDITED AND
      *                     PRINTED ON THE HEADER IS THE FIRST - AND
      *                     LARGEST - INSTALLMENT.
      *    14-10-2026  NB   EVERY SCHEDULE NOW CARRIES A FIRST DUE
      *                     DATE, A FREQUENCY (M/B/T/S/A - MONTHLY TO
      *                     YEARLY) AND THE CONTRACT'S LATE TERMS (LATE
      *                     FEE PERCENT, ARREARS INTEREST PERCENT A
      *                     MONTH), FROM THE BATCH RECORD OR PROMPTED
      *                     FOR.  EACH PERIOD'S DUE DATE IS THE FIRST
      *                     ONE MOVED ON BY THE FREQUENCY AND ROLLED
      *                     FORWARD TO THE NEXT BUSINESS DAY THROUGH
      *                     DATESRV "B" AND THE HOLIDAYS CALENDAR; IT
      *                     GOES ON FINMAST WITH THE TERMS FOR FINDELQ
      *                     AND ON A NEW COLUMN OF THE FINSCHED LINE
      *                     (STRETCHED TO 103 BYTES).  A FIRST DUE
      *                     DATE OF ZERO MEANS ONE PERIOD FROM TODAY.
      *    14-10-2026  NB   NEW PERIODS GO ON FINMAST WITH THE BANK
      *                     REMITTANCE DATE AT ZERO - NOT YET SENT.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  SCHED-FILE.
       01  SCHED-RECORD            PIC X(103).
       FD  MASTER-FILE.
       COPY "#FINSREC".
       WORKING-STORAGE                 SECTION.
               ==WRK-MASTER-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-MASTER-STATUS==.
       COPY "#AUDWTR".
       COPY "#DATESRV".
       77  WRK-PRINCIPAL       PIC S9(10)V9(06).
       77  WRK-RATE-PCT        PIC S9(03)V9(06).
       77  WRK-PERIODS         PIC 9(03).
       77  WRK-BALANCE         PIC S9(10)V9(06).
       77  WRK-JUROS           PIC S9(10)V9(06).
       77  WRK-AMORT           PIC S9(10)V9(06).
       77  WRK-SAC-AMORT       PIC S9(10)V9(06).
       77  WRK-INSTALLMENT     PIC S9(10)V9(06).
       77  WRK-METHOD          PIC X(01) VALUE "P".
           88  WRK-PRICE           VALUE "P".
           88  WRK-SAC             VALUE "S".
           88  WRK-VALID-METHOD    VALUE "P" "S".
       77  WRK-PER-IDX         PIC 9(03).
       77  WRK-PER-ED          PIC ZZ9.
       77  WRK-RATE-ED         PIC ZZ9,999999.
       77  WRK-ED-JUROS        PIC X(21).
       77  WRK-ED-AMORT        PIC X(21).
       77  WRK-ED-SALDO        PIC X(21).
       77  WRK-ED-PREST        PIC X(21).
       77  WRK-FIRST-DUE       PIC 9(08) VALUE ZERO.
       77  WRK-DUE-DATE        PIC 9(08) VALUE ZERO.
       77  WRK-FREQ            PIC X(01) VALUE "M".
           88  WRK-VALID-FREQ      VALUE "M" "B" "T" "S" "A".
       77  WRK-FREQ-MONTHS     PIC 9(02) VALUE 1.
       77  WRK-FREQ-NAME       PIC X(10) VALUE SPACES.
       77  WRK-FEE-PCT         PIC 9(02)V99 VALUE ZERO.
       77  WRK-MORA-PCT        PIC 9(02)V9(04) VALUE ZERO.
       77  WRK-FEE-ED          PIC Z9,99.
       77  WRK-MORA-ED         PIC Z9,9999.
       77  WRK-ADD-MONTHS      PIC 9(05) VALUE ZERO.
       77  WRK-MONTH-TOTAL     PIC 9(07) VALUE ZERO.
       77  WRK-DATE-OK-SW      PIC X(01) VALUE "N".
           88  WRK-DATE-OK         VALUE "Y".
       77  WRK-BUSDAY-SW       PIC X(01) VALUE "N".
           88  WRK-BUSDAY          VALUE "Y".
       77  WRK-DATE-ED         PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
      *    THE DATE BEING WORKED ON BY THE DUE-DATE ARITHMETIC, AND
      *    THE NOMINAL FIRST DUE DATE EVERY PERIOD IS COUNTED FROM.
      *-----------------------------------------------------------------
       01  WRK-WORK-DATE.
           05  WRK-WORK-YEAR       PIC 9(04).
           05  WRK-WORK-MONTH      PIC 9(02).
           05  WRK-WORK-DAY        PIC 9(02).
       01  WRK-WORK-DATE-N REDEFINES WRK-WORK-DATE
                               PIC 9(08).
       01  WRK-ANCHOR-DATE.
           05  WRK-ANCHOR-YEAR     PIC 9(04).
           05  WRK-ANCHOR-MONTH    PIC 9(02).
           05  WRK-ANCHOR-DAY      PIC 9(02).
       01  WRK-ANCHOR-DATE-N REDEFINES WRK-ANCHOR-DATE
                               PIC 9(08).
       LINKAGE                         SECTION.
       01  LNK-OPERATOR    PIC X(01).
       01  LNK-NOTATION    PIC X(01).
           05 LNK-PAYMENT      PIC S9(10)V9(06).
           05 LNK-CALC-ID      PIC 9(07).
           05 LNK-DISPOSITION  PIC X(01).
           05 LNK-METHOD       PIC X(01).
           05 LNK-FIRST-DUE    PIC 9(08).
           05 LNK-FREQ         PIC X(01).
           05 LNK-FEE-PCT      PIC 9(02)V99.
           05 LNK-MORA-PCT     PIC 9(02)V9(04).

       PROCEDURE                       DIVISION USING LNK-OPERATOR
                                                        LNK-NOTATION
      *    LNK-MODE "B" MEANS CALC IS DRIVING THIS CALL FROM A BATCH
      *    RECORD AND THE INPUTS ALREADY ARRIVE THROUGH THE LINKAGE
      *    SECTION.  ANY OTHER VALUE MEANS AN INTERACTIVE RUN, SO THE
      *    INPUTS ARE PROMPTED FOR HERE - THE RATE IS KEYED IN
      *    PERCENT PER PERIOD, THE WAY THE DESK QUOTES IT.  A BLANK
      *    METHOD IS PRICE, SO A BATCH RECORD KEYED BEFORE SAC
      *    EXISTED STILL GETS THE SCHEDULE IT ALWAYS GOT; LIKEWISE A
      *    BLANK FREQUENCY IS MONTHLY AND A ZERO FIRST DUE DATE IS
      *    ONE PERIOD FROM TODAY.
      *-----------------------------------------------------------------
       0100-INITIALIZE                 SECTION.
           MOVE "0" TO WRK-DISPOSITION.
           MOVE ZERO TO WRK-INTEREST.
           MOVE ZERO TO WRK-PAYMENT.
           MOVE ZERO TO WRK-SAC-AMORT.
           IF LNK-MODE EQUAL TO "B"
               MOVE LNK-PRINCIPAL TO WRK-PRINCIPAL
               MOVE LNK-RATE      TO WRK-RATE-PCT
               MOVE LNK-PERIODS   TO WRK-PERIODS
               IF LNK-METHOD EQUAL TO "S"
                   MOVE "S" TO WRK-METHOD
               ELSE
                   MOVE "P" TO WRK-METHOD
               END-IF
               MOVE LNK-FIRST-DUE TO WRK-FIRST-DUE
               MOVE LNK-FREQ      TO WRK-FREQ
               MOVE LNK-FEE-PCT   TO WRK-FEE-PCT
               MOVE LNK-MORA-PCT  TO WRK-MORA-PCT
               IF NOT WRK-VALID-FREQ
                   MOVE "M" TO WRK-FREQ
               END-IF
           ELSE
               DISPLAY "VALOR DO PRINCIPAL: "
               ACCEPT WRK-PRINCIPAL
               ACCEPT WRK-RATE-PCT
               DISPLAY "NUMERO DE PERIODOS: "
               ACCEPT WRK-PERIODS
               MOVE SPACE TO WRK-METHOD
               PERFORM 0110-ACCEPT-METHOD UNTIL WRK-VALID-METHOD
               MOVE "N" TO WRK-DATE-OK-SW
               PERFORM 0120-ACCEPT-FIRST-DUE UNTIL WRK-DATE-OK
               MOVE SPACE TO WRK-FREQ
               PERFORM 0130-ACCEPT-FREQ UNTIL WRK-VALID-FREQ
               DISPLAY "MULTA POR ATRASO (%): "
               ACCEPT WRK-FEE-PCT
               DISPLAY "JUROS DE MORA (% AO MES): "
               ACCEPT WRK-MORA-PCT
           END-IF.
           PERFORM 0140-SET-FREQUENCY.
           PERFORM 0150-SET-FIRST-DUE.
           MOVE WRK-METHOD    TO LNK-METHOD.
           MOVE WRK-FIRST-DUE TO LNK-FIRST-DUE.
           MOVE WRK-FREQ      TO LNK-FREQ.
           MOVE WRK-FEE-PCT   TO LNK-FEE-PCT.
           MOVE WRK-MORA-PCT  TO LNK-MORA-PCT.

       0110-ACCEPT-METHOD              SECTION.
           DISPLAY "METODO (P=PRICE, S=SAC) [P]: ".
           ACCEPT WRK-METHOD.
           EVALUATE TRUE
             WHEN WRK-METHOD EQUAL TO SPACE
               MOVE "P" TO WRK-METHOD
             WHEN WRK-METHOD EQUAL TO "p"
               MOVE "P" TO WRK-METHOD
             WHEN WRK-METHOD EQUAL TO "s"
               MOVE "S" TO WRK-METHOD
             WHEN WRK-VALID-METHOD
               CONTINUE
             WHEN OTHER
               DISPLAY "METODO INVALIDO - INFORME P OU S."
               MOVE SPACE TO WRK-METHOD
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE FIRST DUE DATE GOES THROUGH THE DATESRV VALIDATION -
      *    ZERO IS LEFT ALONE HERE (0150 TURNS IT INTO ONE PERIOD
      *    FROM TODAY), ANYTHING ELSE MUST BE A REAL DATE.
      *-----------------------------------------------------------------
       0120-ACCEPT-FIRST-DUE           SECTION.
           DISPLAY "DATA DO 1O VENCIMENTO (AAAAMMDD, 0 = UM PERIODO "
                   "APOS HOJE): ".
           ACCEPT WRK-FIRST-DUE.
           IF WRK-FIRST-DUE EQUAL TO ZERO
               MOVE "Y" TO WRK-DATE-OK-SW
           ELSE
               MOVE "V"           TO WRK-DSRV-FUNC
               MOVE WRK-FIRST-DUE TO WRK-DSRV-DATE-1
               MOVE ZERO          TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF WRK-DSRV-OK
                   MOVE "Y" TO WRK-DATE-OK-SW
               ELSE
                   DISPLAY "DATA INVALIDA - INFORME NOVAMENTE."
               END-IF
           END-IF.

       0130-ACCEPT-FREQ                SECTION.
           DISPLAY "PERIODICIDADE (M=MENSAL, B=BIMESTRAL, "
                   "T=TRIMESTRAL, S=SEMESTRAL, A=ANUAL) [M]: ".
           ACCEPT WRK-FREQ.
           EVALUATE TRUE
             WHEN WRK-FREQ EQUAL TO SPACE
               MOVE "M" TO WRK-FREQ
             WHEN WRK-VALID-FREQ
               CONTINUE
             WHEN OTHER
               DISPLAY "PERIODICIDADE INVALIDA - INFORME M, B, T, S "
                       "OU A."
               MOVE SPACE TO WRK-FREQ
           END-EVALUATE.

       0140-SET-FREQUENCY              SECTION.
           EVALUATE WRK-FREQ
             WHEN "B"
               MOVE 2  TO WRK-FREQ-MONTHS
               MOVE "BIMESTRAL"  TO WRK-FREQ-NAME
             WHEN "T"
               MOVE 3  TO WRK-FREQ-MONTHS
               MOVE "TRIMESTRAL" TO WRK-FREQ-NAME
             WHEN "S"
               MOVE 6  TO WRK-FREQ-MONTHS
               MOVE "SEMESTRAL"  TO WRK-FREQ-NAME
             WHEN "A"
               MOVE 12 TO WRK-FREQ-MONTHS
               MOVE "ANUAL"      TO WRK-FREQ-NAME
             WHEN OTHER
               MOVE 1  TO WRK-FREQ-MONTHS
               MOVE "MENSAL"     TO WRK-FREQ-NAME
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    A FIRST DUE DATE THAT IS ZERO - OR THAT FAILS VALIDATION
      *    ON A BATCH RECORD - BECOMES TODAY MOVED ON BY ONE PERIOD
      *    OF THE FREQUENCY.  THE DATE KEPT IS THE NOMINAL ONE; EACH
      *    PERIOD IS ROLLED TO A BUSINESS DAY ON ITS OWN IN 0430, SO
      *    A FIRST DUE DATE ON A HOLIDAY DOES NOT DRAG EVERY LATER
      *    DUE DATE ALONG WITH IT.
      *-----------------------------------------------------------------
       0150-SET-FIRST-DUE              SECTION.
           IF WRK-FIRST-DUE GREATER THAN ZERO
               MOVE "V"           TO WRK-DSRV-FUNC
               MOVE WRK-FIRST-DUE TO WRK-DSRV-DATE-1
               MOVE ZERO          TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF NOT WRK-DSRV-OK
                   MOVE ZERO TO WRK-FIRST-DUE
               END-IF
           END-IF.
           IF WRK-FIRST-DUE EQUAL TO ZERO
               ACCEPT WRK-ANCHOR-DATE-N FROM DATE YYYYMMDD
               MOVE WRK-FREQ-MONTHS TO WRK-ADD-MONTHS
               PERFORM 0440-ADD-MONTHS
               MOVE WRK-WORK-DATE-N TO WRK-FIRST-DUE
           END-IF.
           MOVE WRK-FIRST-DUE TO WRK-ANCHOR-DATE-N.

      *-----------------------------------------------------------------
      *    THE COMPOUND FACTOR (1 + I) ** N DRIVES EVERYTHING - THE
      *    COMPOUND AMOUNT, THE INTEREST, AND THE LEVEL PAYMENT.  ZERO
               DISPLAY "JUROS COMPOSTOS: " WRK-TOTAL-ED
               MOVE WRK-PAYMENT TO WRK-TOTAL-NUM
               PERFORM 0230-EDIT-FIGURE
               IF WRK-SAC
                   DISPLAY "1A PRESTACAO SAC: " WRK-TOTAL-ED
               ELSE
                   DISPLAY "PRESTACAO:       " WRK-TOTAL-ED
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    RATE MAKES THE FACTOR ZERO OVER ZERO, SO THE PAYMENT
      *    FALLS BACK TO A PLAIN SPLIT OF THE PRINCIPAL OVER THE
      *    PERIODS.  BOTH FIGURES ARE SETTLED AT THE RUN'S
      *    PRECISION.  UNDER SAC THERE IS NO LEVEL PAYMENT - 0215
      *    WORKS OUT THE CONSTANT AMORTIZATION AND THE FIRST
      *    INSTALLMENT INSTEAD.
      *-----------------------------------------------------------------
       0210-COMPOUND-AND-PAYMENT       SECTION.
           COMPUTE WRK-COMPOUND-AMT = WRK-PRINCIPAL * WRK-FACTOR
                       WRK-COMPOUND-AMT - WRK-PRINCIPAL
               PERFORM 0220-APPLY-PRECISION
               MOVE WRK-TOTAL-NUM TO WRK-INTEREST
           END-IF.
           EVALUATE TRUE
             WHEN NOT WRK-DISP-GOOD
               CONTINUE
             WHEN WRK-SAC
               PERFORM 0215-SAC-INSTALLMENT
             WHEN OTHER
               IF WRK-RATE-FRAC EQUAL TO ZERO
                   COMPUTE WRK-TOTAL-NUM =
                           WRK-PRINCIPAL / WRK-PERIODS
               END-IF
               PERFORM 0220-APPLY-PRECISION
               MOVE WRK-TOTAL-NUM TO WRK-PAYMENT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    SAC - THE PRINCIPAL IS AMORTIZED IN EQUAL PARTS, SO THE
      *    AMORTIZATION IS THE PRINCIPAL OVER THE PERIODS, SETTLED AT
      *    THE RUN'S PRECISION (THE LAST PERIOD ABSORBS THE RESIDUE
      *    ON THE SCHEDULE).  THE FIRST INSTALLMENT IS THAT PART
      *    PLUS A FULL PERIOD'S INTEREST ON THE WHOLE PRINCIPAL, AND
      *    EVERY LATER ONE FALLS AS THE BALANCE DOES.
      *-----------------------------------------------------------------
       0215-SAC-INSTALLMENT            SECTION.
           COMPUTE WRK-TOTAL-NUM = WRK-PRINCIPAL / WRK-PERIODS.
           PERFORM 0220-APPLY-PRECISION.
           MOVE WRK-TOTAL-NUM TO WRK-SAC-AMORT.
           COMPUTE WRK-TOTAL-NUM = WRK-PRINCIPAL * WRK-RATE-FRAC
               ON SIZE ERROR
                   DISPLAY "ERRO: PRESTACAO FORA DA FAIXA!"
                   MOVE ZERO TO WRK-TOTAL-NUM
                   MOVE "2"  TO WRK-DISPOSITION
           END-COMPUTE.
           PERFORM 0220-APPLY-PRECISION.
           COMPUTE WRK-PAYMENT = WRK-TOTAL-NUM + WRK-SAC-AMORT
               ON SIZE ERROR
                   DISPLAY "ERRO: PRESTACAO FORA DA FAIXA!"
                   MOVE ZERO TO WRK-PAYMENT
                   MOVE "2"  TO WRK-DISPOSITION
           END-COMPUTE.

      *-----------------------------------------------------------------
      *    ROUNDS OR TRUNCATES THE SIX-DECIMAL FIGURE IN WRK-TOTAL-NUM
      *-----------------------------------------------------------------
      *    ONE AUDIT ENTRY TIES THE WHOLE SCHEDULE TO ITS INPUTS -
      *    OPERATOR "F", THE PRINCIPAL AND THE RATE AS THE OPERANDS
      *    AND THE LEVEL PAYMENT (UNDER SAC THE FIRST INSTALLMENT) AS
      *    THE RESULT, STAMPED WITH THE METHOD - THROUGH THE SHARED
      *    AUDITWTR WRITER.  THE NUMBER OF PERIODS RIDES ON THE
      *    SCHEDULE HEADER UNDER THE SAME CALCULATION NUMBER.
      *-----------------------------------------------------------------
           MOVE "BRL"             TO WRK-AWT-CCY-CODE.
           MOVE 1                 TO WRK-AWT-CCY-RATE.
           MOVE ZERO              TO WRK-AWT-CORR-REF.
           MOVE WRK-METHOD        TO WRK-AWT-FIN-METHOD.
           CALL "AUDITWTR" USING WRK-AWT-AREA.
           MOVE WRK-AWT-CALC-ID TO LNK-CALC-ID.
           DISPLAY "CALCULO NR " WRK-AWT-CALC-ID.
      *-----------------------------------------------------------------
      *    THE SCHEDULE IS APPENDED TO FINSCHED UNDER ITS CALCULATION
      *    NUMBER - A HEADER BLOCK WITH THE INPUTS AND THE TWO
      *    FIGURES AND THE METHOD, THE DUE-DATE TERMS, COLUMN
      *    HEADINGS, THEN ONE LINE PER PERIOD WITH ITS DUE DATE, THE
      *    INTEREST, THE AMORTIZATION, THE REMAINING BALANCE AND THAT
      *    PERIOD'S INSTALLMENT.
      *    THE LAST PERIOD ABSORBS THE ROUNDING RESIDUE BY AMORTIZING
      *    WHATEVER BALANCE IS LEFT, SO THE SCHEDULE ALWAYS CLOSES AT
      *    ZERO.
                  "  PRINCIPAL: " DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO SCHED-RECORD.
           IF WRK-SAC
               MOVE "  METODO: SAC" TO SCHED-RECORD(50:13)
           ELSE
               MOVE "  METODO: PRICE" TO SCHED-RECORD(50:15)
           END-IF.
           WRITE SCHED-RECORD.
           MOVE WRK-RATE-PCT TO WRK-RATE-ED.
           MOVE WRK-PERIODS  TO WRK-PERIODS-ED.
           MOVE WRK-PAYMENT  TO WRK-TOTAL-NUM.
           PERFORM 0230-EDIT-FIGURE.
           MOVE SPACES TO SCHED-RECORD.
           IF WRK-SAC
               STRING "TAXA: " DELIMITED BY SIZE
                      WRK-RATE-ED DELIMITED BY SIZE
                      " %  PERIODOS: " DELIMITED BY SIZE
                      WRK-PERIODS-ED DELIMITED BY SIZE
                      "  1A PRESTACAO: " DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      INTO SCHED-RECORD
           ELSE
               STRING "TAXA: " DELIMITED BY SIZE
                      WRK-RATE-ED DELIMITED BY SIZE
                      " %  PERIODOS: " DELIMITED BY SIZE
                      WRK-PERIODS-ED DELIMITED BY SIZE
                      "  PRESTACAO: " DELIMITED BY SIZE
                      WRK-TOTAL-ED DELIMITED BY SIZE
                      INTO SCHED-RECORD
           END-IF.
           WRITE SCHED-RECORD.
           MOVE WRK-INTEREST TO WRK-TOTAL-NUM.
           PERFORM 0230-EDIT-FIGURE.
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO SCHED-RECORD.
           WRITE SCHED-RECORD.
           MOVE WRK-ANCHOR-DATE-N TO WRK-WORK-DATE-N.
           PERFORM 0470-EDIT-DATE.
           MOVE WRK-FEE-PCT  TO WRK-FEE-ED.
           MOVE WRK-MORA-PCT TO WRK-MORA-ED.
           MOVE SPACES TO SCHED-RECORD.
           STRING "1O VENCIMENTO: " DELIMITED BY SIZE
                  WRK-DATE-ED DELIMITED BY SIZE
                  "  PERIODICIDADE: " DELIMITED BY SIZE
                  WRK-FREQ-NAME DELIMITED BY SIZE
                  "  MULTA: " DELIMITED BY SIZE
                  WRK-FEE-ED DELIMITED BY SIZE
                  " %  MORA: " DELIMITED BY SIZE
                  WRK-MORA-ED DELIMITED BY SIZE
                  " % A.M." DELIMITED BY SIZE
                  INTO SCHED-RECORD.
           WRITE SCHED-RECORD.
           MOVE "PER VENCIMENTO JUROS                 AMORTIZACAO     "
              & "      SALDO                 PRESTACAO"
              TO SCHED-RECORD.
           WRITE SCHED-RECORD.
           MOVE "--- ---------- -------------------- ----------------"
              & "----- --------------------- ---------------------"
              TO SCHED-RECORD.
           WRITE SCHED-RECORD.
           MOVE WRK-PRINCIPAL TO WRK-BALANCE.
           PERFORM 0410-WRITE-ONE-PERIOD VARYING WRK-PER-IDX
           COMPUTE WRK-TOTAL-NUM = WRK-BALANCE * WRK-RATE-FRAC.
           PERFORM 0220-APPLY-PRECISION.
           MOVE WRK-TOTAL-NUM TO WRK-JUROS.
           EVALUATE TRUE
             WHEN WRK-PER-IDX EQUAL TO WRK-PERIODS
               MOVE WRK-BALANCE TO WRK-AMORT
             WHEN WRK-SAC
               MOVE WRK-SAC-AMORT TO WRK-AMORT
             WHEN OTHER
               COMPUTE WRK-AMORT = WRK-PAYMENT - WRK-JUROS
           END-EVALUATE.
           SUBTRACT WRK-AMORT FROM WRK-BALANCE.
           COMPUTE WRK-INSTALLMENT = WRK-JUROS + WRK-AMORT.
           PERFORM 0430-SET-DUE-DATE.
           MOVE WRK-JUROS TO WRK-TOTAL-NUM.
           PERFORM 0230-EDIT-FIGURE.
           MOVE WRK-TOTAL-ED TO WRK-ED-JUROS.
           MOVE WRK-BALANCE TO WRK-TOTAL-NUM.
           PERFORM 0230-EDIT-FIGURE.
           MOVE WRK-TOTAL-ED TO WRK-ED-SALDO.
           MOVE WRK-INSTALLMENT TO WRK-TOTAL-NUM.
           PERFORM 0230-EDIT-FIGURE.
           MOVE WRK-TOTAL-ED TO WRK-ED-PREST.
           MOVE WRK-PER-IDX TO WRK-PER-ED.
           MOVE SPACES TO SCHED-RECORD.
           STRING WRK-PER-ED   DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-DATE-ED  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-ED-JUROS DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-ED-AMORT DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-ED-SALDO DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-ED-PREST DELIMITED BY SIZE
                  INTO SCHED-RECORD.
           WRITE SCHED-RECORD.
           PERFORM 0420-WRITE-MASTER-PERIOD.

      *-----------------------------------------------------------------
      *    THE SAME PERIOD, AS DATA - ONE FINMAST RECORD UNDER THE
      *    CALCULATION ID AND PERIOD NUMBER, WITH THAT PERIOD'S OWN
      *    INSTALLMENT DUE AND THE PAYMENT FIELDS OPEN FOR FINPAY TO
      *    POST AGAINST.  THE IDS ONLY EVER COUNT
      *    UP AND THE PERIODS ASCEND WITHIN THE ID, SO THE KEYS STAY
      *    ASCENDING THE WAY THE SEQUENTIAL-ACCESS WRITE REQUIRES.
      *-----------------------------------------------------------------
           MOVE WRK-JUROS       TO SCH-INTEREST.
           MOVE WRK-AMORT       TO SCH-AMORT.
           MOVE WRK-BALANCE     TO SCH-BALANCE.
           MOVE WRK-INSTALLMENT TO SCH-PAYMENT-DUE.
           MOVE ZERO            TO SCH-PAID-AMOUNT.
           MOVE ZERO            TO SCH-PAID-DATE.
           MOVE "0"             TO SCH-PAY-STATUS.
           MOVE WRK-METHOD      TO SCH-METHOD.
           MOVE WRK-DUE-DATE    TO SCH-DUE-DATE.
           MOVE WRK-FREQ        TO SCH-FREQ.
           MOVE WRK-FEE-PCT     TO SCH-FEE-PCT.
           MOVE WRK-MORA-PCT    TO SCH-MORA-PCT.
           MOVE ZERO            TO SCH-LATE-FEE.
           MOVE ZERO            TO SCH-ARREARS.
           MOVE ZERO            TO SCH-CHARGE-DATE.
           MOVE ZERO            TO SCH-CHARGES-PAID.
           MOVE ZERO            TO SCH-REMIT-DATE.
           WRITE SCHED-MASTER-RECORD.
           IF NOT WRK-MASTER-STATUS-OK
               DISPLAY "ERRO DE GRAVACAO NO FINMAST - STATUS "
                       WRK-MASTER-STATUS " CALCULO " SCH-CALC-ID
                       " PERIODO " SCH-PERIOD
           END-IF.

      *-----------------------------------------------------------------
      *    THE PERIOD'S DUE DATE - THE NOMINAL FIRST DUE DATE MOVED
      *    ON BY ONE FREQUENCY STEP PER PERIOD ALREADY PAST, THEN
      *    ROLLED FORWARD TO THE NEXT BUSINESS DAY.  EACH PERIOD IS
      *    COUNTED FROM THE ANCHOR, NOT FROM THE PERIOD BEFORE, SO A
      *    31ST CLIPPED TO THE 28TH IN FEBRUARY IS BACK ON THE 31ST
      *    IN MARCH.
      *-----------------------------------------------------------------
       0430-SET-DUE-DATE               SECTION.
           COMPUTE WRK-ADD-MONTHS = (WRK-PER-IDX - 1) * WRK-FREQ-MONTHS.
           PERFORM 0440-ADD-MONTHS.
           PERFORM 0450-ROLL-TO-BUSDAY.
           MOVE WRK-WORK-DATE-N TO WRK-DUE-DATE.
           PERFORM 0470-EDIT-DATE.

      *-----------------------------------------------------------------
      *    THE ANCHOR DATE PLUS WRK-ADD-MONTHS CALENDAR MONTHS, INTO
      *    WRK-WORK-DATE.  A DAY THE TARGET MONTH DOES NOT HAVE IS
      *    CLIPPED BACK TO THE MONTH'S LAST DAY.
      *-----------------------------------------------------------------
       0440-ADD-MONTHS                 SECTION.
           COMPUTE WRK-MONTH-TOTAL = WRK-ANCHOR-YEAR * 12
                   + WRK-ANCHOR-MONTH - 1 + WRK-ADD-MONTHS.
           DIVIDE WRK-MONTH-TOTAL BY 12
               GIVING WRK-WORK-YEAR REMAINDER WRK-WORK-MONTH.
           ADD 1 TO WRK-WORK-MONTH.
           MOVE WRK-ANCHOR-DAY TO WRK-WORK-DAY.
           MOVE "N" TO WRK-DATE-OK-SW.
           PERFORM 0445-CLAMP-DAY UNTIL WRK-DATE-OK.

       0445-CLAMP-DAY                  SECTION.
           MOVE "V"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF WRK-DSRV-OK OR WRK-WORK-DAY NOT GREATER THAN 28
               MOVE "Y" TO WRK-DATE-OK-SW
           ELSE
               SUBTRACT 1 FROM WRK-WORK-DAY
           END-IF.

      *-----------------------------------------------------------------
      *    WEEKENDS AND THE HOLIDAYS CALENDAR ARE DATESRV'S BUSINESS;
      *    THIS JUST STEPS A DAY AT A TIME UNTIL IT SAYS YES.  A
      *    STATUS OTHER THAN OK ENDS THE STEPPING RATHER THAN LOOP.
      *-----------------------------------------------------------------
       0450-ROLL-TO-BUSDAY             SECTION.
           MOVE "N" TO WRK-BUSDAY-SW.
           PERFORM 0455-CHECK-BUSDAY UNTIL WRK-BUSDAY.

       0455-CHECK-BUSDAY               SECTION.
           MOVE "B"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK OR WRK-DSRV-IS-BUSDAY
               MOVE "Y" TO WRK-BUSDAY-SW
           ELSE
               PERFORM 0460-NEXT-DAY
           END-IF.

       0460-NEXT-DAY                   SECTION.
           ADD 1 TO WRK-WORK-DAY.
           MOVE "V"             TO WRK-DSRV-FUNC.
           MOVE WRK-WORK-DATE-N TO WRK-DSRV-DATE-1.
           MOVE ZERO            TO WRK-DSRV-DATE-2.
           CALL "DATESRV" USING WRK-DSRV-AREA.
           IF NOT WRK-DSRV-OK
               MOVE 1 TO WRK-WORK-DAY
               IF WRK-WORK-MONTH EQUAL TO 12
                   MOVE 1 TO WRK-WORK-MONTH
                   ADD 1 TO WRK-WORK-YEAR
               ELSE
                   ADD 1 TO WRK-WORK-MONTH
               END-IF
           END-IF.

       0470-EDIT-DATE                  SECTION.
           MOVE SPACES TO WRK-DATE-ED.
           STRING WRK-WORK-DAY   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WRK-WORK-MONTH DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WRK-WORK-YEAR  DELIMITED BY SIZE
                  INTO WRK-DATE-ED.
