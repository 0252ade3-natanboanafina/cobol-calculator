      *               06 - FINANCIAL RECORD WITH BAD OR ZERO PERIODS
      *               07 - CURRENCY CODE NOT BLANK AND NOT THREE
      *                    LETTERS
      *               08 - FINANCIAL METHOD NOT BLANK, P OR S
      *               09 - FINANCIAL FIRST DUE DATE NOT A DATE, OR
      *                    FREQUENCY NOT BLANK, M, B, T, S OR A
      *               10 - FINANCIAL LATE FEE OR ARREARS INTEREST
      *                    NEITHER BLANK NOR NUMERIC
      *               11 - TEMPLATE ORIGIN (COLUMNS 71-80) NOT BLANK
      *                    AND NOT A TEMPLATE NUMBER PLUS DEPARTMENT
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *                     "USE" STILL PASSES THE SHAPE CHECK AND IS
      *                     CAUGHT AT CONVERSION TIME, WHEN CCYRATE
      *                     ANSWERS NO RATE.
      *    14-10-2026  NB   THE FINANCIAL RECORD NOW CARRIES THE
      *                     AMORTIZATION METHOD IN COLUMN 26 - BLANK
      *                     OR "P" PRICE, "S" SAC - EDITED AS REASON
      *                     08 WHEN IT IS ANYTHING ELSE.
      *    14-10-2026  NB   THE FINANCIAL RECORD NOW ALSO CARRIES THE
      *                     FIRST DUE DATE (COLUMNS 27-34, CHECKED
      *                     THROUGH DATESRV), THE FREQUENCY (35) -
      *                     BOTH REASON 09 - AND THE LATE FEE AND
      *                     ARREARS INTEREST PERCENTS (36-39 AND
      *                     40-45) - REASON 10.  EACH MAY BE BLANK.
      *    15-10-2026  NB   COLUMNS 71-80 OF ANY RECORD TYPE ARE NOW
      *                     THE TEMPLATE ORIGIN CALCTGEN STAMPS ON A
      *                     GENERATED DETAIL - THE CALCTPL TEMPLATE
      *                     NUMBER (71-75) AND ITS DEPARTMENT (76-79).
      *                     BLANK, OR BOTH PRESENT WITH A NUMERIC,
      *                     NON-ZERO TEMPLATE, ELSE REASON 11.  THE
      *                     TRAILING-DATA CHECK (04) NOW STOPS AT
      *                     COLUMN 70.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           88  WRK-EXP-ENDED       VALUE "Y".
       77  WRK-EXP-IDX         PIC 9(01) COMP.
       77  WRK-STEP-COL        PIC 9(02) COMP.
       COPY "#DATESRV".
       01  WRK-EDIT-AREA.
           05  WRK-EDIT-OPERATOR   PIC X(01).
               88  WRK-VALID-OPERATOR  VALUE "+" "-" "/" "*"
           05  WRK-EDIT-FIRST      PIC X(12).
           05  WRK-EDIT-SECOND     PIC X(12).
           05  WRK-EDIT-CCY        PIC X(03).
           05  WRK-EDIT-REST       PIC X(42).
      *-----------------------------------------------------------------
      *    THE SAME TEN COLUMNS CLOSE EVERY RECORD TYPE - BLANK ON A
      *    DETAIL A DEPARTMENT KEYED, THE TEMPLATE AND ITS DEPARTMENT
      *    ON ONE CALCTGEN GENERATED.
      *-----------------------------------------------------------------
           05  WRK-EDIT-ORIGIN.
               10  WRK-ORG-TEMPLATE-X  PIC X(05).
               10  WRK-ORG-TEMPLATE REDEFINES WRK-ORG-TEMPLATE-X
                                       PIC 9(05).
               10  WRK-ORG-DEPT        PIC X(04).
               10  FILLER              PIC X(01).
      *-----------------------------------------------------------------
      *    ALTERNATE VIEW OF THE SAME RECORD FOR THE MULTI-STEP
      *    EXPRESSION TYPE - A TYPE BYTE OF "E", THE STARTING OPERAND,
           05  WRK-EXP-ENTRY OCCURS 4 TIMES.
               10  WRK-EXP-OP          PIC X(01).
               10  WRK-EXP-NUM-X       PIC X(12).
           05  WRK-EXP-REST        PIC X(05).
           05  FILLER              PIC X(10).
      *-----------------------------------------------------------------
      *    ALTERNATE VIEW FOR THE FINANCIAL RECORD TYPE - A TYPE BYTE
      *    OF "F", THE PRINCIPAL, THE RATE PER PERIOD IN PERCENT
      *    (SIX DECIMALS), THE NUMBER OF PERIODS AND THE METHOD
      *    (BLANK OR "P" PRICE, "S" SAC), THE FIRST DUE DATE, THE
      *    FREQUENCY AND THE LATE FEE AND ARREARS INTEREST PERCENTS
      *    FOR FINCALC.
      *-----------------------------------------------------------------
       01  WRK-EDIT-FIN REDEFINES WRK-EDIT-AREA.
           05  WRK-FIN-TYPE        PIC X(01).
           05  WRK-FIN-PRINCIPAL-X PIC X(12).
           05  WRK-FIN-RATE-X      PIC X(09).
           05  WRK-FIN-PERIODS-X   PIC X(03).
           05  WRK-FIN-METHOD      PIC X(01).
               88  WRK-VALID-FIN-METHOD VALUE " " "P" "S".
           05  WRK-FIN-FIRST-DUE-X PIC X(08).
           05  WRK-FIN-FIRST-DUE REDEFINES WRK-FIN-FIRST-DUE-X
                                   PIC 9(08).
           05  WRK-FIN-FREQ        PIC X(01).
               88  WRK-VALID-FIN-FREQ  VALUE " " "M" "B" "T" "S" "A".
           05  WRK-FIN-FEE-X       PIC X(04).
           05  WRK-FIN-MORA-X      PIC X(06).
           05  WRK-FIN-REST        PIC X(25).
           05  FILLER              PIC X(10).
       LINKAGE                         SECTION.
       COPY "#EDITVAR" REPLACING
           ==WRK-EDT-AREA== BY ==LNK-EDT-AREA==
             WHEN OTHER
               PERFORM 0210-EDIT-SIMPLE
           END-EVALUATE.
           IF LNK-EDT-CLEAN
               PERFORM 0280-EDIT-ORIGIN
           END-IF.
           GOBACK.

       0210-EDIT-SIMPLE                SECTION.
             WHEN WRK-EDIT-REST NOT EQUAL TO SPACES
               MOVE "04" TO LNK-EDT-REASON
               MOVE 29   TO LNK-EDT-FLD-COL
               MOVE 42   TO LNK-EDT-FLD-LEN
           END-EVALUATE.

      *-----------------------------------------------------------------
            AND WRK-EXP-REST NOT EQUAL TO SPACES
               MOVE "04" TO LNK-EDT-REASON
               MOVE 66   TO LNK-EDT-FLD-COL
               MOVE 05   TO LNK-EDT-FLD-LEN
           END-IF.

       0255-EDIT-EXPR-STEP             SECTION.
      *-----------------------------------------------------------------
      *    FINANCIAL EDIT - PRINCIPAL AND RATE MUST BE NUMERIC, THE
      *    PERIODS NUMERIC AND NOT ZERO (FINCALC CANNOT AMORTIZE OVER
      *    ZERO PERIODS), THE METHOD BLANK, "P" OR "S", THE FIRST DUE
      *    DATE BLANK, ZERO OR A REAL DATE, THE FREQUENCY ONE OF THE
      *    FIVE CODES OR BLANK, THE TWO LATE-CHARGE PERCENTS BLANK OR
      *    NUMERIC, AND NOTHING MAY FOLLOW THE FIXED LAYOUT.
      *-----------------------------------------------------------------
       0260-EDIT-FINANCE               SECTION.
           EVALUATE TRUE
               MOVE "06" TO LNK-EDT-REASON
               MOVE 23   TO LNK-EDT-FLD-COL
               MOVE 03   TO LNK-EDT-FLD-LEN
             WHEN NOT WRK-VALID-FIN-METHOD
               MOVE "08" TO LNK-EDT-REASON
               MOVE 26   TO LNK-EDT-FLD-COL
               MOVE 01   TO LNK-EDT-FLD-LEN
             WHEN WRK-FIN-FIRST-DUE-X NOT EQUAL TO SPACES
              AND WRK-FIN-FIRST-DUE-X IS NOT NUMERIC
               MOVE "09" TO LNK-EDT-REASON
               MOVE 27   TO LNK-EDT-FLD-COL
               MOVE 08   TO LNK-EDT-FLD-LEN
             WHEN NOT WRK-VALID-FIN-FREQ
               MOVE "09" TO LNK-EDT-REASON
               MOVE 35   TO LNK-EDT-FLD-COL
               MOVE 01   TO LNK-EDT-FLD-LEN
             WHEN WRK-FIN-FEE-X NOT EQUAL TO SPACES
              AND WRK-FIN-FEE-X IS NOT NUMERIC
               MOVE "10" TO LNK-EDT-REASON
               MOVE 36   TO LNK-EDT-FLD-COL
               MOVE 04   TO LNK-EDT-FLD-LEN
             WHEN WRK-FIN-MORA-X NOT EQUAL TO SPACES
              AND WRK-FIN-MORA-X IS NOT NUMERIC
               MOVE "10" TO LNK-EDT-REASON
               MOVE 40   TO LNK-EDT-FLD-COL
               MOVE 06   TO LNK-EDT-FLD-LEN
             WHEN WRK-FIN-REST NOT EQUAL TO SPACES
               MOVE "04" TO LNK-EDT-REASON
               MOVE 46   TO LNK-EDT-FLD-COL
               MOVE 25   TO LNK-EDT-FLD-LEN
           END-EVALUATE.
           IF LNK-EDT-REASON EQUAL TO SPACES
            AND WRK-FIN-FIRST-DUE-X IS NUMERIC
            AND WRK-FIN-FIRST-DUE GREATER THAN ZERO
               MOVE "V"               TO WRK-DSRV-FUNC
               MOVE WRK-FIN-FIRST-DUE TO WRK-DSRV-DATE-1
               MOVE ZERO              TO WRK-DSRV-DATE-2
               CALL "DATESRV" USING WRK-DSRV-AREA
               IF NOT WRK-DSRV-OK
                   MOVE "09" TO LNK-EDT-REASON
                   MOVE 27   TO LNK-EDT-FLD-COL
                   MOVE 08   TO LNK-EDT-FLD-LEN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    TEMPLATE ORIGIN - CHECKED LAST, ON A RECORD WHOSE OWN
      *    LAYOUT IS ALREADY CLEAN.  ALL BLANK IS AN ORDINARY DETAIL.
      *-----------------------------------------------------------------
       0280-EDIT-ORIGIN                SECTION.
           IF WRK-EDIT-ORIGIN NOT EQUAL TO SPACES
               IF WRK-ORG-TEMPLATE-X IS NOT NUMERIC
                OR WRK-ORG-TEMPLATE EQUAL TO ZERO
                OR WRK-ORG-DEPT EQUAL TO SPACES
                OR WRK-EDIT-ORIGIN(10:1) NOT EQUAL TO SPACE
                   MOVE "11" TO LNK-EDT-REASON
                   MOVE 71   TO LNK-EDT-FLD-COL
                   MOVE 10   TO LNK-EDT-FLD-LEN
               END-IF
           END-IF.
