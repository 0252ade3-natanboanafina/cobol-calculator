      *             PERIOD, NO THOUSANDS SEPARATORS):
      *               OP;PRIMEIRO;SEGUNDO[;MOEDA]    OP = + - / * % ^ R
      *               E;PRIMEIRO;OP1;NUM1[;OP2;NUM2;OP3;NUM3;OP4;NUM4]
      *               F;PRINCIPAL;TAXA;PERIODOS[;METODO[;VENCTO
      *                 [;FREQ[;MULTA[;MORA]]]]]
      *                                     METODO = P/PRICE OR S/SAC
      *                                     VENCTO = 1ST DUE AAAAMMDD
      *                                     FREQ   = M B T S A
      *                                     MULTA, MORA IN PERCENT
      *
      *             REASON CODES WRITTEN TO CALCDRJ:
      *               11 - OPERATOR/RECORD TYPE UNKNOWN
      *               15 - EXPRESSION WITH NO STEPS
      *               16 - PERIODS UNCONVERTIBLE OR ZERO
      *               17 - CURRENCY CODE NOT THREE LETTERS
      *               18 - AMORTIZATION METHOD NOT P, PRICE, S OR SAC
      *               19 - FIRST DUE DATE UNCONVERTIBLE OR NOT A DATE
      *               20 - FREQUENCY NOT M, B, T, S OR A
      *               21 - LATE FEE OR ARREARS INTEREST UNCONVERTIBLE
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *                     USED TO CONVERT WITH A SILENT ZERO
      *                     OPERAND; THEY NOW REJECT UNDER THE
      *                     EXISTING 12/13/16 REASONS.
      *    14-10-2026  NB   THE FINANCIAL LINE TAKES AN OPTIONAL FIFTH
      *                     FIELD, THE AMORTIZATION METHOD - P OR
      *                     PRICE, S OR SAC, EITHER CASE - CONVERTED
      *                     TO THE METHOD BYTE IN COLUMN 26.  LEFT
      *                     OFF OR BLANK IT STAYS PRICE; ANYTHING ELSE
      *                     IS REJECTED WITH THE NEW REASON 18.
      *    14-10-2026  NB   THE FINANCIAL LINE TAKES FOUR MORE
      *                     OPTIONAL FIELDS - FIRST DUE DATE,
      *                     FREQUENCY, LATE FEE AND ARREARS INTEREST -
      *                     LANDING IN COLUMNS 27-45, WITH THE NEW
      *                     REASONS 19, 20 AND 21.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           88  WRK-VALID-OPERATOR  VALUE "+" "-" "/" "*"
                                     "%" "^" "R".
       77  WRK-OUT-RECORD      PIC X(80) VALUE SPACES.
       77  WRK-METHOD-IN       PIC X(20) VALUE SPACES.
       01  WRK-FIELD-TABLE.
           05  WRK-FIELD           PIC X(20) OCCURS 12 TIMES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *    FINANCIAL RECORD - PRINCIPAL, RATE PER PERIOD (SIX
      *    DECIMALS), THE PERIOD COUNT, THEN OPTIONALLY THE METHOD,
      *    THE FIRST DUE DATE, THE FREQUENCY AND THE TWO LATE-CHARGE
      *    PERCENTS - FOUR TO NINE FIELDS.
      *-----------------------------------------------------------------
       0260-CONVERT-FINANCE            SECTION.
           EVALUATE TRUE
             WHEN WRK-FLD-COUNT LESS THAN 4
              OR WRK-FLD-COUNT GREATER THAN 9
               MOVE "14" TO WRK-REASON
             WHEN OTHER
               MOVE "F" TO WRK-OUT-RECORD(1:1)
               MOVE "16" TO WRK-REASON
           ELSE
               MOVE WRK-CNV-OUT(1:3) TO WRK-OUT-RECORD(23:3)
               IF WRK-FLD-COUNT GREATER THAN 4
                   PERFORM 0267-CONVERT-METHOD
               END-IF
               IF WRK-FLD-COUNT GREATER THAN 5
                AND WRK-REASON EQUAL TO SPACES
                   PERFORM 0270-CONVERT-DUE-TERMS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    THE METHOD AS THE SPREADSHEETS SPELL IT - THE LETTER OR
      *    THE WHOLE NAME, UPPER OR LOWER CASE.  A BLANK FIFTH FIELD
      *    (A TRAILING SEMICOLON) LEAVES THE COLUMN BLANK, WHICH
      *    FINCALC READS AS PRICE.
      *-----------------------------------------------------------------
       0267-CONVERT-METHOD             SECTION.
           MOVE WRK-FIELD(5) TO WRK-METHOD-IN.
           INSPECT WRK-METHOD-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WRK-METHOD-IN
             WHEN SPACES
               CONTINUE
             WHEN "P"
             WHEN "PRICE"
               MOVE "P" TO WRK-OUT-RECORD(26:1)
             WHEN "S"
             WHEN "SAC"
               MOVE "S" TO WRK-OUT-RECORD(26:1)
             WHEN OTHER
               MOVE "18" TO WRK-REASON
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    THE DUE-DATE TERMS - EACH FIELD MAY BE BLANK, WHICH LEAVES
      *    ITS COLUMNS BLANK FOR FINCALC'S DEFAULT (ONE PERIOD FROM
      *    TODAY, MONTHLY, NO LATE CHARGES).
      *-----------------------------------------------------------------
       0270-CONVERT-DUE-TERMS          SECTION.
           IF WRK-FIELD(6) NOT EQUAL TO SPACES
               MOVE WRK-FIELD(6) TO WRK-CNV-IN
               MOVE 8 TO WRK-CNV-INT-LEN
               MOVE 0 TO WRK-CNV-DEC-LEN
               PERFORM 0520-CONVERT-FIELD
               IF NOT WRK-CNV-OK
                   MOVE "19" TO WRK-REASON
               ELSE
                   MOVE "V"               TO WRK-DSRV-FUNC
                   MOVE WRK-CNV-OUT(1:8)  TO WRK-DSRV-DATE-1
                   MOVE ZERO              TO WRK-DSRV-DATE-2
                   IF WRK-CNV-OUT(1:8) NOT EQUAL TO "00000000"
                       CALL "DATESRV" USING WRK-DSRV-AREA
                   END-IF
                   IF WRK-DSRV-OK
                    OR WRK-CNV-OUT(1:8) EQUAL TO "00000000"
                       MOVE WRK-CNV-OUT(1:8) TO WRK-OUT-RECORD(27:8)
                   ELSE
                       MOVE "19" TO WRK-REASON
                   END-IF
               END-IF
           END-IF.
           IF WRK-REASON EQUAL TO SPACES
            AND WRK-FLD-COUNT GREATER THAN 6
               MOVE WRK-FIELD(7) TO WRK-METHOD-IN
               INSPECT WRK-METHOD-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WRK-METHOD-IN(2:19) NOT EQUAL TO SPACES
                OR (WRK-METHOD-IN(1:1) NOT EQUAL TO SPACE
                    AND WRK-METHOD-IN(1:1) NOT EQUAL TO "M"
                    AND WRK-METHOD-IN(1:1) NOT EQUAL TO "B"
                    AND WRK-METHOD-IN(1:1) NOT EQUAL TO "T"
                    AND WRK-METHOD-IN(1:1) NOT EQUAL TO "S"
                    AND WRK-METHOD-IN(1:1) NOT EQUAL TO "A")
                   MOVE "20" TO WRK-REASON
               ELSE
                   MOVE WRK-METHOD-IN(1:1) TO WRK-OUT-RECORD(35:1)
               END-IF
           END-IF.
           IF WRK-REASON EQUAL TO SPACES
            AND WRK-FLD-COUNT GREATER THAN 7
            AND WRK-FIELD(8) NOT EQUAL TO SPACES
               MOVE WRK-FIELD(8) TO WRK-CNV-IN
               MOVE 2 TO WRK-CNV-INT-LEN
               MOVE 2 TO WRK-CNV-DEC-LEN
               PERFORM 0520-CONVERT-FIELD
               IF NOT WRK-CNV-OK
                   MOVE "21" TO WRK-REASON
               ELSE
                   MOVE WRK-CNV-OUT(1:4) TO WRK-OUT-RECORD(36:4)
               END-IF
           END-IF.
           IF WRK-REASON EQUAL TO SPACES
            AND WRK-FLD-COUNT GREATER THAN 8
            AND WRK-FIELD(9) NOT EQUAL TO SPACES
               MOVE WRK-FIELD(9) TO WRK-CNV-IN
               MOVE 2 TO WRK-CNV-INT-LEN
               MOVE 4 TO WRK-CNV-DEC-LEN
               PERFORM 0520-CONVERT-FIELD
               IF NOT WRK-CNV-OK
                   MOVE "21" TO WRK-REASON
               ELSE
                   MOVE WRK-CNV-OUT(1:6) TO WRK-OUT-RECORD(40:6)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
