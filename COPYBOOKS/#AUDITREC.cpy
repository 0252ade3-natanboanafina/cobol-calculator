      *                     CORRECTED ORIGINAL IS FLAGGED "S" SO
      *                     CALCRPT AND CALCEXTR NET THE PAIR OUT OF
      *                     THE TOTALS THEY HAND TO FINANCE.
      *    14-10-2026  NB   ADDED AUD-DEPT - THE ORIGINATING
      *                     DEPARTMENT FROM THE CALCIN BATCH HEADER,
      *                     CARRIED THROUGH CALCEDIT, CALC, CALCFIX
      *                     AND CALCCORR SO CALCBILL CAN CHARGE EACH
      *                     DEPARTMENT FOR ITS OWN WORK.  BLANK FOR AN
      *                     INTERACTIVE CALCULATION OR A RECORD FROM
      *                     BEFORE THE STAMP.
      *    14-10-2026  NB   ADDED AUD-ADJ-PERIOD AND AUD-ADJ-AMOUNT -
      *                     A CORRECTION OF A CALCULATION WHOSE MONTH
      *                     IS ALREADY CLOSING OR CLOSED ON CALCPER
      *                     IS POSTED AS A PRIOR-PERIOD ADJUSTMENT:
      *                     IT CARRIES THE MONTH IT ADJUSTS AND THE
      *                     NET CHANGE TO THAT MONTH (CORRECTED RESULT
      *                     LESS THE ORIGINAL), AND THE ORIGINAL IS
      *                     FLAGGED "P" INSTEAD OF "S" SO IT STAYS IN
      *                     THE SIGNED-OFF FIGURES OF ITS OWN MONTH.
      *                     ZERO PERIOD MEANS AN ORDINARY ENTRY.
      *    14-10-2026  NB   ADDED AUD-FIN-METHOD - THE AMORTIZATION
      *                     METHOD OF A FINCALC ENTRY (OPERATOR "F"),
      *                     "P" PRICE OR "S" SAC.  BLANK ON EVERY
      *                     OTHER ENTRY AND ON AN "F" ENTRY FROM
      *                     BEFORE THE STAMP, WHICH IS PRICE.
      *    14-10-2026  NB   AUD-DATE-NUM AND AUD-USER-ID ARE NOW
      *                     ALTERNATE RECORD KEYS (WITH DUPLICATES) ON
      *                     AUDITLOG AND ON EVERY AUDARC GENERATION,
      *                     FOR THE CALCINQ BROWSE.  EVERY SELECT OF
      *                     EITHER FILE DECLARES BOTH.
      *    15-10-2026  NB   NEW DISPOSITION "4" - AN ENTRY REBUILT BY
      *                     CALCRCVR FOR AN ID WHOSE FIGURES DID NOT
      *                     SURVIVE (AN INTERACTIVE SESSION ON THE
      *                     JOURNAL, OR AN ID ISSUED WITH NO TRACE AT
      *                     ALL).  IT HOLDS THE ID'S PLACE IN THE
      *                     SEQUENCE WITH A ZERO RESULT AND COUNTS AS
      *                     A FAILURE, SO CALCERR LISTS IT FOR THE
      *                     FIGURE TO BE RE-KEYED THROUGH CALCCORR.
      *    15-10-2026  NB   ADDED AUD-TEMPLATE - THE CALCTPL RECURRING
      *                     TEMPLATE CALCTGEN GENERATED THE BATCH
      *                     DETAIL FROM, CARRIED THROUGH CALCEDIT AND
      *                     CALC.  ZERO FOR EVERY OTHER ENTRY,
      *                     INCLUDING A CORRECTION (ITS AUD-CORR-REF
      *                     LEADS TO THE ORIGINAL, WHICH HAS IT).
      *=================================================================
       01  AUDIT-RECORD.
           05  AUD-CALC-ID         PIC 9(07).
               88  AUD-DISP-DIV-ZERO   VALUE "1".
               88  AUD-DISP-SIZE-ERR   VALUE "2".
               88  AUD-DISP-BAD-OPER   VALUE "3".
               88  AUD-DISP-RECOVERED  VALUE "4".
               88  AUD-DISP-FAILED     VALUE "1" "2" "3" "4".
           05  AUD-CCY-CODE        PIC X(03).
           05  AUD-CCY-RATE        PIC 9(01)V9(06).
           05  AUD-CORR-REF        PIC 9(07).
           05  AUD-CORR-SW         PIC X(01).
               88  AUD-CORRECTED       VALUE "S".
               88  AUD-CORRECTED-PRIOR VALUE "P".
               88  AUD-CORRECTION-DONE VALUE "S" "P".
           05  AUD-DEPT            PIC X(04).
           05  AUD-ADJ-PERIOD      PIC 9(06).
           05  AUD-ADJ-AMOUNT      PIC S9(10)V9(06) SIGN LEADING
                                       SEPARATE.
           05  AUD-FIN-METHOD      PIC X(01).
               88  AUD-FIN-PRICE       VALUE "P" " ".
               88  AUD-FIN-SAC         VALUE "S".
           05  AUD-TEMPLATE        PIC 9(05).
