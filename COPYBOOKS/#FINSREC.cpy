      *                AS A PRINT LINE.  KEYED BY CALCULATION ID PLUS
      *                PERIOD NUMBER, ONE RECORD PER PERIOD, WITH THE
      *                PERIOD'S INTEREST, AMORTIZATION, CLOSING
      *                BALANCE AND THE INSTALLMENT DUE, PLUS THE
      *                PAYMENT ACTUALLY RECEIVED AGAINST IT (POSTED BY
      *                FINPAY).  SHARED BY FINCALC (WHICH WRITES THE
      *                SCHEDULE), FINPAY (WHICH POSTS PAYMENTS) AND
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   SCH-PAYMENT-DUE IS NOW THE PERIOD'S OWN
      *                     INSTALLMENT (ITS INTEREST PLUS ITS
      *                     AMORTIZATION) RATHER THAN ONE LEVEL
      *                     PAYMENT COPIED ONTO EVERY PERIOD - UNDER
      *                     SAC IT FALLS PERIOD BY PERIOD.  ADDED
      *                     SCH-METHOD, "P" PRICE OR "S" SAC; BLANK ON
      *                     A RECORD FROM BEFORE THE STAMP, WHICH IS
      *                     PRICE.
      *    14-10-2026  NB   ADDED SCH-DUE-DATE AND SCH-FREQ - THE
      *                     PERIOD'S DUE DATE (ALREADY ROLLED FORWARD
      *                     TO A BUSINESS DAY) AND THE SCHEDULE'S
      *                     FREQUENCY; THE CONTRACT'S LATE TERMS
      *                     SCH-FEE-PCT (ONE-OFF LATE FEE, PERCENT OF
      *                     THE INSTALLMENT IN ARREARS) AND
      *                     SCH-MORA-PCT (ARREARS INTEREST, PERCENT A
      *                     MONTH, PRO RATA BY THE DAY); AND THE
      *                     CHARGES FINDELQ WRITES BACK - SCH-LATE-FEE,
      *                     SCH-ARREARS, THE DATE THEY ARE ACCRUED TO
      *                     (SCH-CHARGE-DATE) - WITH SCH-CHARGES-PAID,
      *                     THE PART OF A PAYMENT FINPAY APPLIED TO
      *                     THEM AHEAD OF THE INSTALLMENT.  A DUE DATE
      *                     OF ZERO MARKS A RECORD FROM BEFORE THE
      *                     DATES EXISTED.
      *    14-10-2026  NB   ADDED SCH-REMIT-DATE - THE DAY FINREM SENT
      *                     THE PERIOD TO THE BANK FOR COLLECTION ON
      *                     THE CNAB REMITTANCE, ZERO IF NEVER SENT, SO
      *                     AN OVERLAPPING WINDOW DOES NOT SEND IT
      *                     TWICE.  FINRET POSTS THE BANK'S RETURN
      *                     THROUGH FINPOST, THE RULE FINPAY USES.
      *=================================================================
       01  SCHED-MASTER-RECORD.
           05  SCH-KEY.
               88  SCH-PAY-OPEN        VALUE "0".
               88  SCH-PAY-FULL        VALUE "1".
               88  SCH-PAY-SHORT       VALUE "2".
           05  SCH-METHOD          PIC X(01).
               88  SCH-PRICE           VALUE "P" " ".
               88  SCH-SAC             VALUE "S".
           05  SCH-DUE-DATE        PIC 9(08).
           05  SCH-FREQ            PIC X(01).
               88  SCH-FREQ-MONTHLY    VALUE "M".
               88  SCH-FREQ-BIMONTHLY  VALUE "B".
               88  SCH-FREQ-QUARTERLY  VALUE "T".
               88  SCH-FREQ-HALFYEARLY VALUE "S".
               88  SCH-FREQ-YEARLY     VALUE "A".
           05  SCH-FEE-PCT         PIC 9(02)V99.
           05  SCH-MORA-PCT        PIC 9(02)V9(04).
           05  SCH-LATE-FEE        PIC S9(10)V9(06) SIGN LEADING
                                       SEPARATE.
           05  SCH-ARREARS         PIC S9(10)V9(06) SIGN LEADING
                                       SEPARATE.
           05  SCH-CHARGE-DATE     PIC 9(08).
           05  SCH-CHARGES-PAID    PIC S9(10)V9(06) SIGN LEADING
                                       SEPARATE.
           05  SCH-REMIT-DATE      PIC 9(08).
