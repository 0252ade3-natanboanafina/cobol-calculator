      *=================================================================
      *    COPYBOOK:   #CNABREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    RECORD LAYOUT OF THE BANK'S 400-BYTE CNAB
      *                COLLECTION FILES - THE REMITTANCE FINREM WRITES
      *                AND THE RETURN FINRET READS.  ONE 01 PER RECORD
      *                TYPE, ALL OVER THE SAME 400 BYTES: "0" HEADER,
      *                "1" DETAIL (ONE INSTALLMENT), "9" TRAILER.  THE
      *                DETAIL CARRIES THE REMITTANCE FIELDS AND, OVER
      *                THE SAME POSITIONS THE BANK USES ON THE WAY
      *                BACK, THE RETURN FIELDS.  OUR CONTROL NUMBER
      *                (CNB-CONTROL, POSITIONS 38-62) IS "FIN" PLUS THE
      *                CALCULATION ID AND PERIOD, ECHOED BACK BY THE
      *                BANK UNCHANGED, AND IS HOW A RETURN ITEM FINDS
      *                ITS FINMAST PERIOD.  DATES ARE DDMMAA AND
      *                AMOUNTS CARRY TWO DECIMALS, AS THE BANK SENDS
      *                THEM.  COPY IT IN RIGHT AFTER THE FD - THE 01
      *                LEVELS ARE PART OF THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  CNAB-HEADER-RECORD.
           05  CNH-REC-TYPE        PIC X(01).
               88  CNH-IS-HEADER       VALUE "0".
           05  CNH-FILE-KIND       PIC X(01).
               88  CNH-REMITTANCE      VALUE "1".
               88  CNH-RETURN          VALUE "2".
           05  CNH-FILE-NAME       PIC X(07).
           05  CNH-SERVICE-CODE    PIC 9(02).
           05  CNH-SERVICE-NAME    PIC X(15).
           05  CNH-COMPANY-CODE    PIC X(20).
           05  CNH-COMPANY-NAME    PIC X(30).
           05  CNH-BANK-CODE       PIC 9(03).
           05  CNH-BANK-NAME       PIC X(15).
           05  CNH-FILE-DATE       PIC 9(06).
           05  FILLER              PIC X(294).
           05  CNH-SEQUENCE        PIC 9(06).
       01  CNAB-DETAIL-RECORD.
           05  CNB-REC-TYPE        PIC X(01).
               88  CNB-IS-HEADER       VALUE "0".
               88  CNB-IS-DETAIL       VALUE "1".
               88  CNB-IS-TRAILER      VALUE "9".
           05  CNB-INSCR-TYPE      PIC 9(02).
           05  CNB-INSCR-NUMBER    PIC 9(14).
           05  CNB-COMPANY-CODE    PIC X(20).
           05  CNB-CONTROL.
               10  CNB-CTL-PREFIX  PIC X(03).
               10  CNB-CTL-CALC-ID PIC X(07).
               10  CNB-CTL-CALC-ID-N REDEFINES CNB-CTL-CALC-ID
                                   PIC 9(07).
               10  CNB-CTL-PERIOD  PIC X(03).
               10  CNB-CTL-PERIOD-N REDEFINES CNB-CTL-PERIOD
                                   PIC 9(03).
               10  FILLER          PIC X(12).
           05  CNB-OUR-NUMBER      PIC 9(11).
           05  FILLER              PIC X(35).
           05  CNB-OCCURRENCE      PIC X(02).
               88  CNB-OCC-ENTRY       VALUE "01".
               88  CNB-OCC-CONFIRMED   VALUE "02".
               88  CNB-OCC-REJECTED    VALUE "03".
               88  CNB-OCC-SETTLED     VALUE "06" "17".
           05  CNB-REMIT-AREA.
               10  CNB-YOUR-NUMBER PIC X(10).
               10  CNB-DUE-DATE    PIC 9(06).
               10  CNB-FACE-VALUE  PIC 9(11)V99.
               10  CNB-BANK-CODE   PIC 9(03).
               10  FILLER          PIC X(07).
               10  CNB-ISSUE-DATE  PIC 9(06).
               10  FILLER          PIC X(05).
               10  CNB-MORA-PER-DAY PIC 9(11)V99.
               10  FILLER          PIC X(61).
               10  CNB-FINE-VALUE  PIC 9(11)V99.
               10  FILLER          PIC X(147).
           05  CNB-RETURN-AREA REDEFINES CNB-REMIT-AREA.
               10  CNB-OCC-DATE    PIC 9(06).
               10  CNB-RET-YOUR-NUMBER PIC X(10).
               10  FILLER          PIC X(20).
               10  CNB-RET-DUE-DATE PIC 9(06).
               10  CNB-RET-FACE-VALUE PIC 9(11)V99.
               10  FILLER          PIC X(88).
               10  CNB-PAID-VALUE  PIC 9(11)V99.
               10  CNB-MORA-PAID   PIC 9(11)V99.
               10  FILLER          PIC X(16).
               10  CNB-CREDIT-DATE PIC 9(06).
               10  FILLER          PIC X(93).
           05  CNB-SEQUENCE        PIC 9(06).
       01  CNAB-TRAILER-RECORD.
           05  CNT-REC-TYPE        PIC X(01).
           05  CNT-ITEM-COUNT      PIC 9(08).
           05  CNT-TOTAL-VALUE     PIC 9(12)V99.
           05  FILLER              PIC X(371).
           05  CNT-SEQUENCE        PIC 9(06).
