      *    02-09-2026  NB   MIRROR RECORD STRETCHED TEN BYTES FOR THE
      *                     CURRENCY CODE AND RATE NOW STAMPED ON THE
      *                     AUDIT RECORD.
      *    14-10-2026  NB   MIRROR RECORD STRETCHED FOUR BYTES FOR THE
      *                     ORIGINATING DEPARTMENT NOW STAMPED ON THE
      *                     AUDIT RECORD.
      *    14-10-2026  NB   ONLY A MONTH MARKED CLOSED ON CALCPER CAN
      *                     BE ARCHIVED NOW - ITS FIGURES ARE SIGNED
      *                     OFF BEFORE THEY LEAVE THE MASTER.  MIRROR
      *                     RECORD STRETCHED TWENTY-THREE BYTES FOR
      *                     THE PRIOR-PERIOD ADJUSTMENT FIELDS.
      *    14-10-2026  NB   MIRROR RECORD STRETCHED ONE BYTE FOR THE
      *                     AMORTIZATION METHOD OF A FINCALC ENTRY.
      *    14-10-2026  NB   AUDITLOG AND AUDARC DEFINITIONS CARRY
      *                     THE NEW ALTERNATE KEYS ON THE RUN DATE
      *                     AND USER ID; THE MIRROR RECORD NAMES
      *                     BOTH FIELDS FOR THEM.
      *    15-10-2026  NB   MIRROR RECORD STRETCHED FIVE BYTES FOR THE
      *                     CALCTPL TEMPLATE OF A GENERATED ENTRY.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT ARCH-FILE ASSIGN USING WRK-ARCH-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CALC-ID
               ALTERNATE RECORD KEY IS ARC-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARC-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-ARCH-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           05  ARC-CALC-ID         PIC 9(07).
           05  ARC-DATE-NUM        PIC 9(08).
           05  FILLER              PIC X(30).
           05  ARC-USER-ID         PIC X(08).
           05  FILLER              PIC X(98).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-PERIOD          PIC 9(06).
               ==WRK-CTL-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-CTL-STATUS==.
       COPY "#USRVAR".
       COPY "#PERVAR".
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
       0105-ASK-PERIOD                 SECTION.
           DISPLAY "PERIODO A ENCERRAR (AAAAMM): "
           ACCEPT WRK-PERIOD.
           MOVE "A" TO WRK-PER-REQ-STATUS.
           IF WRK-PERIOD NOT EQUAL TO ZERO
               COMPUTE WRK-PER-REQ-DATE = WRK-PERIOD * 100 + 1
               CALL "PERCHECK" USING WRK-PER-REQUEST
           END-IF.
           EVALUATE TRUE
             WHEN WRK-PERIOD EQUAL TO ZERO
               DISPLAY "PERIODO INVALIDO - NADA FOI ARQUIVADO."
             WHEN NOT WRK-PER-CLOSED
               DISPLAY "O PERIODO " WRK-PERIOD " NAO ESTA FECHADO NO "
                       "CALCPER - NADA FOI ARQUIVADO."
             WHEN OTHER
               DISPLAY "GERACOES A MANTER (0 = TODAS): "
               ACCEPT WRK-RETENTION
               STRING "AUDARC" WRK-PERIOD DELIMITED BY SIZE
                       MOVE "Y" TO WRK-READY-SW
                   END-IF
               END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    ONE PASS OVER THE MASTER IN KEY ORDER.  AN ENTRY WHOSE
