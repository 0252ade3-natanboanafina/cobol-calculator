      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   MIRROR RECORD STRETCHED FOUR BYTES FOR THE
      *                     ORIGINATING DEPARTMENT NOW STAMPED ON THE
      *                     AUDIT RECORD.
      *    14-10-2026  NB   MIRROR RECORD STRETCHED TWENTY-THREE BYTES
      *                     FOR THE PRIOR-PERIOD ADJUSTMENT FIELDS.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CALC-ID
               ALTERNATE RECORD KEY IS ARC-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARC-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-CALC-ID
               ALTERNATE RECORD KEY IS AUD-DATE-NUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUDCHKR"
               ORGANIZATION IS LINE SEQUENTIAL
       01  ARCH-RECORD.
           05  ARC-CALC-ID         PIC 9(07).
           05  ARC-DATE-NUM        PIC 9(08).
           05  FILLER              PIC X(30).
           05  ARC-USER-ID         PIC X(08).
           05  FILLER              PIC X(98).
       FD  AUDIT-FILE.
       COPY "#AUDITREC".
       FD  REPORT-FILE.
