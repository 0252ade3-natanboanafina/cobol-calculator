      *                      WHOSE AUDIT ENTRY IS STILL IN MEMORY)
      *                  C - FLUSH THE BUFFER AND CLOSE AUDITLOG
      *                      (CALC DOES THIS ONCE AT END OF RUN)
      *                  D - SET THE ORIGINATING DEPARTMENT FROM
      *                      WRK-AWT-DEPT (AND THE TEMPLATE FROM
      *                      WRK-AWT-TEMPLATE).  IT STICKS IN THE WRITER
      *                      AND IS STAMPED ON EVERY "W" THAT
      *                      FOLLOWS, SO THE OPERATION PROGRAMS NEVER
      *                      HAVE TO KNOW WHICH DEPARTMENT ASKED
      *                      (CALC SETS IT PER BATCH RECORD, CALCCORR
      *                      FROM THE ORIGINAL ENTRY)
      *                  R - JOURNAL AN ENTRY THE CALLER HAS JUST
      *                      REWRITTEN: THE WHOLE RECORD, AS
      *                      REWRITTEN, GOES IN WRK-AWT-IMAGE AND IS
      *                      APPENDED TO THE DAY'S CALCAIJ AFTER-IMAGE
      *                      JOURNAL (EVERY "W" IS JOURNALED THERE BY
      *                      THE WRITER ITSELF WHEN IT REACHES DISK)
      *                COPY AS IS INTO WORKING STORAGE, OR RENAME WITH
      *                REPLACING THE SAME WAY #SIGNVAR IS RENAMED.
      *-----------------------------------------------------------------
      *                     THE CALCULATION THE NEW ENTRY CORRECTS,
      *                     ZERO FOR AN ORDINARY CALCULATION.  ONLY
      *                     CALCCORR EVER SETS IT NON-ZERO.
      *    14-10-2026  NB   ADDED FUNCTION "D" AND WRK-AWT-DEPT - THE
      *                     ORIGINATING DEPARTMENT STAMPED ON EVERY
      *                     AUDIT RECORD WRITTEN AFTER IT IS SET.
      *    14-10-2026  NB   ADDED THE ADJUSTED PERIOD AND AMOUNT FOR A
      *                     PRIOR-PERIOD ADJUSTMENT.  ONLY READ WHEN
      *                     THE CORRECTION REFERENCE IS SET, SO THE
      *                     OPERATION PROGRAMS NEVER HAVE TO CLEAR
      *                     THEM.
      *    14-10-2026  NB   ADDED THE AMORTIZATION METHOD OF A FINCALC
      *                     ENTRY.  ONLY READ WHEN THE OPERATOR IS
      *                     "F", SO NO OTHER CALLER HAS TO CLEAR IT.
      *    15-10-2026  NB   FUNCTION "D" ALSO SETS THE CALCTPL TEMPLATE
      *                     FROM WRK-AWT-TEMPLATE - STICKY LIKE THE
      *                     DEPARTMENT AND STAMPED ON EVERY "W" THAT
      *                     FOLLOWS.  CALC SETS IT PER BATCH RECORD;
      *                     EVERY OTHER "D" CALLER PASSES ZERO.
      *    15-10-2026  NB   ADDED FUNCTION "R" AND WRK-AWT-IMAGE - THE
      *                     AFTER-IMAGE OF A REWRITTEN AUDIT ENTRY FOR
      *                     THE CALCAIJ JOURNAL.
      *=================================================================
       01  WRK-AWT-AREA.
           05  WRK-AWT-FUNC        PIC X(01).
               88  WRK-AWT-WRITE       VALUE "W".
               88  WRK-AWT-FLUSH       VALUE "F".
               88  WRK-AWT-CLOSE       VALUE "C".
               88  WRK-AWT-SET-DEPT    VALUE "D".
               88  WRK-AWT-REWRITTEN   VALUE "R".
           05  WRK-AWT-STATUS      PIC X(01).
               88  WRK-AWT-OK          VALUE "0".
               88  WRK-AWT-BAD-FUNC    VALUE "1".
           05  WRK-AWT-CCY-CODE    PIC X(03).
           05  WRK-AWT-CCY-RATE    PIC 9(01)V9(06).
           05  WRK-AWT-CORR-REF    PIC 9(07).
           05  WRK-AWT-DEPT        PIC X(04).
           05  WRK-AWT-ADJ-PERIOD  PIC 9(06).
           05  WRK-AWT-ADJ-AMOUNT  PIC S9(10)V9(06).
           05  WRK-AWT-FIN-METHOD  PIC X(01).
           05  WRK-AWT-TEMPLATE    PIC 9(05).
           05  WRK-AWT-IMAGE       PIC X(151).
