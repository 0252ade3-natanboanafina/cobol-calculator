      *                KEYED BY MOVEMENT DATE AND RUN NUMBER - ONE
      *                RECORD PER PROGRAM RUN OF THE BATCH PIPELINE.
      *                SHARED BY RUNREG (WHICH REGISTERS AND ANSWERS
      *                THE RUNS), RUNINQ (THE HISTORY LISTING) AND
      *                RUNWIN (THE BATCH-WINDOW REPORT).
      *                COPY IT IN RIGHT AFTER THE FD - THE 01 LEVEL IS
      *                PART OF THE COPYBOOK.  A RUN GOES IN WITH
      *                STATUS "A" AT START AND IS MARKED "C" WHEN THE
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   RUNWIN READS IT FOR THE ELAPSED-TIME AND
      *                     BATCH-WINDOW REPORT; LAYOUT UNCHANGED.
      *=================================================================
       01  RUN-RECORD.
           05  RUN-DATE            PIC 9(08).
