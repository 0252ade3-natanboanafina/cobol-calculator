      *=================================================================
      *    COPYBOOK:   #LIMREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    RECORD LAYOUT OF CALCLIM, THE ONE-RECORD FILE
      *                HOLDING THE CORRECTION LIMIT - A CALCCORR
      *                CORRECTION THAT MOVES THE RESULT BY LESS THAN
      *                THIS AMOUNT IS POSTED AT ONCE; ANY OTHER WAITS
      *                IN THE CALCPEND QUEUE FOR A SECOND USER.  WITH
      *                NO CALCLIM ON FILE THE LIMIT IS ZERO AND EVERY
      *                CORRECTION IS QUEUED.  THE LIMIT IS ONLY EVER
      *                CHANGED THROUGH THE QUEUE ITSELF (CALCAPRV,
      *                ACTION "T"), SO NO ONE USER CAN RAISE IT.
      *                COPY IT IN RIGHT AFTER THE FD - THE 01 LEVEL IS
      *                PART OF THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  LIMIT-RECORD.
           05  LIM-AMOUNT          PIC 9(10)V99.
           05  LIM-MAKER-ID        PIC X(08).
           05  LIM-CHECKER-ID      PIC X(08).
           05  LIM-EFF-DATE        PIC 9(08).
