      *=================================================================
      *    COPYBOOK:   #AIJREC
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       15-10-2026
      *    PURPOSE:    RECORD LAYOUT OF THE CALCAIJ AFTER-IMAGE
      *                JOURNAL - ONE DATED GENERATION PER DAY, CALCAIJ
      *                PLUS THE DATE, APPENDED TO ALL DAY THE WAY CALC
      *                KEEPS ITS CALCDTL GENERATIONS.  AUDITWTR WRITES
      *                A "W" IMAGE OF EVERY AUDIT ENTRY IT PUTS ON
      *                AUDITLOG AND AN "R" IMAGE OF EVERY ENTRY A
      *                CALLER REWRITES (CALCCORR AND CALCAPRV MARKING
      *                AN ORIGINAL CORRECTED), SO CALCRCVR CAN ROLL THE
      *                AUDIT MASTER FORWARD FROM A BACKUP WITH THE
      *                ENTRIES EXACTLY AS THEY STOOD - CORRECTIONS,
      *                FLAGS AND ALL.  COPY IT IN RIGHT AFTER THE FD -
      *                THE 01 LEVEL IS PART OF THE COPYBOOK.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    15-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  AFTER-IMAGE-RECORD.
           05  AIJ-TYPE            PIC X(01).
               88  AIJ-WRITTEN         VALUE "W".
               88  AIJ-REWRITTEN       VALUE "R".
           05  AIJ-DATE            PIC 9(08).
           05  AIJ-TIME            PIC 9(06).
           05  AIJ-IMAGE           PIC X(151).
