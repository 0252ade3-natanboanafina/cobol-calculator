      *    02-09-2026  NB   ORIGINAL VERSION - REASON AND DATA LIFTED
      *                     FROM CALCEDIT'S INLINE LAYOUT, PLUS THE
      *                     NEW CYCLE COUNT AND ABANDON FLAG.
      *    14-10-2026  NB   ADDED REJ-DEPT - THE DEPARTMENT FROM THE
      *                     HEADER OF THE DELIVERY THE RECORD CAME IN,
      *                     SO CALCFIX SENDS THE FIX BACK UNDER THE
      *                     DEPARTMENT THAT ACTUALLY ASKED FOR IT.
      *=================================================================
       01  REJECT-RECORD.
           05  REJ-REASON          PIC X(02).
           05  FILLER              PIC X(01).
           05  REJ-ABAND-SW        PIC X(01).
               88  REJ-ABANDONED       VALUE "A".
           05  FILLER              PIC X(01).
           05  REJ-DEPT            PIC X(04).
