      *                     DISCREPANCY COUNT COULD NEVER REACH ZERO
      *                     FROM THE SECOND NIGHT OF A PERIOD ON, AND
      *                     CALCNITE COULD NEVER COMPLETE THE CHAIN.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
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
           SELECT RECON-FILE ASSIGN TO "CALCRCN"
               ORGANIZATION IS LINE SEQUENTIAL
