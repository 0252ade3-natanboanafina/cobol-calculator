      *                     DRIVER CAN TEST THE OUTCOME, AND THE FINAL
      *                     STOP RUN BECAME GOBACK SO THE DRIVER GETS
      *                     CONTROL BACK.
      *    14-10-2026  NB   AUDITLOG DEFINITION CARRIES THE NEW
      *                     ALTERNATE KEYS ON AUD-DATE-NUM AND
      *                     AUD-USER-ID, AS THE FILE IS NOW BUILT.
      *    15-10-2026  NB   AN ENTRY REBUILT BY CALCRCVR WITHOUT ITS
      *                     FIGURES (DISPOSITION "4") IS LISTED WITH
      *                     ITS OWN REASON, FOR RE-KEYING.
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
           SELECT ERROR-FILE ASSIGN TO "CALCERRS"
               ORGANIZATION IS LINE SEQUENTIAL
               MOVE "DIVISAO POR ZERO  " TO WRK-REASON
             WHEN AUD-DISP-SIZE-ERR
               MOVE "ESTOURO DE CAMPO  " TO WRK-REASON
             WHEN AUD-DISP-RECOVERED
               MOVE "RECUPERADO S/DADOS" TO WRK-REASON
             WHEN OTHER
               MOVE "OPERADOR INVALIDO " TO WRK-REASON
           END-EVALUATE.
