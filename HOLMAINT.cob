      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    02-09-2026  NB   ORIGINAL VERSION.
      *    14-10-2026  NB   A NEW HOLIDAY NO LONGER GOES STRAIGHT INTO
      *                     THE CALENDAR - IT IS QUEUED ON CALCPEND
      *                     THROUGH PENDWTR AND ONLY REACHES HOLIDAYS
      *                     WHEN A SECOND SUPERVISOR APPROVES IT IN
      *                     CALCAPRV.  HOLRPT MARKS THE DATES STILL
      *                     WAITING FOR APPROVAL.
      *    15-10-2026  NB   THE QUEUED HOLIDAY IMAGE IS NOW BUILT IN
      *                     WORKING-STORAGE (WRK-HOL-AFTER, THE LAYOUT
      *                     CALCAPRV READS IT BACK INTO) - HOLIDAYS IS
      *                     CLOSED BY THEN, SO ITS RECORD AREA CANNOT
      *                     BE USED.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           ==WRK-FILE-STATUS== BY ==WRK-REPORT-STATUS==.
       COPY "#USRVAR".
       COPY "#DATESRV".
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==WRK-PND-AREA==
           LEADING ==PND-== BY ==WRK-PND-==.
       01  WRK-HOL-AFTER.
           05  HAF-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  HAF-DESC            PIC X(30).
       77  WRK-READY-SW        PIC X(01) VALUE "N".
           88  WRK-READY           VALUE "Y".
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           05  WRK-HOL-ENTRY OCCURS 200 TIMES.
               10  WRK-TBL-DATE        PIC 9(08).
               10  WRK-TBL-DESC        PIC X(30).
               10  WRK-TBL-PEND-SW     PIC X(01).
                   88  WRK-TBL-PENDING     VALUE "P".

       PROCEDURE                       DIVISION.
       0001-MAIN                       SECTION.
               ADD 1 TO WRK-HOL-COUNT
               MOVE HOL-DATE TO WRK-TBL-DATE(WRK-HOL-COUNT)
               MOVE HOL-DESC TO WRK-TBL-DESC(WRK-HOL-COUNT)
               MOVE SPACE    TO WRK-TBL-PEND-SW(WRK-HOL-COUNT)
           ELSE
               DISPLAY "AVISO: MAIS DE 200 FERIADOS - EXCEDENTE "
                       "IGNORADO."
                 WHEN WRK-HOL-COUNT NOT LESS THAN 200
                   DISPLAY "CALENDARIO CHEIO - NADA GRAVADO."
                 WHEN OTHER
                   PERFORM 0250-QUEUE-HOLIDAY
               END-EVALUATE
           END-IF.

               MOVE "Y" TO WRK-DUP-SW
           END-IF.

      *-----------------------------------------------------------------
      *    THE DATE GOES TO THE APPROVAL QUEUE AS A HOLIDAYS RECORD
      *    IMAGE (A NEW DATE HAS NO BEFORE IMAGE).  IT ALSO TAKES A
      *    PENDING SLOT IN THE TABLE, SO THE SAME DATE KEYED TWICE IN
      *    ONE SESSION IS STILL REFUSED AS A DUPLICATE.
      *-----------------------------------------------------------------
       0250-QUEUE-HOLIDAY              SECTION.
           MOVE SPACES         TO WRK-HOL-AFTER.
           MOVE WRK-BUILD-DATE TO HAF-DATE.
           MOVE WRK-DESC-IN    TO HAF-DESC.
           MOVE SPACES         TO WRK-PND-AREA.
           MOVE "H"            TO WRK-PND-TYPE.
           MOVE "I"            TO WRK-PND-ACTION.
           MOVE HAF-DATE       TO WRK-PND-KEY.
           MOVE WRK-USR-ID     TO WRK-PND-MAKER-ID.
           MOVE WRK-HOL-AFTER  TO WRK-PND-AFTER.
           CALL "PENDWTR" USING WRK-PND-AREA.
           IF WRK-PND-ID GREATER THAN ZERO
               ADD 1 TO WRK-HOL-COUNT
               MOVE WRK-BUILD-DATE TO WRK-TBL-DATE(WRK-HOL-COUNT)
               MOVE WRK-DESC-IN    TO WRK-TBL-DESC(WRK-HOL-COUNT)
               MOVE "P"            TO WRK-TBL-PEND-SW(WRK-HOL-COUNT)
               ADD 1 TO WRK-CHANGE-COUNT
               DISPLAY "FERIADO " WRK-BUILD-DATE " ENVIADO PARA "
                       "APROVACAO - PENDENCIA NR " WRK-PND-ID "."
           ELSE
               DISPLAY "FERIADO NAO ENVIADO PARA APROVACAO - NADA "
                       "GRAVADO."
           END-IF.

      *-----------------------------------------------------------------
      *    THE PRINTED CALENDAR THE SUPERVISOR SIGNS OFF - EVERY DATE
      *    WITH ITS DAY OF WEEK FROM DATESRV AND ITS DESCRIPTION,
                  WRK-DSRV-DOW-NAME "  "
                  WRK-TBL-DESC(WRK-WRITE-IDX)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           IF WRK-TBL-PENDING(WRK-WRITE-IDX)
               MOVE "(PENDENTE)" TO REPORT-RECORD(58:10)
           END-IF.
           WRITE REPORT-RECORD.

      *-----------------------------------------------------------------
      *    NOTHING GOES BACK TO HOLIDAYS FROM HERE - CALCAPRV APPENDS
      *    EACH DATE AS IT IS APPROVED.
      *-----------------------------------------------------------------
       0300-END                        SECTION.
           DISPLAY WRK-CHANGE-COUNT " FERIADO(S) ENVIADO(S) PARA "
                   "APROVACAO.".
           DISPLAY "======== FIM DA MANUTENCAO ========".
