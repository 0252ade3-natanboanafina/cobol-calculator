       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.PENDWTR.
      *=================================================================
      *    AUTHOR:  NATAN BOANAFINA
      *    DATE:    14-10-2026
      *    PURPOSE: THE ONE WRITER OF THE CALCPEND APPROVAL QUEUE, THE
      *             WAY AUDITWTR IS THE ONE WRITER OF THE AUDIT
      *             MASTER.  THE CALLER - CCYMAINT, HOLMAINT, USERMNT,
      *             CALCCORR OR CALCAPRV ITSELF - FILLS IN THE TYPE,
      *             ACTION, KEY, MAKER AND THE BEFORE AND AFTER
      *             IMAGES; THIS PROGRAM NUMBERS THE ITEM ONE PAST THE
      *             HIGHEST NUMBER ON FILE, STAMPS IT PENDING WITH THE
      *             DATE AND TIME, CLEARS THE CHECKER FIELDS AND
      *             APPENDS IT.  THE WHOLE STAMPED ITEM COMES BACK IN
      *             THE REQUEST AREA; A NUMBER OF ZERO MEANS NOTHING
      *             WAS QUEUED.  THE LAYOUT IS #PENDREC.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEND-STATUS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PEND-FILE.
       COPY "#PENDREC".
       WORKING-STORAGE                 SECTION.
       COPY "#SIGNVAR" REPLACING
           ==WRK-FILE-STATUS-OK== BY ==WRK-PEND-STATUS-OK==
           ==WRK-FILE-STATUS-NOT-FOUND== BY
               ==WRK-PEND-STATUS-NOT-FOUND==
           ==WRK-FILE-STATUS== BY ==WRK-PEND-STATUS==.
       77  WRK-EOF-SW          PIC X(01) VALUE "N".
           88  WRK-END-OF-QUEUE    VALUE "Y".
       77  WRK-LAST-ID         PIC 9(07) VALUE ZERO.
       77  WRK-TIME-RAW        PIC 9(08) VALUE ZERO.
       LINKAGE                         SECTION.
       COPY "#PENDREC" REPLACING
           ==PENDING-RECORD== BY ==LNK-PND-AREA==
           LEADING ==PND-== BY ==LNK-PND-==.

       PROCEDURE                       DIVISION USING LNK-PND-AREA.
       0001-MAIN                       SECTION.
           PERFORM 0100-FIND-LAST-ID.
           PERFORM 0200-APPEND-ITEM.
           GOBACK.

      *-----------------------------------------------------------------
      *    THE QUEUE IS SMALL AND READ FRONT TO BACK FOR ITS HIGHEST
      *    NUMBER - NOT JUST THE LAST RECORD'S, SO A HAND-SORTED FILE
      *    STILL NEVER REISSUES A NUMBER.
      *-----------------------------------------------------------------
       0100-FIND-LAST-ID               SECTION.
           MOVE ZERO TO WRK-LAST-ID.
           MOVE "N"  TO WRK-EOF-SW.
           OPEN INPUT PEND-FILE.
           IF WRK-PEND-STATUS-OK
               PERFORM 0110-READ-ITEM
               PERFORM 0120-NOTE-ID UNTIL WRK-END-OF-QUEUE
               CLOSE PEND-FILE
           END-IF.

       0110-READ-ITEM                  SECTION.
           READ PEND-FILE
               AT END MOVE "Y" TO WRK-EOF-SW
           END-READ.

       0120-NOTE-ID                    SECTION.
           IF PND-ID IS NUMERIC
            AND PND-ID GREATER THAN WRK-LAST-ID
               MOVE PND-ID TO WRK-LAST-ID
           END-IF.
           PERFORM 0110-READ-ITEM.

       0200-APPEND-ITEM                SECTION.
           OPEN EXTEND PEND-FILE.
           IF WRK-PEND-STATUS-NOT-FOUND
               OPEN OUTPUT PEND-FILE
           END-IF.
           IF NOT WRK-PEND-STATUS-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPEND - STATUS "
                       WRK-PEND-STATUS
               MOVE ZERO TO LNK-PND-ID
           ELSE
               ADD 1 TO WRK-LAST-ID
               MOVE WRK-LAST-ID TO LNK-PND-ID
               MOVE "P"         TO LNK-PND-STATUS
               ACCEPT LNK-PND-MAKER-DATE FROM DATE YYYYMMDD
               ACCEPT WRK-TIME-RAW FROM TIME
               MOVE WRK-TIME-RAW(1:6) TO LNK-PND-MAKER-TIME
               MOVE SPACES TO LNK-PND-CHECKER-ID
               MOVE ZERO   TO LNK-PND-CHECK-DATE
               MOVE ZERO   TO LNK-PND-CHECK-TIME
               MOVE LNK-PND-AREA TO PENDING-RECORD
               WRITE PENDING-RECORD
               IF NOT WRK-PEND-STATUS-OK
                   DISPLAY "ERRO DE GRAVACAO NO CALCPEND - STATUS "
                           WRK-PEND-STATUS
                   MOVE ZERO TO LNK-PND-ID
               END-IF
               CLOSE PEND-FILE
           END-IF.
