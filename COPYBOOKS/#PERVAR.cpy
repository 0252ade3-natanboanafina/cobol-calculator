      *=================================================================
      *    COPYBOOK:   #PERVAR
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    REQUEST AREA FOR THE PERCHECK PERIOD LOOKUP.
      *                THE CALLER FILLS IN A DATE (ZERO MEANS TODAY);
      *                PERCHECK ANSWERS WITH THE PERIOD (AAAAMM) THE
      *                DATE FALLS IN AND THAT PERIOD'S STATUS ON THE
      *                CALCPER MASTER - "A" OPEN, "E" CLOSING, "F"
      *                CLOSED.  A MONTH NOT ON CALCPER, OR NO CALCPER
      *                AT ALL, ANSWERS OPEN.  COPY IT INTO WORKING
      *                STORAGE AS IS, OR INTO PERCHECK'S LINKAGE WITH
      *                REPLACING, THE SAME WAY #CCYVAR IS RENAMED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  WRK-PER-REQUEST.
           05  WRK-PER-REQ-DATE    PIC 9(08).
           05  WRK-PER-REQ-PERIOD  PIC 9(06).
           05  WRK-PER-REQ-STATUS  PIC X(01).
               88  WRK-PER-OPEN        VALUE "A".
               88  WRK-PER-CLOSING     VALUE "E".
               88  WRK-PER-CLOSED      VALUE "F".
               88  WRK-PER-LOCKED      VALUE "E" "F".
