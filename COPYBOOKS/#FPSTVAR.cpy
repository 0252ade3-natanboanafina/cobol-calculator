      *=================================================================
      *    COPYBOOK:   #FPSTVAR
      *    AUTHOR:     NATAN BOANAFINA
      *    DATE:       14-10-2026
      *    PURPOSE:    REQUEST AREA FOR THE FINPOST PAYMENT RULE.  THE
      *                CALLER FILLS IN THE AMOUNT RECEIVED AND THE
      *                DATE IT CAME IN AND PASSES THE FINMAST PERIOD
      *                RECORD ALONGSIDE; FINPOST ANSWERS WITH THE PART
      *                OF THE AMOUNT THAT SETTLED THE LATE CHARGES AND
      *                THE PART APPLIED TO THE INSTALLMENT, HAVING
      *                STAMPED THE RECORD.  THE CALLER REWRITES IT.
      *                COPY IT INTO WORKING STORAGE AS IS, OR INTO
      *                FINPOST'S LINKAGE WITH REPLACING, THE SAME WAY
      *                #PERVAR IS RENAMED.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY:
      *    DATE        BY   DESCRIPTION
      *    14-10-2026  NB   ORIGINAL VERSION.
      *=================================================================
       01  WRK-FPST-REQUEST.
           05  WRK-FPST-AMOUNT     PIC S9(10)V9(06).
           05  WRK-FPST-DATE       PIC 9(08).
           05  WRK-FPST-CHARGES    PIC S9(10)V9(06).
           05  WRK-FPST-APPLIED    PIC S9(10)V9(06).
