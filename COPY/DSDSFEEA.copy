      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: AGGREGATE OVERDRAFT / RETURNED-ITEM FEE ACCUMULATOR   *
      *                                                                *
      * LENGTH OF COPYBOOK: 70                                         *
      *                                                                *
      * USAGE: ONE RECORD PER ACCOUNT EVER CHARGED, ROLLED FORWARD     *
      *        FROM FEEACCUM TO FEEACCMO BY THE NIGHTLY ACCUMULATOR    *
      *        (DSDS192) AND READ BY THE STATEMENT DISCLOSURE STEP     *
      *        (DSDS193) AND ITS CONTROL REPORT (DSDR345).             *
      *        FA-PRD-xxx ARE THE FEES SINCE THE LAST STATEMENT;       *
      *        FA-YTD-xxx THE FEES FOR CALENDAR YEAR FA-YTD-YEAR.      *
      *        OD IS THE DSDS116 OVERDRAFT FEE, RI THE DSDS167         *
      *        RETURNED-ITEM FEE, BOTH NET OF REFUNDS.  DATES YYYYDDD. *
      ******************************************************************
       01  FEE-ACCUM-REC.
           05  FA-BANK-NO              PIC 99.
           05  FA-ACCT-ID              PIC 9(3).
           05  FA-ACCT-NO              PIC 9(9).
           05  FA-YTD-YEAR             PIC 9(4).
           05  FA-PERIOD-FEES.
               10  FA-PRD-OD-FEES      PIC 9(7)V99.
               10  FA-PRD-RI-FEES      PIC 9(7)V99.
           05  FA-YTD-FEES.
               10  FA-YTD-OD-FEES      PIC 9(7)V99.
               10  FA-YTD-RI-FEES      PIC 9(7)V99.
           05  FA-LAST-FEE-DATE        PIC 9(7).
           05  FA-LAST-STMT-DATE       PIC 9(7).
           05  FILLER                  PIC X(2).
