      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: FEE REFUND HISTORY RECORD                             *
      *                                                                *
      * LENGTH OF COPYBOOK: 80                                         *
      *                                                                *
      * USAGE: ONE RECORD PER FEE REFUND POSTED, APPENDED TO RFNDHIST  *
      *        BY THE NIGHTLY REFUND EDIT (DSDS210) AND READ BACK BY   *
      *        IT TO STOP A FEE BEING REFUNDED TWICE, AND BY THE       *
      *        MONTHLY REFUND ANALYTICS (DSDR349).  A FEE IS KNOWN BY  *
      *        ITS ACCOUNT, FEE CODE, DATE, AMOUNT AND SEQUENCE (THE   *
      *        NTH FEE OF THAT CODE AND AMOUNT ON THAT DATE).          *
      *        RH-APPROVE-OPER IS THE SECOND OPERATOR WHO RELEASED AN  *
      *        OVER-LIMIT REFUND THROUGH APIU102, ZERO WHEN THE        *
      *        REQUESTER'S OWN LIMIT COVERED IT.  DATES YYYYDDD.       *
      ******************************************************************
       01  REFUND-HIST-REC.
           05  RH-BANK-NO              PIC 99.
           05  RH-ACCT-ID              PIC 9(3).
           05  RH-ACCT-NO              PIC 9(9).
           05  RH-FEE-CODE             PIC 9(3).
           05  RH-FEE-DATE             PIC 9(7).
           05  RH-FEE-AMT              PIC 9(7)V99.
           05  RH-FEE-SEQ              PIC 9.
           05  RH-FEE-TYPE             PIC X(2).
           05  RH-REFUND-CODE          PIC 9(3).
           05  RH-REFUND-AMT           PIC 9(7)V99.
           05  RH-REASON               PIC X(2).
           05  RH-REQUEST-OPER         PIC 9(5).
           05  RH-BRANCH               PIC 9(4).
           05  RH-APPROVE-OPER         PIC 9(5).
           05  RH-POST-DATE            PIC 9(7).
           05  FILLER                  PIC X(9).
