      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: CUSTOMER RELATIONSHIP SUMMARY RECORD (RELEXTR)        *
      *                                                                *
      * LENGTH OF COPYBOOK: 73                                         *
      *                                                                *
      * USAGE: ONE RECORD PER CUSTOMER, WRITTEN BY THE RELATIONSHIP    *
      *        EXTRACT (CIFB102) WITH ITS ACCOUNTS ON RELACCT (SEE     *
      *        CIFRELA).  RX-NBR-ACCOUNTS COUNTS THE CUSTOMER'S LIVE   *
      *        DSDS ACCOUNTS; THE BALANCES ARE THE DSDS LEDGER, DSDS   *
      *        INTEREST PAID YEAR TO DATE, CD AND LOAN PRINCIPAL.      *
      *        RX-OLDEST-OPEN IS THE EARLIEST OPEN DATE (YYYYDDD) OF   *
      *        THE LIVE DSDS ACCOUNTS, ZERO FOR A CUSTOMER WITH CDS    *
      *        OR LOANS ONLY.                                          *
      ******************************************************************
       01  REL-EXTRACT-REC.
           05  RX-CUST-BANK            PIC 9(3).
           05  RX-CUST-ID              PIC 9(9).
           05  RX-NBR-ACCOUNTS         PIC 9(3).
           05  RX-DSDS-BALANCE         PIC S9(11)V99.
           05  RX-INT-PAID-YTD         PIC S9(9)V99.
           05  RX-CD-BALANCE           PIC S9(11)V99.
           05  RX-LOAN-EXPOSURE        PIC S9(11)V99.
           05  RX-OLDEST-OPEN          PIC 9(7).
           05  FILLER                  PIC X.
