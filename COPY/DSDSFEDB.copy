      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: FED MASTER-ACCOUNT RECONCILIATION BREAK RECORD        *
      *                                                                *
      * LENGTH OF COPYBOOK: 60                                         *
      *                                                                *
      * USAGE: WRITTEN TO FEDBRK BY THE FED MASTER-ACCOUNT             *
      *        RECONCILIATION (DSDS206), ONE RECORD PER OPEN BREAK --  *
      *        A BANK, SETTLEMENT SOURCE, SETTLEMENT DATE AND          *
      *        DIRECTION WHOSE EXPECTED SETTLEMENT AND FED STATEMENT   *
      *        ACTIVITY DISAGREE.  THE WORK QUEUE (DSDS162) INGESTS    *
      *        EVERY RECORD AS SOURCE FED.  FB-SOURCE CODES:           *
      *          ACHO  ACH ORIGINATED (DSDS137 BATCH TOTALS)           *
      *          ACHT  ACH RETURNS (DSDS136)                           *
      *          ACHR  ACH RECEIVED, POSTED BY SETTLEMENT DATE         *
      *          RTP   RTP SETTLEMENT (DSDS124)                        *
      *          NETS  ATM/POS NETWORK SETTLEMENT (DSDS120)            *
      *        FB-DIRECTION IS THE FED SIDE: D DEBITS THE MASTER       *
      *        ACCOUNT, C CREDITS IT.                                  *
      ******************************************************************
       01  FED-BREAK-REC.
           05  FB-BANK-NO              PIC 99.
           05  FB-SOURCE               PIC X(4).
           05  FB-SETTLE-DATE          PIC 9(7).
           05  FB-DIRECTION            PIC X.
               88  FB-FED-DEBIT                       VALUE 'D'.
               88  FB-FED-CREDIT                      VALUE 'C'.
           05  FB-BREAK-TYPE           PIC X.
               88  FB-NOT-SETTLED                     VALUE 'M'.
               88  FB-NOT-EXPECTED                    VALUE 'U'.
               88  FB-AMOUNT-DIFFERENCE               VALUE 'D'.
           05  FB-EXPECTED-AMT         PIC 9(11)V99.
           05  FB-FED-AMT              PIC 9(11)V99.
           05  FB-BREAK-AMT            PIC 9(11)V99.
           05  FB-AGE                  PIC 9(3).
           05  FILLER                  PIC X(3).
