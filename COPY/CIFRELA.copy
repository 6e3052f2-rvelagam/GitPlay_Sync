      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: CUSTOMER RELATIONSHIP ACCOUNT RECORD (RELACCT)        *
      *                                                                *
      * LENGTH OF COPYBOOK: 48                                         *
      *                                                                *
      * USAGE: ONE RECORD PER ACCOUNT UNDER ITS OWNING CUSTOMER,       *
      *        WRITTEN BY THE RELATIONSHIP EXTRACT (CIFB102) WITH ITS  *
      *        CUSTOMER TOTALS ON RELEXTR (SEE CIFRELX).  RA-SYSTEM    *
      *        NAMES THE ACCOUNT'S SYSTEM AND SO WHICH VIEW OF         *
      *        RA-ACCT-KEY HOLDS ITS NUMBER:                           *
      *          DSDS - RA-ACCT-ID / RA-ACCT-NO;                       *
      *          CD   - RA-CD-ACCT-NBR, THE CD SYSTEM'S TEN-DIGIT      *
      *                 ACCOUNT NUMBER;                                *
      *          LOAN - RA-LOAN-CUST-NBR / RA-LOAN-NBR.                *
      *        A MERGED CUSTOMER (SEE CIFMRGX) IS CARRIED AS ITS       *
      *        SURVIVOR.  RA-BALANCE IS THE LEDGER BALANCE, OR THE     *
      *        PRINCIPAL BALANCE FOR A LOAN.                           *
      ******************************************************************
       01  REL-ACCOUNT-REC.
           05  RA-CUST-BANK            PIC 9(3).
           05  RA-CUST-ID              PIC 9(9).
           05  RA-SYSTEM               PIC X(4).
               88  RA-DSDS-ACCT                       VALUE 'DSDS'.
               88  RA-CD-ACCT                         VALUE 'CD  '.
               88  RA-LOAN-ACCT                       VALUE 'LOAN'.
           05  RA-BANK-NO              PIC 9(3).
           05  RA-ACCT-KEY.
               10  RA-ACCT-ID          PIC 9(3).
               10  RA-ACCT-NO          PIC 9(9).
           05  RA-LOAN-KEY REDEFINES RA-ACCT-KEY.
               10  RA-LOAN-CUST-NBR    PIC 9(7).
               10  RA-LOAN-NBR         PIC 9(4).
               10  FILLER              PIC X.
           05  RA-CD-KEY REDEFINES RA-ACCT-KEY.
               10  RA-CD-ACCT-NBR      PIC 9(10).
               10  FILLER              PIC XX.
           05  RA-BALANCE              PIC S9(11)V99.
           05  FILLER                  PIC X(4).
