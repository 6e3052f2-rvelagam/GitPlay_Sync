      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: VALUE-DATE INTEREST ADJUSTMENT REGISTER RECORD        *
      *                                                                *
      * LENGTH OF COPYBOOK: 100                                        *
      *                                                                *
      * USAGE: ONE RECORD PER INTEREST ADJUSTMENT THE NIGHTLY          *
      *        VALUE-DATE RUN (DSDS211) POSTS FOR A BACK-DATED OR      *
      *        FORWARD-DATED ITEM ON AN INTEREST-BEARING ACCOUNT,      *
      *        WRITTEN TO IADJREG AND FOOTED BY BANK IN THE NIGHTLY    *
      *        ACCRUAL CONTROL (DSDR340).  THE ORIGINAL ITEM IS NAMED  *
      *        BY ITS TRANSACTION CODE, AMOUNT, CHECK NUMBER,          *
      *        EFFECTIVE DATE AND POSTING DATE.  IR-GAP-DAYS IS THE    *
      *        CALENDAR DAYS BETWEEN THE TWO DATES, IR-RATE THE        *
      *        EARN-ROUTINE RATE THE ACCOUNT'S BALANCE EARNS.          *
      *        IR-ADJ-DR-CR IS THE SIDE THE ADJUSTMENT POSTED TO THE   *
      *        CUSTOMER.  DATES YYYYDDD.                               *
      ******************************************************************
       01  INT-ADJ-REG-REC.
           05  IR-BANK-NO              PIC 99.
           05  IR-ACCT-ID              PIC 9(3).
           05  IR-ACCT-NO              PIC 9(9).
           05  IR-EARN-RTN             PIC 99.
           05  IR-ORIG-CODE            PIC 9(3).
           05  IR-ORIG-AMOUNT          PIC 9(11)V99.
           05  IR-ORIG-CHK-NO          PIC 9(11).
           05  IR-EFFECT-DT            PIC 9(7).
           05  IR-POST-DATE            PIC 9(7).
           05  IR-DIRECTION            PIC X.
               88  IR-BACK-DATED                      VALUE 'B'.
               88  IR-FORWARD-DATED                   VALUE 'F'.
           05  IR-GAP-DAYS             PIC 9(3).
           05  IR-RATE                 PIC V9(7).
           05  IR-ADJ-CODE             PIC 9(3).
           05  IR-ADJ-AMOUNT           PIC 9(9)V99.
           05  IR-ADJ-DR-CR            PIC X.
               88  IR-ADJ-CREDIT                      VALUE 'C'.
               88  IR-ADJ-DEBIT                       VALUE 'D'.
           05  IR-ADJ-DATE             PIC 9(7).
           05  FILLER                  PIC X(10).
