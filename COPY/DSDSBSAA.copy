      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: BSA SURVEILLANCE ALERT RECORD                         *
      *                                                                *
      * LENGTH OF COPYBOOK: 120                                        *
      *                                                                *
      * USAGE: WRITTEN BY EACH BSA SURVEILLANCE RUN ALONGSIDE ITS      *
      *        PRINTOUT, ONE RECORD PER ALERT, TO ITS OWN DD:          *
      *          DSDR321  KITEALRT  KITING SUSPECT                     *
      *          DSDR327  CTRALRT   CTR / REPEAT NEAR MISS             *
      *          DSDR332  SIGALRT   SIGNIFICANT BALANCE CHANGE         *
      *          DSDR335  STRALRT   MULTI-DAY STRUCTURING              *
      *          DSDR336  MILALRT   CASH-BOUGHT MONETARY INSTRUMENT    *
      *          DSDR337  EMPALRT   EMPLOYEE ACCOUNT FLAG              *
      *        THE BSA CASE RUN (DSDS190) READS THEM CONCATENATED AS   *
      *        BSAALRT.  A CUSTOMER-LEVEL ALERT CARRIES THE CIFU010    *
      *        CUSTOMER AND ZERO ACCOUNT; AN ACCOUNT-LEVEL ALERT       *
      *        CARRIES THE ACCOUNT AND ZERO CUSTOMER, AND THE CASE     *
      *        RUN RESOLVES THE CUSTOMER.  A ZERO BA-DETECT-DATE       *
      *        (YYYYDDD) TAKES THE CASE RUN'S DATE.                    *
      ******************************************************************
       01  BSA-ALERT-REC.
           05  BA-SOURCE               PIC X(8).
           05  BA-ALERT-TYPE           PIC X(10).
           05  BA-DETECT-DATE          PIC 9(7).
           05  BA-CUST-BANK            PIC 9(3).
           05  BA-CUST-ID              PIC 9(9).
           05  BA-BANK-NO              PIC 9(3).
           05  BA-ACCT-ID              PIC 9(3).
           05  BA-ACCT-NO              PIC 9(9).
           05  BA-AMOUNT               PIC 9(11)V99.
           05  BA-SCORE                PIC 9(5).
           05  BA-DETAIL               PIC X(40).
           05  FILLER                  PIC X(10).
