      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: CUSTOMER BSA RISK MASTER RECORD                       *
      *                                                                *
      * LENGTH OF COPYBOOK: 120                                        *
      *                                                                *
      * USAGE: ONE RECORD PER CIFU010 CUSTOMER, ROLLED FORWARD FROM    *
      *        RISKMAST TO RISKMSTO BY THE MONTHLY RISK-RATING RUN     *
      *        (DSDS191).  RK-RATING IS H, M OR L; RK-PRIOR-RATING     *
      *        AND RK-PRIOR-SCORE ARE WHAT IT WAS BEFORE IT LAST       *
      *        CHANGED ON RK-RATED-DATE.  THE RK-xxx-PTS FACTORS ADD   *
      *        UP TO RK-SCORE; RK-CASH-AMT AND RK-WIRE-AMT ARE THE     *
      *        MONTH'S CASH AND WIRE VOLUME BEHIND THEM.  HIGH AND     *
      *        MEDIUM CUSTOMERS CARRY RK-NEXT-REVIEW-DATE; A LOW       *
      *        CUSTOMER HAS NONE.  A CUSTOMER THAT DROPS OFF THE       *
      *        RELATIONSHIP EXTRACT IS CARRIED AS RK-EXITED, UNSCORED  *
      *        AND NOT DUE, UNTIL IT COMES BACK.  ALL DATES YYYYDDD.   *
      ******************************************************************
       01  RISK-MASTER-REC.
           05  RK-CUST-BANK            PIC 9(3).
           05  RK-CUST-ID              PIC 9(9).
           05  RK-STATUS               PIC X.
               88  RK-ACTIVE                          VALUE 'A'.
               88  RK-EXITED                          VALUE 'X'.
           05  RK-RATING               PIC X.
               88  RK-HIGH                            VALUE 'H'.
               88  RK-MEDIUM                          VALUE 'M'.
               88  RK-LOW                             VALUE 'L'.
           05  RK-SCORE                PIC 9(3).
           05  RK-PRIOR-RATING         PIC X.
           05  RK-PRIOR-SCORE          PIC 9(3).
           05  RK-RATED-DATE           PIC 9(7).
           05  RK-SCORED-DATE          PIC 9(7).
           05  RK-LAST-REVIEW-DATE     PIC 9(7).
           05  RK-REVIEW-OPER          PIC 9(5).
           05  RK-NEXT-REVIEW-DATE     PIC 9(7).
           05  RK-FACTORS.
               10  RK-PRODUCT-PTS      PIC 9(3).
               10  RK-CASH-PTS         PIC 9(3).
               10  RK-WIRE-PTS         PIC 9(3).
               10  RK-IAT-PTS          PIC 9(3).
               10  RK-CASE-PTS         PIC 9(3).
               10  RK-AGE-PTS          PIC 9(3).
           05  RK-CASH-AMT             PIC 9(11)V99.
           05  RK-WIRE-AMT             PIC 9(11)V99.
           05  RK-OLDEST-OPEN          PIC 9(7).
           05  FILLER                  PIC X(15).
