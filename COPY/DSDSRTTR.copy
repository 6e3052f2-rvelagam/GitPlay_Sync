      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: BALANCE-TIER RATE SCHEDULE RECORD (RATETIER)          *
      *                                                                *
      * LENGTH OF COPYBOOK: 130                                        *
      *                                                                *
      * USAGE: ONE SCHEDULE PER BANK, EARN ROUTINE AND EFFECTIVE DATE  *
      *        (YYYYDDD), MAINTAINED UNDER DUAL CONTROL BY DSDS202 AND *
      *        PRICED BY THE TIERED-RATE SERVICE (DSDS201).  UP TO     *
      *        FIVE TIERS, EACH A BALANCE FLOOR AND ITS RATE.          *
      *        RT-METHOD SAYS HOW THE TIERS APPLY TO A BALANCE (SEE    *
      *        DSDS201).  RT-REQUEST-OPER KEYED THE SCHEDULE AND       *
      *        RT-APPROVE-OPER RELEASED IT.                            *
      ******************************************************************
       01  RATE-TIER-REC.
           05  RT-BANK-NO              PIC 99.
           05  RT-EARN-RTN             PIC 99.
           05  RT-EFF-DATE             PIC 9(7).
           05  RT-METHOD               PIC X.
           05  RT-TIER-COUNT           PIC 9.
           05  RT-TIER                 OCCURS 5 TIMES.
               10  RT-TIER-FLOOR       PIC 9(9)V99.
               10  RT-TIER-RATE        PIC V9(7).
           05  RT-REQUEST-OPER         PIC 9(5).
           05  RT-APPROVE-OPER         PIC 9(5).
           05  RT-ENTERED-DATE         PIC 9(7).
           05  FILLER                  PIC X(10).
