      * APIU102 is the dual-control pending-change workflow the
      * auditors have written up two years running.  Sensitive
      * CHANGE-LOG-WORK field codes -- CLW-FLD-STAT-2X (001),
      * CLW-FLD-ACCESS-LIMIT (007), CLW-FLD-STMT-DISP-CODE (010) and
      * CLW-FLD-FEE-REFUND (020, the over-limit fee refunds DSDS210
      * queues) -- no longer apply on one operator's say-so:
      *
      *  1. incoming requests on MAINT-REQ-FILE carrying a sensitive
      *     field code route to the pending file instead of applying;
           05  MR-ACCT-ID              PIC 9(3).
           05  MR-ACCT-NO              PIC 9(9).
           05  MR-FIELD-CODE           PIC 9(3).
               88  MR-SENSITIVE-FIELD             VALUE 001 007 010
                                                         020.
           05  MR-OLD-INFO             PIC X(20).
           05  MR-NEW-INFO             PIC X(20).
           05  MR-REQUEST-OPER         PIC 9(5).
