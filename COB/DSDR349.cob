       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDR349.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDR349 is the monthly fee-refund analytics report over the
      * refund history DSDS210 keeps on RFNDHIST (see DSDSRFND).
      * Fee refunds cost six figures last year before anyone could
      * say who refunded what or why; this puts the month's refunds
      * in front of the branch managers and audit.
      *
      * RFAPARM gives the month's first and last days (YYYYDDD) and
      * the repeat threshold.  A refund belongs to the month by its
      * RH-POST-DATE.  RFARPT shows the month's refunds, count and
      * amount, with how many of them were over the requester's
      * limit and released by a second operator:
      *
      *  - by requesting operator;
      *  - by branch;
      *  - by reason code;
      *  - repeat-refunded customers: every customer refunded this
      *    month with at least the threshold's refunds (2 when
      *    zero) over the twelve months to the month's end, most
      *    refunds first.  The customer is the account's owner on
      *    CIFB102's RELACCT, as DSDR347 finds it, so refunds spread
      *    over one customer's accounts count together; an account
      *    with no owner there stands alone as NO CIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFA-PARM-FILE      ASSIGN TO RFAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-HIST-FILE   ASSIGN TO RFNDHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RFA-RPT            ASSIGN TO RFARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RFA-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RFA-PARM-REC.
           05  RA-MONTH-START          PIC 9(7).
           05  RA-MONTH-END            PIC 9(7).
           05  RA-REPEAT-MIN           PIC 99.
           05  FILLER                  PIC X(64).

       FD  REFUND-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DSDSRFND.

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  RFA-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RFA-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HIST-EOF                        VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-IN-MONTH-SW          PIC X          VALUE 'N'.
               88  WS-IN-MONTH                        VALUE 'Y'.
           05  WS-MORE-SW              PIC X          VALUE 'N'.
               88  WS-MORE                            VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-OP-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BR-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BR-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RS-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RS-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-BEST              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RANK                 PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * The month's refunds by requesting operator, branch and
      * reason; REL counts those a second operator released.
       01  WS-OPER-TABLE.
           05  WS-OP-ENTRY             OCCURS 2000 TIMES.
               10  WS-OP-KEY           PIC 9(5).
               10  WS-OP-CNT           PIC S9(7)      COMP-3.
               10  WS-OP-AMT           PIC S9(11)V99  COMP-3.
               10  WS-OP-REL-CNT       PIC S9(7)      COMP-3.
               10  WS-OP-REL-AMT       PIC S9(11)V99  COMP-3.

       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY             OCCURS 2000 TIMES.
               10  WS-BR-KEY           PIC 9(4).
               10  WS-BR-CNT           PIC S9(7)      COMP-3.
               10  WS-BR-AMT           PIC S9(11)V99  COMP-3.
               10  WS-BR-REL-CNT       PIC S9(7)      COMP-3.
               10  WS-BR-REL-AMT       PIC S9(11)V99  COMP-3.

       01  WS-REASON-TABLE.
           05  WS-RS-ENTRY             OCCURS 50 TIMES.
               10  WS-RS-KEY           PIC X(2).
               10  WS-RS-CNT           PIC S9(7)      COMP-3.
               10  WS-RS-AMT           PIC S9(11)V99  COMP-3.
               10  WS-RS-REL-CNT       PIC S9(7)      COMP-3.
               10  WS-RS-REL-AMT       PIC S9(11)V99  COMP-3.

      * Accounts refunded in the twelve months, with their owner.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY             OCCURS 20000 TIMES.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-ACCT-ID       PIC 9(3).
               10  WS-AC-ACCT-NO       PIC 9(9).
               10  WS-AC-CUST-BANK     PIC 9(3).
               10  WS-AC-CUST-ID       PIC 9(9).
               10  WS-AC-MONTH-CNT     PIC S9(7)      COMP-3.
               10  WS-AC-MONTH-AMT     PIC S9(11)V99  COMP-3.
               10  WS-AC-YEAR-CNT      PIC S9(7)      COMP-3.
               10  WS-AC-YEAR-AMT      PIC S9(11)V99  COMP-3.

      * Customers, or unowned accounts standing alone (customer
      * zero and the account carried).
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY             OCCURS 20000 TIMES.
               10  WS-CU-CUST-BANK     PIC 9(3).
               10  WS-CU-CUST-ID       PIC 9(9).
               10  WS-CU-BANK-NO       PIC 99.
               10  WS-CU-ACCT-ID       PIC 9(3).
               10  WS-CU-ACCT-NO       PIC 9(9).
               10  WS-CU-ACCOUNTS      PIC S9(5)      COMP-3.
               10  WS-CU-MONTH-CNT     PIC S9(7)      COMP-3.
               10  WS-CU-MONTH-AMT     PIC S9(11)V99  COMP-3.
               10  WS-CU-YEAR-CNT      PIC S9(7)      COMP-3.
               10  WS-CU-YEAR-AMT      PIC S9(11)V99  COMP-3.
               10  WS-CU-LISTED-SW     PIC X.

       01  WS-MONTH-START              PIC 9(7)       VALUE ZERO.
       01  WS-MONTH-END                PIC 9(7)       VALUE ZERO.
       01  WS-YEAR-START               PIC 9(7)       VALUE ZERO.
       01  WS-REPEAT-MIN               PIC 99         VALUE 2.
       01  WS-BEST-CNT                 PIC S9(7)      COMP-3
                                                       VALUE ZERO.
       01  WS-KEY-CUST-BANK            PIC 9(3)       VALUE ZERO.
       01  WS-KEY-CUST-ID              PIC 9(9)       VALUE ZERO.
       01  WS-KEY-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-KEY-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-KEY-ACCT-NO              PIC 9(9)       VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-HIST             PIC 9(9)       VALUE ZERO.
           05  WS-TOT-MONTH-CNT        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-MONTH-AMT        PIC S9(11)V99  COMP-3
                                                       VALUE ZERO.
           05  WS-TOT-REL-CNT          PIC 9(7)       VALUE ZERO.
           05  WS-TOT-REL-AMT          PIC S9(11)V99  COMP-3
                                                       VALUE ZERO.
           05  WS-TOT-REPEAT           PIC 9(7)       VALUE ZERO.
           05  WS-TOT-OVERFLOW         PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDR349 - MONTHLY FEE REFUND ANALYTICS            '.
           05  FILLER                  PIC X(8)       VALUE 'PERIOD: '.
           05  WS-RH-START             PIC 9(7).
           05  FILLER                  PIC X(4)       VALUE ' TO '.
           05  WS-RH-END               PIC 9(7).
           05  FILLER                  PIC X(56)      VALUE SPACES.

       01  WS-SECTION-HDG.
           05  WS-SH-TEXT              PIC X(60).
           05  FILLER                  PIC X(72)      VALUE SPACES.

       01  WS-TALLY-HDG.
           05  WS-TH-KEY               PIC X(30).
           05  FILLER                  PIC X(10)      VALUE
               '   REFUNDS'.
           05  FILLER                  PIC X(16)      VALUE
               '          AMOUNT'.
           05  FILLER                  PIC X(11)      VALUE
               '   RELEASED'.
           05  FILLER                  PIC X(16)      VALUE
               '    RELEASED AMT'.
           05  FILLER                  PIC X(49)      VALUE SPACES.

       01  WS-TALLY-LINE.
           05  WS-TY-KEY               PIC X(30).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TY-CNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TY-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TY-REL-CNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TY-REL-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(49)      VALUE SPACES.

      * Tally keys, one view per section.
       01  WS-TALLY-KEY.
           05  WS-TK-LABEL             PIC X(10).
           05  WS-TK-CODE              PIC X(5).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TK-DESC              PIC X(14).

       01  WS-CUST-HDG.
           05  FILLER                  PIC X(30)      VALUE
               '  RANK  CUSTOMER'.
           05  FILLER                  PIC X(10)      VALUE
               ' MONTH CNT'.
           05  FILLER                  PIC X(16)      VALUE
               '    MONTH AMOUNT'.
           05  FILLER                  PIC X(11)      VALUE
               '  12-MO CNT'.
           05  FILLER                  PIC X(16)      VALUE
               '    12-MO AMOUNT'.
           05  FILLER                  PIC X(8)       VALUE
               '   ACCTS'.
           05  FILLER                  PIC X(41)      VALUE SPACES.

       01  WS-CUST-LINE.
           05  WS-CL-RANK              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CL-KEY.
               10  WS-CL-CUST-LABEL    PIC X(5).
               10  WS-CL-CUST-BANK     PIC 999.
               10  WS-CL-SLASH         PIC X.
               10  WS-CL-CUST-ID       PIC 9(9).
               10  FILLER              PIC X(4).
           05  WS-CL-ACCT-KEY REDEFINES WS-CL-KEY.
               10  WS-CL-NOCIF-LABEL   PIC X(5).
               10  WS-CL-BANK-NO       PIC 99.
               10  WS-CL-SLASH-1       PIC X.
               10  WS-CL-ACCT-ID       PIC 999.
               10  WS-CL-SLASH-2       PIC X.
               10  WS-CL-ACCT-NO       PIC 9(9).
               10  FILLER              PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-MONTH-CNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CL-MONTH-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CL-YEAR-CNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CL-YEAR-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CL-ACCOUNTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(41)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(57)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the history records read.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDR349 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TALLY-REFUND
               UNTIL WS-HIST-EOF.
           PERFORM 3000-FIND-OWNER
               UNTIL WS-RA-EOF.
           PERFORM 3500-ROLL-TO-CUSTOMER
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.
           PERFORM 4000-PRINT-OPERATORS.
           PERFORM 4100-PRINT-BRANCHES.
           PERFORM 4200-PRINT-REASONS.
           PERFORM 5000-RANK-REPEATS.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-HIST TO RRG-RECORDS-IN.
           MOVE WS-TOT-MONTH-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RFA-PARM-FILE
                       REFUND-HIST-FILE
                       REL-ACCOUNT-FILE
                OUTPUT RFA-RPT.
           READ RFA-PARM-FILE.
           MOVE RA-MONTH-START TO WS-MONTH-START.
           MOVE RA-MONTH-END TO WS-MONTH-END.
           IF RA-REPEAT-MIN NOT = ZERO
               MOVE RA-REPEAT-MIN TO WS-REPEAT-MIN
           END-IF.
      * The same day a year back, YYYYDDD.
           COMPUTE WS-YEAR-START = WS-MONTH-END - 1000.
           MOVE WS-MONTH-START TO WS-RH-START.
           MOVE WS-MONTH-END TO WS-RH-END.
           WRITE RFA-RPT-LINE FROM WS-RPT-HDG.
           READ REFUND-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-TALLY-REFUND.
           ADD 1 TO WS-TOT-HIST.
           IF RH-POST-DATE > WS-YEAR-START
              AND RH-POST-DATE NOT > WS-MONTH-END
               IF RH-POST-DATE NOT < WS-MONTH-START
                   MOVE 'Y' TO WS-IN-MONTH-SW
                   PERFORM 2100-TALLY-MONTH
               ELSE
                   MOVE 'N' TO WS-IN-MONTH-SW
               END-IF
               PERFORM 2400-TALLY-ACCOUNT
           END-IF.
           READ REFUND-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
       2000-TALLY-REFUND-EXIT.
           EXIT.

       2100-TALLY-MONTH.
           ADD 1 TO WS-TOT-MONTH-CNT.
           ADD RH-REFUND-AMT TO WS-TOT-MONTH-AMT.
           IF RH-APPROVE-OPER NOT = ZERO
               ADD 1 TO WS-TOT-REL-CNT
               ADD RH-REFUND-AMT TO WS-TOT-REL-AMT
           END-IF.
           PERFORM 2200-TALLY-OPERATOR.
           PERFORM 2250-TALLY-BRANCH.
           PERFORM 2300-TALLY-REASON.
       2100-TALLY-MONTH-EXIT.
           EXIT.

       2200-TALLY-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-OPERATORS
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OP-IDX
           ELSE
               IF WS-OP-COUNT < 2000
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-IDX
                   MOVE RH-REQUEST-OPER TO WS-OP-KEY (WS-OP-IDX)
                   MOVE ZERO TO WS-OP-CNT (WS-OP-IDX)
                                WS-OP-AMT (WS-OP-IDX)
                                WS-OP-REL-CNT (WS-OP-IDX)
                                WS-OP-REL-AMT (WS-OP-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-TOT-OVERFLOW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-OP-CNT (WS-OP-IDX)
               ADD RH-REFUND-AMT TO WS-OP-AMT (WS-OP-IDX)
               IF RH-APPROVE-OPER NOT = ZERO
                   ADD 1 TO WS-OP-REL-CNT (WS-OP-IDX)
                   ADD RH-REFUND-AMT TO WS-OP-REL-AMT (WS-OP-IDX)
               END-IF
           END-IF.
       2200-TALLY-OPERATOR-EXIT.
           EXIT.

       2210-SCAN-OPERATORS.
           IF RH-REQUEST-OPER = WS-OP-KEY (WS-OP-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-OPERATORS-EXIT.
           EXIT.

       2250-TALLY-BRANCH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2260-SCAN-BRANCHES
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BR-IDX
           ELSE
               IF WS-BR-COUNT < 2000
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-IDX
                   MOVE RH-BRANCH TO WS-BR-KEY (WS-BR-IDX)
                   MOVE ZERO TO WS-BR-CNT (WS-BR-IDX)
                                WS-BR-AMT (WS-BR-IDX)
                                WS-BR-REL-CNT (WS-BR-IDX)
                                WS-BR-REL-AMT (WS-BR-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-TOT-OVERFLOW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-BR-CNT (WS-BR-IDX)
               ADD RH-REFUND-AMT TO WS-BR-AMT (WS-BR-IDX)
               IF RH-APPROVE-OPER NOT = ZERO
                   ADD 1 TO WS-BR-REL-CNT (WS-BR-IDX)
                   ADD RH-REFUND-AMT TO WS-BR-REL-AMT (WS-BR-IDX)
               END-IF
           END-IF.
       2250-TALLY-BRANCH-EXIT.
           EXIT.

       2260-SCAN-BRANCHES.
           IF RH-BRANCH = WS-BR-KEY (WS-BR-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2260-SCAN-BRANCHES-EXIT.
           EXIT.

       2300-TALLY-REASON.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-REASONS
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RS-IDX
           ELSE
               IF WS-RS-COUNT < 50
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-RS-COUNT TO WS-RS-IDX
                   MOVE RH-REASON TO WS-RS-KEY (WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CNT (WS-RS-IDX)
                                WS-RS-AMT (WS-RS-IDX)
                                WS-RS-REL-CNT (WS-RS-IDX)
                                WS-RS-REL-AMT (WS-RS-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-TOT-OVERFLOW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-RS-CNT (WS-RS-IDX)
               ADD RH-REFUND-AMT TO WS-RS-AMT (WS-RS-IDX)
               IF RH-APPROVE-OPER NOT = ZERO
                   ADD 1 TO WS-RS-REL-CNT (WS-RS-IDX)
                   ADD RH-REFUND-AMT TO WS-RS-REL-AMT (WS-RS-IDX)
               END-IF
           END-IF.
       2300-TALLY-REASON-EXIT.
           EXIT.

       2310-SCAN-REASONS.
           IF RH-REASON = WS-RS-KEY (WS-RS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-REASONS-EXIT.
           EXIT.

       2400-TALLY-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2410-SCAN-ACCOUNTS
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
           ELSE
               IF WS-AC-COUNT < 20000
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-IDX
                   MOVE RH-BANK-NO TO WS-AC-BANK-NO (WS-AC-IDX)
                   MOVE RH-ACCT-ID TO WS-AC-ACCT-ID (WS-AC-IDX)
                   MOVE RH-ACCT-NO TO WS-AC-ACCT-NO (WS-AC-IDX)
                   MOVE ZERO TO WS-AC-CUST-BANK (WS-AC-IDX)
                                WS-AC-CUST-ID (WS-AC-IDX)
                                WS-AC-MONTH-CNT (WS-AC-IDX)
                                WS-AC-MONTH-AMT (WS-AC-IDX)
                                WS-AC-YEAR-CNT (WS-AC-IDX)
                                WS-AC-YEAR-AMT (WS-AC-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-TOT-OVERFLOW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-AC-YEAR-CNT (WS-AC-IDX)
               ADD RH-REFUND-AMT TO WS-AC-YEAR-AMT (WS-AC-IDX)
               IF WS-IN-MONTH
                   ADD 1 TO WS-AC-MONTH-CNT (WS-AC-IDX)
                   ADD RH-REFUND-AMT TO WS-AC-MONTH-AMT (WS-AC-IDX)
               END-IF
           END-IF.
       2400-TALLY-ACCOUNT-EXIT.
           EXIT.

       2410-SCAN-ACCOUNTS.
           IF RH-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND RH-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND RH-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2410-SCAN-ACCOUNTS-EXIT.
           EXIT.

      * The first owner RELACCT names for a refunded account is its
      * customer.
       3000-FIND-OWNER.
           IF RA-DSDS-ACCT
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 3010-SCAN-OWNED
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-AC-IDX
                   IF WS-AC-CUST-ID (WS-AC-IDX) = ZERO
                       MOVE RA-CUST-BANK
                           TO WS-AC-CUST-BANK (WS-AC-IDX)
                       MOVE RA-CUST-ID TO WS-AC-CUST-ID (WS-AC-IDX)
                   END-IF
               END-IF
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       3000-FIND-OWNER-EXIT.
           EXIT.

       3010-SCAN-OWNED.
           IF RA-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND RA-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND RA-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3010-SCAN-OWNED-EXIT.
           EXIT.

       3500-ROLL-TO-CUSTOMER.
           MOVE WS-AC-CUST-BANK (WS-AC-IDX) TO WS-KEY-CUST-BANK.
           MOVE WS-AC-CUST-ID (WS-AC-IDX) TO WS-KEY-CUST-ID.
           IF WS-KEY-CUST-ID = ZERO
               MOVE WS-AC-BANK-NO (WS-AC-IDX) TO WS-KEY-BANK-NO
               MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO WS-KEY-ACCT-ID
               MOVE WS-AC-ACCT-NO (WS-AC-IDX) TO WS-KEY-ACCT-NO
           ELSE
               MOVE ZERO TO WS-KEY-BANK-NO
                            WS-KEY-ACCT-ID
                            WS-KEY-ACCT-NO
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3510-SCAN-CUSTOMERS
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CU-IDX
           ELSE
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-IDX
               MOVE WS-KEY-CUST-BANK TO WS-CU-CUST-BANK (WS-CU-IDX)
               MOVE WS-KEY-CUST-ID   TO WS-CU-CUST-ID (WS-CU-IDX)
               MOVE WS-KEY-BANK-NO   TO WS-CU-BANK-NO (WS-CU-IDX)
               MOVE WS-KEY-ACCT-ID   TO WS-CU-ACCT-ID (WS-CU-IDX)
               MOVE WS-KEY-ACCT-NO   TO WS-CU-ACCT-NO (WS-CU-IDX)
               MOVE ZERO TO WS-CU-ACCOUNTS (WS-CU-IDX)
                            WS-CU-MONTH-CNT (WS-CU-IDX)
                            WS-CU-MONTH-AMT (WS-CU-IDX)
                            WS-CU-YEAR-CNT (WS-CU-IDX)
                            WS-CU-YEAR-AMT (WS-CU-IDX)
           END-IF.
           ADD 1 TO WS-CU-ACCOUNTS (WS-CU-IDX).
           ADD WS-AC-MONTH-CNT (WS-AC-IDX)
               TO WS-CU-MONTH-CNT (WS-CU-IDX).
           ADD WS-AC-MONTH-AMT (WS-AC-IDX)
               TO WS-CU-MONTH-AMT (WS-CU-IDX).
           ADD WS-AC-YEAR-CNT (WS-AC-IDX)
               TO WS-CU-YEAR-CNT (WS-CU-IDX).
           ADD WS-AC-YEAR-AMT (WS-AC-IDX)
               TO WS-CU-YEAR-AMT (WS-CU-IDX).
       3500-ROLL-TO-CUSTOMER-EXIT.
           EXIT.

       3510-SCAN-CUSTOMERS.
           IF WS-KEY-CUST-BANK = WS-CU-CUST-BANK (WS-CU-IDX)
              AND WS-KEY-CUST-ID = WS-CU-CUST-ID (WS-CU-IDX)
              AND WS-KEY-BANK-NO = WS-CU-BANK-NO (WS-CU-IDX)
              AND WS-KEY-ACCT-ID = WS-CU-ACCT-ID (WS-CU-IDX)
              AND WS-KEY-ACCT-NO = WS-CU-ACCT-NO (WS-CU-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3510-SCAN-CUSTOMERS-EXIT.
           EXIT.

       4000-PRINT-OPERATORS.
           MOVE SPACES TO RFA-RPT-LINE.
           WRITE RFA-RPT-LINE.
           MOVE 'REFUNDS BY REQUESTING OPERATOR' TO WS-SH-TEXT.
           WRITE RFA-RPT-LINE FROM WS-SECTION-HDG.
           MOVE 'OPERATOR' TO WS-TH-KEY.
           WRITE RFA-RPT-LINE FROM WS-TALLY-HDG.
           PERFORM 4010-PRINT-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
       4000-PRINT-OPERATORS-EXIT.
           EXIT.

       4010-PRINT-OPERATOR.
           MOVE SPACES TO WS-TALLY-KEY.
           MOVE 'OPERATOR' TO WS-TK-LABEL.
           MOVE WS-OP-KEY (WS-OP-IDX) TO WS-TK-CODE.
           MOVE WS-TALLY-KEY TO WS-TY-KEY.
           MOVE WS-OP-CNT (WS-OP-IDX) TO WS-TY-CNT.
           MOVE WS-OP-AMT (WS-OP-IDX) TO WS-TY-AMT.
           MOVE WS-OP-REL-CNT (WS-OP-IDX) TO WS-TY-REL-CNT.
           MOVE WS-OP-REL-AMT (WS-OP-IDX) TO WS-TY-REL-AMT.
           WRITE RFA-RPT-LINE FROM WS-TALLY-LINE.
       4010-PRINT-OPERATOR-EXIT.
           EXIT.

       4100-PRINT-BRANCHES.
           MOVE SPACES TO RFA-RPT-LINE.
           WRITE RFA-RPT-LINE.
           MOVE 'REFUNDS BY BRANCH' TO WS-SH-TEXT.
           WRITE RFA-RPT-LINE FROM WS-SECTION-HDG.
           MOVE 'BRANCH' TO WS-TH-KEY.
           WRITE RFA-RPT-LINE FROM WS-TALLY-HDG.
           PERFORM 4110-PRINT-BRANCH
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT.
       4100-PRINT-BRANCHES-EXIT.
           EXIT.

       4110-PRINT-BRANCH.
           MOVE SPACES TO WS-TALLY-KEY.
           MOVE 'BRANCH' TO WS-TK-LABEL.
           MOVE WS-BR-KEY (WS-BR-IDX) TO WS-TK-CODE.
           MOVE WS-TALLY-KEY TO WS-TY-KEY.
           MOVE WS-BR-CNT (WS-BR-IDX) TO WS-TY-CNT.
           MOVE WS-BR-AMT (WS-BR-IDX) TO WS-TY-AMT.
           MOVE WS-BR-REL-CNT (WS-BR-IDX) TO WS-TY-REL-CNT.
           MOVE WS-BR-REL-AMT (WS-BR-IDX) TO WS-TY-REL-AMT.
           WRITE RFA-RPT-LINE FROM WS-TALLY-LINE.
       4110-PRINT-BRANCH-EXIT.
           EXIT.

       4200-PRINT-REASONS.
           MOVE SPACES TO RFA-RPT-LINE.
           WRITE RFA-RPT-LINE.
           MOVE 'REFUNDS BY REASON' TO WS-SH-TEXT.
           WRITE RFA-RPT-LINE FROM WS-SECTION-HDG.
           MOVE 'REASON' TO WS-TH-KEY.
           WRITE RFA-RPT-LINE FROM WS-TALLY-HDG.
           PERFORM 4210-PRINT-REASON
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
       4200-PRINT-REASONS-EXIT.
           EXIT.

       4210-PRINT-REASON.
           MOVE SPACES TO WS-TALLY-KEY.
           MOVE 'REASON' TO WS-TK-LABEL.
           MOVE WS-RS-KEY (WS-RS-IDX) TO WS-TK-CODE.
           EVALUATE WS-RS-KEY (WS-RS-IDX)
               WHEN 'BE'
                   MOVE 'BANK ERROR' TO WS-TK-DESC
               WHEN 'CS'
                   MOVE 'CUST SERVICE' TO WS-TK-DESC
               WHEN 'FT'
                   MOVE 'FIRST-TIME' TO WS-TK-DESC
               WHEN 'RL'
                   MOVE 'RELATIONSHIP' TO WS-TK-DESC
               WHEN 'DS'
                   MOVE 'DISPUTED ITEM' TO WS-TK-DESC
               WHEN 'OT'
                   MOVE 'OTHER' TO WS-TK-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-TK-DESC
           END-EVALUATE.
           MOVE WS-TALLY-KEY TO WS-TY-KEY.
           MOVE WS-RS-CNT (WS-RS-IDX) TO WS-TY-CNT.
           MOVE WS-RS-AMT (WS-RS-IDX) TO WS-TY-AMT.
           MOVE WS-RS-REL-CNT (WS-RS-IDX) TO WS-TY-REL-CNT.
           MOVE WS-RS-REL-AMT (WS-RS-IDX) TO WS-TY-REL-AMT.
           WRITE RFA-RPT-LINE FROM WS-TALLY-LINE.
       4210-PRINT-REASON-EXIT.
           EXIT.

      * Repeat-refunded customers are ranked by picking the one with
      * the most refunds over the twelve months not yet listed.
      * Those not refunded this month, or under the threshold, are
      * marked listed before the ranking starts.
       5000-RANK-REPEATS.
           PERFORM 5010-MARK-REPEAT
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           MOVE SPACES TO RFA-RPT-LINE.
           WRITE RFA-RPT-LINE.
           MOVE 'REPEAT-REFUNDED CUSTOMERS' TO WS-SH-TEXT.
           WRITE RFA-RPT-LINE FROM WS-SECTION-HDG.
           WRITE RFA-RPT-LINE FROM WS-CUST-HDG.
           MOVE ZERO TO WS-RANK.
           MOVE 'Y' TO WS-MORE-SW.
           PERFORM 5100-RANK-NEXT
               UNTIL NOT WS-MORE.
       5000-RANK-REPEATS-EXIT.
           EXIT.

       5010-MARK-REPEAT.
           IF WS-CU-MONTH-CNT (WS-CU-IDX) > ZERO
              AND WS-CU-YEAR-CNT (WS-CU-IDX) NOT < WS-REPEAT-MIN
               MOVE 'N' TO WS-CU-LISTED-SW (WS-CU-IDX)
               ADD 1 TO WS-TOT-REPEAT
           ELSE
               MOVE 'Y' TO WS-CU-LISTED-SW (WS-CU-IDX)
           END-IF.
       5010-MARK-REPEAT-EXIT.
           EXIT.

       5100-RANK-NEXT.
           MOVE ZERO TO WS-CU-BEST.
           PERFORM 5110-FIND-BEST
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           IF WS-CU-BEST = ZERO
               MOVE 'N' TO WS-MORE-SW
           ELSE
               ADD 1 TO WS-RANK
               MOVE 'Y' TO WS-CU-LISTED-SW (WS-CU-BEST)
               MOVE WS-CU-BEST TO WS-CU-IDX
               PERFORM 8300-PRINT-CUSTOMER
           END-IF.
       5100-RANK-NEXT-EXIT.
           EXIT.

       5110-FIND-BEST.
           IF WS-CU-LISTED-SW (WS-CU-IDX) = 'N'
               IF WS-CU-BEST = ZERO
                   MOVE WS-CU-IDX TO WS-CU-BEST
                   MOVE WS-CU-YEAR-CNT (WS-CU-IDX) TO WS-BEST-CNT
               ELSE
                   IF WS-CU-YEAR-CNT (WS-CU-IDX) > WS-BEST-CNT
                       MOVE WS-CU-IDX TO WS-CU-BEST
                       MOVE WS-CU-YEAR-CNT (WS-CU-IDX) TO WS-BEST-CNT
                   END-IF
               END-IF
           END-IF.
       5110-FIND-BEST-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RFA-RPT-LINE.
           WRITE RFA-RPT-LINE.
           MOVE 'REFUND HISTORY RECORDS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-HIST TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE RFA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFUNDS IN THE MONTH' TO WS-TL-LABEL.
           MOVE WS-TOT-MONTH-CNT TO WS-TL-COUNT.
           MOVE WS-TOT-MONTH-AMT TO WS-TL-AMOUNT.
           WRITE RFA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RELEASED BY A SECOND OPERATOR' TO WS-TL-LABEL.
           MOVE WS-TOT-REL-CNT TO WS-TL-COUNT.
           MOVE WS-TOT-REL-AMT TO WS-TL-AMOUNT.
           WRITE RFA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REPEAT-REFUNDED CUSTOMERS' TO WS-TL-LABEL.
           MOVE WS-TOT-REPEAT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE RFA-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-TOT-OVERFLOW > ZERO
               MOVE 'TABLE FULL - REFUNDS NOT TALLIED' TO WS-TL-LABEL
               MOVE WS-TOT-OVERFLOW TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE RFA-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8300-PRINT-CUSTOMER.
           MOVE SPACES TO WS-CL-KEY.
           MOVE WS-RANK TO WS-CL-RANK.
           IF WS-CU-CUST-ID (WS-CU-IDX) = ZERO
               MOVE 'NOCIF' TO WS-CL-NOCIF-LABEL
               MOVE WS-CU-BANK-NO (WS-CU-IDX) TO WS-CL-BANK-NO
               MOVE '/' TO WS-CL-SLASH-1
                           WS-CL-SLASH-2
               MOVE WS-CU-ACCT-ID (WS-CU-IDX) TO WS-CL-ACCT-ID
               MOVE WS-CU-ACCT-NO (WS-CU-IDX) TO WS-CL-ACCT-NO
           ELSE
               MOVE 'CUST ' TO WS-CL-CUST-LABEL
               MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO WS-CL-CUST-BANK
               MOVE '/' TO WS-CL-SLASH
               MOVE WS-CU-CUST-ID (WS-CU-IDX) TO WS-CL-CUST-ID
           END-IF.
           MOVE WS-CU-MONTH-CNT (WS-CU-IDX) TO WS-CL-MONTH-CNT.
           MOVE WS-CU-MONTH-AMT (WS-CU-IDX) TO WS-CL-MONTH-AMT.
           MOVE WS-CU-YEAR-CNT (WS-CU-IDX) TO WS-CL-YEAR-CNT.
           MOVE WS-CU-YEAR-AMT (WS-CU-IDX) TO WS-CL-YEAR-AMT.
           MOVE WS-CU-ACCOUNTS (WS-CU-IDX) TO WS-CL-ACCOUNTS.
           WRITE RFA-RPT-LINE FROM WS-CUST-LINE.
       8300-PRINT-CUSTOMER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RFA-PARM-FILE
                 REFUND-HIST-FILE
                 REL-ACCOUNT-FILE
                 RFA-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
