       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDR348.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDR348 proves the deposit subledger against the general
      * ledger control accounts, class by class.  DSDR341 proves the
      * BAI roll-forward bank-wide, but a balance booked to the
      * wrong control account still rolls forward cleanly -- an IMM
      * misclassification sat in the wrong GL line for weeks that
      * way.
      *
      * The subledger side is every account's ending balance:
      *
      *  - the statement header stream (PD-REG-STMT-HDR, see
      *    DSDSPDTX), statement report codes only, PDH-ENDING-BAL
      *    totalled by bank and PDH-ACCT-CLASS into the proof
      *    classes DDA, NOW, SAV, IMM (the whole IMM family,
      *    PDH-IMM-ACCOUNT) and CMM.  A second header for an account
      *    (cycle and special) is skipped; a class outside the five
      *    is counted and printed at the end;
      *  - the NOW header stream (see DSDSODB): a NOW account with
      *    no statement header tonight still carries its balance,
      *    NAH-EARN-BALANCE, into the NOW class.
      *
      * DEPGLMAP maps each bank and class to its GL control account
      * and GLBAL carries the ledger's balance per bank and GL
      * account, liabilities positive.  Per bank and class the proof
      * shows the subledger, the GL balance, the difference
      * (subledger less GL), the prior day's difference carried on
      * PRFDIFF (rewritten to PRFDIFFO for tomorrow) and the day's
      * change.  A class with balances but no mapping, or a mapped
      * account missing from GLBAL, fails as well as one out of
      * balance.
      *
      * One CTLRSLT record per bank (see DSDSCTLR) carries PASS or
      * FAIL, the accounts proved and the net difference for the
      * morning dashboard (DSDR344).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE        ASSIGN TO DEPGLMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-BAL-FILE        ASSIGN TO GLBAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-DIFF-FILE    ASSIGN TO PRFDIFF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-DIFF-OUT     ASSIGN TO PRFDIFFO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-RESULT-FILE    ASSIGN TO CTLRSLT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLGL-RPT           ASSIGN TO SLGLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  GL-MAP-REC.
           05  GM-BANK-NO              PIC 99.
           05  GM-CLASS                PIC X(3).
           05  GM-GL-ACCT              PIC 9(10).

       FD  GL-BAL-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  GL-BAL-REC.
           05  GB-BANK-NO              PIC 99.
           05  GB-GL-ACCT              PIC 9(10).
           05  GB-BALANCE              PIC S9(13)V99.

       FD  PRIOR-DIFF-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PRIOR-DIFF-REC.
           05  PD-BANK-NO              PIC 99.
           05  PD-CLASS                PIC X(3).
           05  PD-DIFFERENCE           PIC S9(13)V99.

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  PRIOR-DIFF-OUT
           RECORD CONTAINS 20 CHARACTERS.
       01  PRIOR-DIFF-OUT-REC.
           05  PO-BANK-NO              PIC 99.
           05  PO-CLASS                PIC X(3).
           05  PO-DIFFERENCE           PIC S9(13)V99.

       FD  CTL-RESULT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY DSDSCTLR.

       FD  SLGL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  SLGL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MAP-EOF-SW           PIC X          VALUE 'N'.
               88  WS-MAP-EOF                         VALUE 'Y'.
           05  WS-GB-EOF-SW            PIC X          VALUE 'N'.
               88  WS-GB-EOF                          VALUE 'Y'.
           05  WS-PD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-PD-EOF                          VALUE 'Y'.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-BANK-FAIL-SW         PIC X          VALUE 'N'.
               88  WS-BANK-FAILED                     VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-GB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-GB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * The proof classes, in report order.
       01  WS-CLASS-VALUES             PIC X(15)      VALUE
           'DDANOWSAVIMMCMM'.
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05  WS-CL-CODE              PIC X(3)       OCCURS 5 TIMES.

      * One entry per bank, each with its five proof classes.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 100 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-CLASS         OCCURS 5 TIMES.
                   15  WS-BK-ACCTS     PIC S9(7)      COMP-3.
                   15  WS-BK-SUBLEDGER PIC S9(13)V99  COMP-3.
                   15  WS-BK-GL-ACCT   PIC 9(10).
                   15  WS-BK-GL-BAL    PIC S9(13)V99  COMP-3.
                   15  WS-BK-PRIOR     PIC S9(13)V99  COMP-3.
                   15  WS-BK-MAP-SW    PIC X.
                       88  WS-BK-MAPPED               VALUE 'Y'.
                   15  WS-BK-GL-SW     PIC X.
                       88  WS-BK-GL-FOUND             VALUE 'Y'.

       01  WS-GL-BAL-TABLE.
           05  WS-GB-ENTRY             OCCURS 2000 TIMES.
               10  WS-GB-BANK-NO       PIC 99.
               10  WS-GB-GL-ACCT       PIC 9(10).
               10  WS-GB-BALANCE       PIC S9(13)V99  COMP-3.

      * Accounts already proved, so a second header for one account
      * is not counted twice and a NOW header finds its statement.
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY             OCCURS 20000 TIMES.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-ACCT-ID       PIC 9(3).
               10  WS-AC-ACCT-NO       PIC 9(9).

       01  WS-TEST-BANK                PIC 99         VALUE ZERO.
       01  WS-TEST-CLASS               PIC X(3)       VALUE SPACES.
       01  WS-TEST-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-TEST-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-BANK-TOTALS.
           05  WS-BT-ACCTS             PIC S9(7)      COMP-3.
           05  WS-BT-SUBLEDGER         PIC S9(13)V99  COMP-3.
           05  WS-BT-GL-BAL            PIC S9(13)V99  COMP-3.
           05  WS-BT-DIFFERENCE        PIC S9(13)V99  COMP-3.
           05  WS-BT-PRIOR             PIC S9(13)V99  COMP-3.

       01  WS-TOTALS.
           05  WS-TOT-HDRS             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DUP-HDRS         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NOW-ONLY         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OTHER-CLASS      PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OTHER-BAL        PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OVERFLOW         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-FAILED           PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDR348 - DEPOSIT SUBLEDGER TO GL PROOF BY CLASS'.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-BANK-HDG.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-BH-BANK              PIC ZZ9.
           05  FILLER                  PIC X(123)     VALUE SPACES.

       01  WS-COLUMN-HDG.
           05  FILLER                  PIC X(6)       VALUE
               '  CLS '.
           05  FILLER                  PIC X(8)       VALUE
               '  ACCTS '.
           05  FILLER                  PIC X(20)      VALUE
               '          SUBLEDGER '.
           05  FILLER                  PIC X(11)      VALUE
               'GL ACCOUNT '.
           05  FILLER                  PIC X(20)      VALUE
               '         GL BALANCE '.
           05  FILLER                  PIC X(16)      VALUE
               '     DIFFERENCE '.
           05  FILLER                  PIC X(16)      VALUE
               '     PRIOR DIFF '.
           05  FILLER                  PIC X(16)      VALUE
               '     DAY CHANGE '.
           05  FILLER                  PIC X(19)      VALUE
               'STATUS'.

       01  WS-CLASS-LINE.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CL-LABEL             PIC X(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-ACCTS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-SUBLEDGER         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-GL-ACCT           PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-GL-BAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-DIFFERENCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-PRIOR             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-CHANGE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-STATUS            PIC X(14).
           05  FILLER                  PIC X(5)       VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(44).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(58)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the statement-header count.
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
           MOVE 'DSDR348 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-GL-MAP
               UNTIL WS-MAP-EOF.
           PERFORM 1200-LOAD-GL-BALANCE
               UNTIL WS-GB-EOF.
           PERFORM 1300-LOAD-PRIOR-DIFF
               UNTIL WS-PD-EOF.
           PERFORM 2000-ADD-STATEMENT-HDR
               UNTIL WS-PDH-EOF.
           PERFORM 2500-ADD-NOW-HDR
               UNTIL WS-NOW-EOF.
           PERFORM 3000-PROVE-BANK
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-HDRS TO RRG-RECORDS-IN.
           MOVE WS-BK-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  GL-MAP-FILE
                       GL-BAL-FILE
                       PRIOR-DIFF-FILE
                       PD-HDR-FILE
                       NOW-FILE
                OUTPUT PRIOR-DIFF-OUT
                       SLGL-RPT
                EXTEND CTL-RESULT-FILE.
           WRITE SLGL-RPT-LINE FROM WS-RPT-HDG.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
           READ GL-BAL-FILE
               AT END MOVE 'Y' TO WS-GB-EOF-SW
           END-READ.
           READ PRIOR-DIFF-FILE
               AT END MOVE 'Y' TO WS-PD-EOF-SW
           END-READ.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * A mapping for a class outside the five proves nothing and
      * is passed over.
       1100-LOAD-GL-MAP.
           MOVE GM-CLASS TO WS-TEST-CLASS.
           PERFORM 7100-FIND-CLASS.
           IF WS-CL-IDX > ZERO
               MOVE GM-BANK-NO TO WS-TEST-BANK
               PERFORM 7000-FIND-OR-ADD-BANK
               MOVE GM-GL-ACCT
                   TO WS-BK-GL-ACCT (WS-BK-IDX, WS-CL-IDX)
               MOVE 'Y' TO WS-BK-MAP-SW (WS-BK-IDX, WS-CL-IDX)
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
       1100-LOAD-GL-MAP-EXIT.
           EXIT.

       1200-LOAD-GL-BALANCE.
           ADD 1 TO WS-GB-COUNT.
           MOVE WS-GB-COUNT TO WS-GB-IDX.
           MOVE GB-BANK-NO TO WS-GB-BANK-NO (WS-GB-IDX).
           MOVE GB-GL-ACCT TO WS-GB-GL-ACCT (WS-GB-IDX).
           MOVE GB-BALANCE TO WS-GB-BALANCE (WS-GB-IDX).
           READ GL-BAL-FILE
               AT END MOVE 'Y' TO WS-GB-EOF-SW
           END-READ.
       1200-LOAD-GL-BALANCE-EXIT.
           EXIT.

       1300-LOAD-PRIOR-DIFF.
           MOVE PD-CLASS TO WS-TEST-CLASS.
           PERFORM 7100-FIND-CLASS.
           IF WS-CL-IDX > ZERO
               MOVE PD-BANK-NO TO WS-TEST-BANK
               PERFORM 7000-FIND-OR-ADD-BANK
               MOVE PD-DIFFERENCE
                   TO WS-BK-PRIOR (WS-BK-IDX, WS-CL-IDX)
           END-IF.
           READ PRIOR-DIFF-FILE
               AT END MOVE 'Y' TO WS-PD-EOF-SW
           END-READ.
       1300-LOAD-PRIOR-DIFF-EXIT.
           EXIT.

      * Statement headers only: the cycle and special report codes
      * of DDA/IMM/CMM/NOW, investments, savings, OSB savings and
      * club accounts.  ODB headers (013) are credit lines.
       2000-ADD-STATEMENT-HDR.
           IF PDH-REPORT-CODE = 011 OR 012 OR 051 OR 052 OR 071
                             OR 072 OR 081 OR 082 OR 091 OR 092
               ADD 1 TO WS-TOT-HDRS
               MOVE PDH-BANK-NO TO WS-TEST-BANK
               MOVE PDH-ACCT-ID TO WS-TEST-ACCT-ID
               MOVE PDH-ACCT-NO TO WS-TEST-ACCT-NO
               PERFORM 7200-FIND-ACCOUNT
               IF WS-FOUND
                   ADD 1 TO WS-TOT-DUP-HDRS
               ELSE
                   PERFORM 7300-ADD-ACCOUNT
                   PERFORM 2100-CLASSIFY-BALANCE
               END-IF
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       2000-ADD-STATEMENT-HDR-EXIT.
           EXIT.

       2100-CLASSIFY-BALANCE.
           EVALUATE TRUE
               WHEN PDH-REG-ACCOUNT
                   MOVE 1 TO WS-CL-IDX
               WHEN PDH-NOW-ACCOUNT
                   MOVE 2 TO WS-CL-IDX
               WHEN PDH-SAV-ACCOUNT
                   MOVE 3 TO WS-CL-IDX
               WHEN PDH-IMM-ACCOUNT
                   MOVE 4 TO WS-CL-IDX
               WHEN PDH-CMM-ACCOUNT
                   MOVE 5 TO WS-CL-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-CL-IDX
           END-EVALUATE.
           IF WS-CL-IDX > ZERO
               PERFORM 7000-FIND-OR-ADD-BANK
               ADD 1 TO WS-BK-ACCTS (WS-BK-IDX, WS-CL-IDX)
               ADD PDH-ENDING-BAL
                   TO WS-BK-SUBLEDGER (WS-BK-IDX, WS-CL-IDX)
           ELSE
               ADD 1 TO WS-TOT-OTHER-CLASS
               ADD PDH-ENDING-BAL TO WS-TOT-OTHER-BAL
           END-IF.
       2100-CLASSIFY-BALANCE-EXIT.
           EXIT.

      * NOW headers (report code 014) whose account had no statement
      * header tonight.
       2500-ADD-NOW-HDR.
           IF NAH-REPORT-CODE = 014
               MOVE NAH-BANK-NO TO WS-TEST-BANK
               MOVE NAH-ACCT-ID TO WS-TEST-ACCT-ID
               MOVE NAH-ACCT-NO TO WS-TEST-ACCT-NO
               PERFORM 7200-FIND-ACCOUNT
               IF NOT WS-FOUND
                   PERFORM 7300-ADD-ACCOUNT
                   ADD 1 TO WS-TOT-NOW-ONLY
                   MOVE 2 TO WS-CL-IDX
                   PERFORM 7000-FIND-OR-ADD-BANK
                   ADD 1 TO WS-BK-ACCTS (WS-BK-IDX, WS-CL-IDX)
                   ADD NAH-EARN-BALANCE
                       TO WS-BK-SUBLEDGER (WS-BK-IDX, WS-CL-IDX)
               END-IF
           END-IF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       2500-ADD-NOW-HDR-EXIT.
           EXIT.

       3000-PROVE-BANK.
           MOVE 'N' TO WS-BANK-FAIL-SW.
           INITIALIZE WS-BANK-TOTALS.
           MOVE SPACES TO SLGL-RPT-LINE.
           WRITE SLGL-RPT-LINE.
           MOVE WS-BK-BANK-NO (WS-BK-IDX) TO WS-BH-BANK.
           WRITE SLGL-RPT-LINE FROM WS-BANK-HDG.
           WRITE SLGL-RPT-LINE FROM WS-COLUMN-HDG.
           PERFORM 3100-PROVE-CLASS
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > 5.
           MOVE SPACES TO WS-CL-LABEL WS-CL-GL-ACCT.
           MOVE 'TOT' TO WS-CL-LABEL.
           MOVE WS-BT-ACCTS TO WS-CL-ACCTS.
           MOVE WS-BT-SUBLEDGER TO WS-CL-SUBLEDGER.
           MOVE WS-BT-GL-BAL TO WS-CL-GL-BAL.
           MOVE WS-BT-DIFFERENCE TO WS-CL-DIFFERENCE.
           MOVE WS-BT-PRIOR TO WS-CL-PRIOR.
           COMPUTE WS-CL-CHANGE = WS-BT-DIFFERENCE - WS-BT-PRIOR.
           MOVE 'DSDR348 ' TO CTLR-PROGRAM-ID.
           MOVE WS-BK-BANK-NO (WS-BK-IDX) TO CTLR-BANK-NO.
           IF WS-BANK-FAILED
               MOVE 'OUT OF BALANCE' TO WS-CL-STATUS
               MOVE 'FAIL' TO CTLR-STATUS
               ADD 1 TO WS-TOT-FAILED
           ELSE
               MOVE 'IN BALANCE' TO WS-CL-STATUS
               MOVE 'PASS' TO CTLR-STATUS
           END-IF.
           WRITE SLGL-RPT-LINE FROM WS-CLASS-LINE.
           MOVE WS-BT-ACCTS TO CTLR-HEADLINE-CNT.
           MOVE WS-BT-DIFFERENCE TO CTLR-HEADLINE-AMT.
           MOVE SPACES TO CONTROL-RESULT-REC (41:10).
           WRITE CONTROL-RESULT-REC.
       3000-PROVE-BANK-EXIT.
           EXIT.

      * A class with nothing on either side and no difference to
      * carry does not print.
       3100-PROVE-CLASS.
           IF WS-BK-ACCTS (WS-BK-IDX, WS-CL-IDX) > ZERO
              OR WS-BK-MAPPED (WS-BK-IDX, WS-CL-IDX)
              OR WS-BK-PRIOR (WS-BK-IDX, WS-CL-IDX) NOT = ZERO
               PERFORM 3200-GET-GL-BALANCE
               COMPUTE WS-DIFFERENCE =
                   WS-BK-SUBLEDGER (WS-BK-IDX, WS-CL-IDX)
                 - WS-BK-GL-BAL (WS-BK-IDX, WS-CL-IDX)
               MOVE WS-CL-CODE (WS-CL-IDX) TO WS-CL-LABEL
               MOVE WS-BK-ACCTS (WS-BK-IDX, WS-CL-IDX)
                   TO WS-CL-ACCTS
               MOVE WS-BK-SUBLEDGER (WS-BK-IDX, WS-CL-IDX)
                   TO WS-CL-SUBLEDGER
               MOVE WS-BK-GL-BAL (WS-BK-IDX, WS-CL-IDX)
                   TO WS-CL-GL-BAL
               MOVE WS-DIFFERENCE TO WS-CL-DIFFERENCE
               MOVE WS-BK-PRIOR (WS-BK-IDX, WS-CL-IDX) TO WS-CL-PRIOR
               COMPUTE WS-CL-CHANGE =
                   WS-DIFFERENCE - WS-BK-PRIOR (WS-BK-IDX, WS-CL-IDX)
               IF WS-BK-MAPPED (WS-BK-IDX, WS-CL-IDX)
                   MOVE WS-BK-GL-ACCT (WS-BK-IDX, WS-CL-IDX)
                       TO WS-CL-GL-ACCT
               ELSE
                   MOVE SPACES TO WS-CL-GL-ACCT
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-BK-MAPPED (WS-BK-IDX, WS-CL-IDX)
                       MOVE 'NO GL MAPPING' TO WS-CL-STATUS
                       MOVE 'Y' TO WS-BANK-FAIL-SW
                   WHEN NOT WS-BK-GL-FOUND (WS-BK-IDX, WS-CL-IDX)
                       MOVE 'NO GL BALANCE' TO WS-CL-STATUS
                       MOVE 'Y' TO WS-BANK-FAIL-SW
                   WHEN WS-DIFFERENCE NOT = ZERO
                       MOVE 'OUT OF BALANCE' TO WS-CL-STATUS
                       MOVE 'Y' TO WS-BANK-FAIL-SW
                   WHEN OTHER
                       MOVE 'IN BALANCE' TO WS-CL-STATUS
               END-EVALUATE
               WRITE SLGL-RPT-LINE FROM WS-CLASS-LINE
               ADD WS-BK-ACCTS (WS-BK-IDX, WS-CL-IDX) TO WS-BT-ACCTS
               ADD WS-BK-SUBLEDGER (WS-BK-IDX, WS-CL-IDX)
                   TO WS-BT-SUBLEDGER
               ADD WS-BK-GL-BAL (WS-BK-IDX, WS-CL-IDX)
                   TO WS-BT-GL-BAL
               ADD WS-DIFFERENCE TO WS-BT-DIFFERENCE
               ADD WS-BK-PRIOR (WS-BK-IDX, WS-CL-IDX) TO WS-BT-PRIOR
               MOVE WS-BK-BANK-NO (WS-BK-IDX) TO PO-BANK-NO
               MOVE WS-CL-CODE (WS-CL-IDX) TO PO-CLASS
               MOVE WS-DIFFERENCE TO PO-DIFFERENCE
               WRITE PRIOR-DIFF-OUT-REC
           END-IF.
       3100-PROVE-CLASS-EXIT.
           EXIT.

       3200-GET-GL-BALANCE.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-BK-MAPPED (WS-BK-IDX, WS-CL-IDX)
               PERFORM 3210-SCAN-GL-BALANCE
                   VARYING WS-GB-IDX FROM 1 BY 1
                   UNTIL WS-GB-IDX > WS-GB-COUNT
                      OR WS-FOUND
           END-IF.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-GB-IDX
               MOVE 'Y' TO WS-BK-GL-SW (WS-BK-IDX, WS-CL-IDX)
               MOVE WS-GB-BALANCE (WS-GB-IDX)
                   TO WS-BK-GL-BAL (WS-BK-IDX, WS-CL-IDX)
           END-IF.
       3200-GET-GL-BALANCE-EXIT.
           EXIT.

       3210-SCAN-GL-BALANCE.
           IF WS-GB-BANK-NO (WS-GB-IDX) = WS-BK-BANK-NO (WS-BK-IDX)
              AND WS-GB-GL-ACCT (WS-GB-IDX) =
                  WS-BK-GL-ACCT (WS-BK-IDX, WS-CL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3210-SCAN-GL-BALANCE-EXIT.
           EXIT.

       7000-FIND-OR-ADD-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-BANKS
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           ELSE
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO WS-BK-IDX
               MOVE WS-TEST-BANK TO WS-BK-BANK-NO (WS-BK-IDX)
               PERFORM 7020-CLEAR-CLASS
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > 5
           END-IF.
       7000-FIND-OR-ADD-BANK-EXIT.
           EXIT.

       7010-SCAN-BANKS.
           IF WS-TEST-BANK = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-BANKS-EXIT.
           EXIT.

       7020-CLEAR-CLASS.
           MOVE ZERO TO WS-BK-ACCTS (WS-BK-IDX, WS-AC-IDX)
                        WS-BK-SUBLEDGER (WS-BK-IDX, WS-AC-IDX)
                        WS-BK-GL-ACCT (WS-BK-IDX, WS-AC-IDX)
                        WS-BK-GL-BAL (WS-BK-IDX, WS-AC-IDX)
                        WS-BK-PRIOR (WS-BK-IDX, WS-AC-IDX).
           MOVE 'N' TO WS-BK-MAP-SW (WS-BK-IDX, WS-AC-IDX)
                       WS-BK-GL-SW (WS-BK-IDX, WS-AC-IDX).
       7020-CLEAR-CLASS-EXIT.
           EXIT.

      * The proof class for WS-TEST-CLASS in WS-CL-IDX, zero when
      * it is none of the five.
       7100-FIND-CLASS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-CLASSES
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > 5
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CL-IDX
           ELSE
               MOVE ZERO TO WS-CL-IDX
           END-IF.
       7100-FIND-CLASS-EXIT.
           EXIT.

       7110-SCAN-CLASSES.
           IF WS-TEST-CLASS = WS-CL-CODE (WS-CL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-CLASSES-EXIT.
           EXIT.

       7200-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7210-SCAN-ACCOUNTS
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
       7200-FIND-ACCOUNT-EXIT.
           EXIT.

       7210-SCAN-ACCOUNTS.
           IF WS-TEST-BANK = WS-AC-BANK-NO (WS-AC-IDX)
              AND WS-TEST-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND WS-TEST-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7210-SCAN-ACCOUNTS-EXIT.
           EXIT.

      * An account past the table still counts in its class; only
      * the duplicate-header check is lost for it.
       7300-ADD-ACCOUNT.
           IF WS-AC-COUNT < 20000
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-IDX
               MOVE WS-TEST-BANK    TO WS-AC-BANK-NO (WS-AC-IDX)
               MOVE WS-TEST-ACCT-ID TO WS-AC-ACCT-ID (WS-AC-IDX)
               MOVE WS-TEST-ACCT-NO TO WS-AC-ACCT-NO (WS-AC-IDX)
           ELSE
               ADD 1 TO WS-TOT-OVERFLOW
           END-IF.
       7300-ADD-ACCOUNT-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO SLGL-RPT-LINE.
           WRITE SLGL-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'STATEMENT HEADERS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-HDRS TO WS-TL-COUNT.
           WRITE SLGL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SECOND HEADERS SKIPPED' TO WS-TL-LABEL.
           MOVE WS-TOT-DUP-HDRS TO WS-TL-COUNT.
           WRITE SLGL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOW ACCOUNTS FROM THE NOW HEADER ONLY'
               TO WS-TL-LABEL.
           MOVE WS-TOT-NOW-ONLY TO WS-TL-COUNT.
           WRITE SLGL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS IN NO PROOF CLASS' TO WS-TL-LABEL.
           MOVE WS-TOT-OTHER-CLASS TO WS-TL-COUNT.
           MOVE WS-TOT-OTHER-BAL TO WS-TL-AMOUNT.
           WRITE SLGL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ACCOUNTS PAST THE DUPLICATE-CHECK TABLE'
               TO WS-TL-LABEL.
           MOVE WS-TOT-OVERFLOW TO WS-TL-COUNT.
           WRITE SLGL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BANKS OUT OF BALANCE' TO WS-TL-LABEL.
           MOVE WS-TOT-FAILED TO WS-TL-COUNT.
           WRITE SLGL-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE GL-MAP-FILE
                 GL-BAL-FILE
                 PRIOR-DIFF-FILE
                 PD-HDR-FILE
                 NOW-FILE
                 PRIOR-DIFF-OUT
                 CTL-RESULT-FILE
                 SLGL-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
