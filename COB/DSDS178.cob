       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS178.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS178 is the monthly credit-life run for the overdraft-
      * banking lines.  OBGL-CREDIT-LIFE-AMT is collected on every
      * DSDS.ODB_GL_BATCH_TXN row (see PROCDATA) and DSDR316 proves
      * it cross-foots, but the insurer's remittance was assembled
      * by hand and nothing refunded unearned premium when a line
      * went away.
      *
      *  1. The month's batch rows (OBGL-CREATE-TS in the parm month)
      *     total OBGL-CREDIT-LIFE-AMT per bank and OBGL-PLAN; that
      *     is the premium the insurer is owed.
      *  2. The coverage register (CLCOVER, rewritten to CLCOVERO)
      *     carries one row per covered line: plan, coverage start,
      *     the latest monthly premium and its date, premium to
      *     date.  Lines on the ODB-ACCT-FILE extract (the DSDS133
      *     input) are covered; the month's premium charges (parm
      *     premium code) come off DSDS-TRANSACTION-LONG (see
      *     DSDSTYP).
      *  3. A line charged off (the DSDS157 CHGDONE feed) or no
      *     longer on the ODB extract (paid off and closed) ends
      *     coverage.  Premium is charged monthly in advance, so the
      *     unearned part of the last premium -- the days from the
      *     end date to thirty days past the premium date, over
      *     thirty -- is refunded to the customer as a credit under
      *     the parm refund code on TXLOUT and comes off the plan's
      *     remittance.
      *  4. CLREMIT carries one remittance record per bank/plan:
      *     premium, refunds and the net due the insurer.  The
      *     report shows the batch premium against the register's,
      *     flagging a plan whose account-level charges do not tie.
      *
      * A line whose coverage ended drops from the register on the
      * following run.  DSDS157 extends CHGDONE nightly; once its
      * charge-offs are applied here it is emptied, so each goes
      * into one month's run only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CL-PARM-FILE       ASSIGN TO CLPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODB-GL-BATCH-FILE  ASSIGN TO ODBGLTXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODB-ACCT-FILE      ASSIGN TO ODBACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-DONE-FILE      ASSIGN TO CHGDONE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVER-FILE         ASSIGN TO CLCOVER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVER-OUT-FILE     ASSIGN TO CLCOVERO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-FILE         ASSIGN TO CLREMIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CL-RPT             ASSIGN TO CLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CL-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CL-PARM-REC.
           05  CP-RUN-DATE             PIC 9(7).
           05  CP-RUN-MONTH            PIC X(7).
           05  CP-PREMIUM-CODE         PIC 9(3).
           05  CP-REFUND-CODE          PIC 9(3).

       FD  ODB-GL-BATCH-FILE
           RECORD CONTAINS 103 CHARACTERS.
           COPY PROCDATA.

       FD  ODB-ACCT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  ODB-ACCT-REC.
           05  OA-BANK-NO              PIC 99.
           05  OA-ACCT-ID              PIC 9(3).
           05  OA-ACCT-NO              PIC 9(9).
           05  OA-PLAN                 PIC XX.
           05  OA-OUTSTANDING-BAL      PIC 9(11)V99.
           05  OA-ACCRUED-INT          PIC 9(9)V99.
           05  FILLER                  PIC X(2).

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==PREM-TRANSACTION==
               LEADING ==DSDSTXL== BY ==PRTXL==.

       FD  CHG-DONE-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  CHG-DONE-REC.
           05  CD-BANK-NO              PIC 99.
           05  CD-ACCT-ID              PIC 9(3).
           05  CD-ACCT-NO              PIC 9(9).
           05  CD-CHGOFF-DATE          PIC 9(7).
           05  CD-BALANCE              PIC 9(9)V99.
           05  CD-ACCR-FEES            PIC 9(9)V99.
           05  FILLER                  PIC X(2).

       FD  COVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COVER-REC.
           05  CV-BANK-NO              PIC 99.
           05  CV-ACCT-ID              PIC 9(3).
           05  CV-ACCT-NO              PIC 9(9).
           05  CV-PLAN                 PIC XX.
           05  CV-START-DATE           PIC 9(7).
           05  CV-LAST-PREM-DATE       PIC 9(7).
           05  CV-LAST-PREM-AMT        PIC 9(7)V99.
           05  CV-PREM-TO-DATE         PIC 9(9)V99.
           05  CV-STATUS               PIC X.
               88  CV-ACTIVE                          VALUE 'A'.
               88  CV-CLOSED                          VALUE 'C'.
               88  CV-CHARGED-OFF                     VALUE 'O'.
           05  CV-END-DATE             PIC 9(7).
           05  CV-REFUND-AMT           PIC 9(7)V99.
           05  FILLER                  PIC X(13).

       FD  COVER-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COVER-OUT-REC               PIC X(80).

       FD  REMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REMIT-REC.
           05  RM-BANK-NBR             PIC 9(3).
           05  RM-PLAN                 PIC XX.
           05  RM-MONTH                PIC X(7).
           05  RM-PREMIUM              PIC 9(11)V99.
           05  RM-REFUNDS              PIC 9(11)V99.
           05  RM-NET-REMIT            PIC S9(11)V99  SIGN LEADING
                                                       SEPARATE.
           05  RM-COVERED-LINES        PIC 9(7).
           05  FILLER                  PIC X(21).

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  CL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CL-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OBGL-EOF-SW          PIC X          VALUE 'N'.
               88  WS-OBGL-EOF                        VALUE 'Y'.
           05  WS-ODB-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ODB-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-CHG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CHG-EOF                         VALUE 'Y'.
           05  WS-CV-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CV-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CV-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CV-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-COVER-TABLE.
           05  WS-CV-ENTRY             OCCURS 20000 TIMES.
               10  WS-CV-BANK-NO       PIC 99.
               10  WS-CV-ACCT-ID       PIC 9(3).
               10  WS-CV-ACCT-NO       PIC 9(9).
               10  WS-CV-PLAN          PIC XX.
               10  WS-CV-START-DATE    PIC 9(7).
               10  WS-CV-LAST-PREM-DATE
                                       PIC 9(7).
               10  WS-CV-LAST-PREM-AMT PIC 9(7)V99    COMP-3.
               10  WS-CV-PREM-TO-DATE  PIC 9(9)V99    COMP-3.
               10  WS-CV-STATUS        PIC X.
               10  WS-CV-END-DATE      PIC 9(7).
               10  WS-CV-REFUND-AMT    PIC 9(7)V99    COMP-3.
               10  WS-CV-SEEN-SW       PIC X.
                   88  WS-CV-SEEN                     VALUE 'Y'.

       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY             OCCURS 500 TIMES.
               10  WS-PL-BANK-NBR      PIC 9(3).
               10  WS-PL-PLAN          PIC XX.
               10  WS-PL-BATCH-PREM    PIC S9(11)V99  COMP-3.
               10  WS-PL-REG-PREM      PIC S9(11)V99  COMP-3.
               10  WS-PL-REFUNDS       PIC S9(11)V99  COMP-3.
               10  WS-PL-COVERED       PIC S9(7)      COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-MONTH                PIC X(7)       VALUE SPACES.
       01  WS-PREMIUM-CODE             PIC 9(3)       VALUE ZERO.
       01  WS-REFUND-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-TEST-PLAN                PIC XX         VALUE SPACES.
       01  WS-TEST-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-TEST-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-TX-AMT                   PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-END-ABS                  PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-PAID-THRU-ABS            PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-UNEARNED-DAYS            PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-REFUND-AMT               PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-NET-REMIT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-DIFF-AMT                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

      * Date work: YYYYDDD and its absolute day count from 1900.
       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-ABS-DAYS             PIC S9(9)      COMP SYNC.
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).

       01  WS-TOTALS.
           05  WS-TXL-READ-CNT         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-PREM-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-PREM-AMT             PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-NEW-COVER-CNT        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CLOSED-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CHGOFF-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-REFUND-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-REFUND-TOT           PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-REMIT-CNT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-REMIT-TOT            PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(46)      VALUE
               'DSDS178 - CREDIT-LIFE PREMIUM REMITTANCE'.
           05  FILLER                  PIC X(7)       VALUE 'MONTH: '.
           05  WS-RH-MONTH             PIC X(7).
           05  FILLER                  PIC X(72)      VALUE SPACES.

       01  WS-REFUND-LINE.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-RL-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '-'.
           05  WS-RL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(6)       VALUE ' PLAN '.
           05  WS-RL-PLAN              PIC XX.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-REASON            PIC X(12).
           05  FILLER                  PIC X(7)       VALUE ' ENDED '.
           05  WS-RL-END-DATE          PIC 9(7).
           05  FILLER                  PIC X(11)      VALUE
               ' LAST PREM '.
           05  WS-RL-LAST-PREM         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE ' DAYS '.
           05  WS-RL-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(8)       VALUE
               ' REFUND '.
           05  WS-RL-REFUND            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(26)      VALUE SPACES.

       01  WS-PLAN-LINE.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-PN-BANK              PIC ZZ9.
           05  FILLER                  PIC X(6)       VALUE ' PLAN '.
           05  WS-PN-PLAN              PIC XX.
           05  FILLER                  PIC X(12)      VALUE
               ' BATCH PREM '.
           05  WS-PN-BATCH             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10)      VALUE
               ' REGISTER '.
           05  WS-PN-REGISTER          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)       VALUE
               ' REFUNDS '.
           05  WS-PN-REFUNDS           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)      VALUE
               ' NET REMIT '.
           05  WS-PN-NET               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PN-FLAG              PIC X(5).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(62)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS178 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ADD-BATCH-PREMIUM
               UNTIL WS-OBGL-EOF.
           PERFORM 2100-MARK-COVERED-LINE
               UNTIL WS-ODB-EOF.
           PERFORM 2200-APPLY-PREMIUM
               UNTIL WS-TXL-EOF.
           PERFORM 2300-APPLY-CHARGE-OFF
               UNTIL WS-CHG-EOF.
           PERFORM 3000-CHECK-CLOSED
               VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CV-COUNT.
           PERFORM 4000-REWRITE-REGISTER
               VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CV-COUNT.
           MOVE SPACES TO CL-RPT-LINE.
           WRITE CL-RPT-LINE.
           PERFORM 5000-WRITE-REMITTANCE
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-CV-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CL-PARM-FILE
                       ODB-GL-BATCH-FILE
                       ODB-ACCT-FILE
                       DSDS-TXL-FILE
                       CHG-DONE-FILE
                       COVER-FILE
                OUTPUT COVER-OUT-FILE
                       REMIT-FILE
                       TXL-OUT-FILE
                       CL-RPT.
           READ CL-PARM-FILE.
           MOVE CP-RUN-DATE     TO WS-RUN-DATE.
           MOVE CP-RUN-MONTH    TO WS-RUN-MONTH
                                   WS-RH-MONTH.
           MOVE CP-PREMIUM-CODE TO WS-PREMIUM-CODE.
           MOVE CP-REFUND-CODE  TO WS-REFUND-CODE.
           WRITE CL-RPT-LINE FROM WS-RPT-HDG.
           READ COVER-FILE
               AT END MOVE 'Y' TO WS-CV-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-REGISTER
               UNTIL WS-CV-EOF.
           READ ODB-GL-BATCH-FILE
               AT END MOVE 'Y' TO WS-OBGL-EOF-SW
           END-READ.
           READ ODB-ACCT-FILE
               AT END MOVE 'Y' TO WS-ODB-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ CHG-DONE-FILE
               AT END MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Coverage that ended on an earlier run has been refunded and
      * reported; it is not carried forward.
       1100-LOAD-REGISTER.
           IF CV-ACTIVE
               ADD 1 TO WS-CV-COUNT
               MOVE WS-CV-COUNT TO WS-CV-IDX
               MOVE CV-BANK-NO        TO WS-CV-BANK-NO (WS-CV-IDX)
               MOVE CV-ACCT-ID        TO WS-CV-ACCT-ID (WS-CV-IDX)
               MOVE CV-ACCT-NO        TO WS-CV-ACCT-NO (WS-CV-IDX)
               MOVE CV-PLAN           TO WS-CV-PLAN (WS-CV-IDX)
               MOVE CV-START-DATE     TO WS-CV-START-DATE (WS-CV-IDX)
               MOVE CV-LAST-PREM-DATE
                   TO WS-CV-LAST-PREM-DATE (WS-CV-IDX)
               MOVE CV-LAST-PREM-AMT
                   TO WS-CV-LAST-PREM-AMT (WS-CV-IDX)
               MOVE CV-PREM-TO-DATE
                   TO WS-CV-PREM-TO-DATE (WS-CV-IDX)
               MOVE 'A'               TO WS-CV-STATUS (WS-CV-IDX)
               MOVE ZERO              TO WS-CV-END-DATE (WS-CV-IDX)
                                         WS-CV-REFUND-AMT (WS-CV-IDX)
               MOVE 'N'               TO WS-CV-SEEN-SW (WS-CV-IDX)
           END-IF.
           READ COVER-FILE
               AT END MOVE 'Y' TO WS-CV-EOF-SW
           END-READ.
       1100-LOAD-REGISTER-EXIT.
           EXIT.

       2000-ADD-BATCH-PREMIUM.
           IF OBGL-CREATE-TS (1:7) = WS-RUN-MONTH
               MOVE OBGL-BANK-NBR TO WS-TEST-BANK
               MOVE OBGL-PLAN     TO WS-TEST-PLAN
               PERFORM 7100-FIND-PLAN
               ADD OBGL-CREDIT-LIFE-AMT
                   TO WS-PL-BATCH-PREM (WS-PL-IDX)
           END-IF.
           READ ODB-GL-BATCH-FILE
               AT END MOVE 'Y' TO WS-OBGL-EOF-SW
           END-READ.
       2000-ADD-BATCH-PREMIUM-EXIT.
           EXIT.

       2100-MARK-COVERED-LINE.
           MOVE OA-BANK-NO TO WS-TEST-BANK.
           MOVE OA-ACCT-ID TO WS-TEST-ACCT-ID.
           MOVE OA-ACCT-NO TO WS-TEST-ACCT-NO.
           PERFORM 7000-FIND-COVERAGE.
           IF NOT WS-FOUND
               PERFORM 7050-ADD-COVERAGE
           END-IF.
           MOVE OA-PLAN TO WS-CV-PLAN (WS-CV-IDX).
           MOVE 'Y' TO WS-CV-SEEN-SW (WS-CV-IDX).
           READ ODB-ACCT-FILE
               AT END MOVE 'Y' TO WS-ODB-EOF-SW
           END-READ.
       2100-MARK-COVERED-LINE-EXIT.
           EXIT.

      * A premium charged to a line no longer on the ODB extract
      * still registers, and its coverage ends in this run.
       2200-APPLY-PREMIUM.
           ADD 1 TO WS-TXL-READ-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF PRTXL-CODE = WS-PREMIUM-CODE
               PERFORM 2250-REGISTER-PREMIUM
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2200-APPLY-PREMIUM-EXIT.
           EXIT.

       2250-REGISTER-PREMIUM.
           IF PRTXL-AMOUNT < ZERO
               COMPUTE WS-TX-AMT = ZERO - PRTXL-AMOUNT
           ELSE
               MOVE PRTXL-AMOUNT TO WS-TX-AMT
           END-IF.
           MOVE PRTXL-BANK-NO TO WS-TEST-BANK.
           MOVE PRTXL-ACCT-ID TO WS-TEST-ACCT-ID.
           MOVE PRTXL-ACCT-NO TO WS-TEST-ACCT-NO.
           PERFORM 7000-FIND-COVERAGE.
           IF NOT WS-FOUND
               PERFORM 7050-ADD-COVERAGE
           END-IF.
           IF WS-CV-START-DATE (WS-CV-IDX) = ZERO
               MOVE PRTXL-EFFECT-DT TO WS-CV-START-DATE (WS-CV-IDX)
           END-IF.
           IF PRTXL-EFFECT-DT NOT < WS-CV-LAST-PREM-DATE (WS-CV-IDX)
               MOVE PRTXL-EFFECT-DT
                   TO WS-CV-LAST-PREM-DATE (WS-CV-IDX)
               MOVE WS-TX-AMT TO WS-CV-LAST-PREM-AMT (WS-CV-IDX)
           END-IF.
           ADD WS-TX-AMT TO WS-CV-PREM-TO-DATE (WS-CV-IDX).
           ADD 1 TO WS-PREM-CNT.
           ADD WS-TX-AMT TO WS-PREM-AMT.
           MOVE WS-CV-PLAN (WS-CV-IDX) TO WS-TEST-PLAN.
           PERFORM 7100-FIND-PLAN.
           ADD WS-TX-AMT TO WS-PL-REG-PREM (WS-PL-IDX).
       2250-REGISTER-PREMIUM-EXIT.
           EXIT.

       2300-APPLY-CHARGE-OFF.
           MOVE CD-BANK-NO TO WS-TEST-BANK.
           MOVE CD-ACCT-ID TO WS-TEST-ACCT-ID.
           MOVE CD-ACCT-NO TO WS-TEST-ACCT-NO.
           PERFORM 7000-FIND-COVERAGE.
           IF WS-FOUND
               IF WS-CV-STATUS (WS-CV-IDX) = 'A'
                   MOVE 'O' TO WS-CV-STATUS (WS-CV-IDX)
                   MOVE CD-CHGOFF-DATE TO WS-CV-END-DATE (WS-CV-IDX)
                   ADD 1 TO WS-CHGOFF-CNT
                   MOVE 'CHARGED OFF ' TO WS-RL-REASON
                   PERFORM 3500-REFUND-UNEARNED
               END-IF
           END-IF.
           READ CHG-DONE-FILE
               AT END MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.
       2300-APPLY-CHARGE-OFF-EXIT.
           EXIT.

       3000-CHECK-CLOSED.
           IF WS-CV-STATUS (WS-CV-IDX) = 'A'
              AND NOT WS-CV-SEEN (WS-CV-IDX)
               MOVE 'C' TO WS-CV-STATUS (WS-CV-IDX)
               MOVE WS-RUN-DATE TO WS-CV-END-DATE (WS-CV-IDX)
               ADD 1 TO WS-CLOSED-CNT
               MOVE 'PAID/CLOSED ' TO WS-RL-REASON
               PERFORM 3500-REFUND-UNEARNED
           END-IF.
       3000-CHECK-CLOSED-EXIT.
           EXIT.

      * The last premium paid coverage for thirty days from its
      * date; what falls after the end date is unearned.
       3500-REFUND-UNEARNED.
           MOVE ZERO TO WS-UNEARNED-DAYS
                        WS-REFUND-AMT.
           IF WS-CV-LAST-PREM-AMT (WS-CV-IDX) > ZERO
               MOVE WS-CV-END-DATE (WS-CV-IDX) TO WS-WORK-DATE
               PERFORM 8500-JULIAN-TO-ABS
               MOVE WS-ABS-DAYS TO WS-END-ABS
               MOVE WS-CV-LAST-PREM-DATE (WS-CV-IDX) TO WS-WORK-DATE
               PERFORM 8500-JULIAN-TO-ABS
               COMPUTE WS-PAID-THRU-ABS = WS-ABS-DAYS + 30
               COMPUTE WS-UNEARNED-DAYS =
                   WS-PAID-THRU-ABS - WS-END-ABS
               IF WS-UNEARNED-DAYS > 30
                   MOVE 30 TO WS-UNEARNED-DAYS
               END-IF
               IF WS-UNEARNED-DAYS > ZERO
                   COMPUTE WS-REFUND-AMT ROUNDED =
                       WS-CV-LAST-PREM-AMT (WS-CV-IDX)
                     * WS-UNEARNED-DAYS / 30
               ELSE
                   MOVE ZERO TO WS-UNEARNED-DAYS
               END-IF
           END-IF.
           MOVE WS-REFUND-AMT TO WS-CV-REFUND-AMT (WS-CV-IDX).
           IF WS-REFUND-AMT > ZERO
               PERFORM 3600-POST-REFUND
           END-IF.
           MOVE WS-CV-BANK-NO (WS-CV-IDX)   TO WS-RL-BANK.
           MOVE WS-CV-ACCT-ID (WS-CV-IDX)   TO WS-RL-ACCT-ID.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX)   TO WS-RL-ACCT-NO.
           MOVE WS-CV-PLAN (WS-CV-IDX)      TO WS-RL-PLAN.
           MOVE WS-CV-END-DATE (WS-CV-IDX)  TO WS-RL-END-DATE.
           MOVE WS-CV-LAST-PREM-AMT (WS-CV-IDX) TO WS-RL-LAST-PREM.
           MOVE WS-UNEARNED-DAYS            TO WS-RL-DAYS.
           MOVE WS-REFUND-AMT               TO WS-RL-REFUND.
           WRITE CL-RPT-LINE FROM WS-REFUND-LINE.
       3500-REFUND-UNEARNED-EXIT.
           EXIT.

      * Direction rides on the code, amounts stay positive, the
      * shop convention.
       3600-POST-REFUND.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE WS-CV-BANK-NO (WS-CV-IDX) TO DSDSTXL-BANK-NO.
           MOVE WS-CV-ACCT-ID (WS-CV-IDX) TO DSDSTXL-ACCT-ID.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO DSDSTXL-ACCT-NO.
           MOVE WS-REFUND-CODE TO DSDSTXL-CODE.
           MOVE WS-REFUND-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE 'CREDIT LIFE PREMIUM REFUND' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
           ADD 1 TO WS-REFUND-CNT.
           ADD WS-REFUND-AMT TO WS-REFUND-TOT.
           MOVE WS-CV-BANK-NO (WS-CV-IDX) TO WS-TEST-BANK.
           MOVE WS-CV-PLAN (WS-CV-IDX) TO WS-TEST-PLAN.
           PERFORM 7100-FIND-PLAN.
           ADD WS-REFUND-AMT TO WS-PL-REFUNDS (WS-PL-IDX).
       3600-POST-REFUND-EXIT.
           EXIT.

       4000-REWRITE-REGISTER.
           MOVE SPACES TO COVER-REC.
           MOVE WS-CV-BANK-NO (WS-CV-IDX)    TO CV-BANK-NO.
           MOVE WS-CV-ACCT-ID (WS-CV-IDX)    TO CV-ACCT-ID.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX)    TO CV-ACCT-NO.
           MOVE WS-CV-PLAN (WS-CV-IDX)       TO CV-PLAN.
           MOVE WS-CV-START-DATE (WS-CV-IDX) TO CV-START-DATE.
           MOVE WS-CV-LAST-PREM-DATE (WS-CV-IDX)
               TO CV-LAST-PREM-DATE.
           MOVE WS-CV-LAST-PREM-AMT (WS-CV-IDX)
               TO CV-LAST-PREM-AMT.
           MOVE WS-CV-PREM-TO-DATE (WS-CV-IDX) TO CV-PREM-TO-DATE.
           MOVE WS-CV-STATUS (WS-CV-IDX)     TO CV-STATUS.
           MOVE WS-CV-END-DATE (WS-CV-IDX)   TO CV-END-DATE.
           MOVE WS-CV-REFUND-AMT (WS-CV-IDX) TO CV-REFUND-AMT.
           MOVE COVER-REC TO COVER-OUT-REC.
           WRITE COVER-OUT-REC.
           IF CV-ACTIVE
               MOVE WS-CV-BANK-NO (WS-CV-IDX) TO WS-TEST-BANK
               MOVE WS-CV-PLAN (WS-CV-IDX) TO WS-TEST-PLAN
               PERFORM 7100-FIND-PLAN
               ADD 1 TO WS-PL-COVERED (WS-PL-IDX)
           END-IF.
       4000-REWRITE-REGISTER-EXIT.
           EXIT.

      * The batch rows are the book of record for what was
      * collected, so the insurer is paid on them; the register's
      * account-level total is shown as the tie.
       5000-WRITE-REMITTANCE.
           COMPUTE WS-NET-REMIT =
               WS-PL-BATCH-PREM (WS-PL-IDX)
             - WS-PL-REFUNDS (WS-PL-IDX).
           MOVE SPACES TO REMIT-REC.
           MOVE WS-PL-BANK-NBR (WS-PL-IDX)   TO RM-BANK-NBR.
           MOVE WS-PL-PLAN (WS-PL-IDX)       TO RM-PLAN.
           MOVE WS-RUN-MONTH                 TO RM-MONTH.
           MOVE WS-PL-BATCH-PREM (WS-PL-IDX) TO RM-PREMIUM.
           MOVE WS-PL-REFUNDS (WS-PL-IDX)    TO RM-REFUNDS.
           MOVE WS-NET-REMIT                 TO RM-NET-REMIT.
           MOVE WS-PL-COVERED (WS-PL-IDX)    TO RM-COVERED-LINES.
           WRITE REMIT-REC.
           ADD 1 TO WS-REMIT-CNT.
           ADD WS-NET-REMIT TO WS-REMIT-TOT.
           MOVE WS-PL-BANK-NBR (WS-PL-IDX)   TO WS-PN-BANK.
           MOVE WS-PL-PLAN (WS-PL-IDX)       TO WS-PN-PLAN.
           MOVE WS-PL-BATCH-PREM (WS-PL-IDX) TO WS-PN-BATCH.
           MOVE WS-PL-REG-PREM (WS-PL-IDX)   TO WS-PN-REGISTER.
           MOVE WS-PL-REFUNDS (WS-PL-IDX)    TO WS-PN-REFUNDS.
           MOVE WS-NET-REMIT                 TO WS-PN-NET.
           COMPUTE WS-DIFF-AMT =
               WS-PL-BATCH-PREM (WS-PL-IDX)
             - WS-PL-REG-PREM (WS-PL-IDX).
           IF WS-DIFF-AMT = ZERO
               MOVE SPACES TO WS-PN-FLAG
           ELSE
               MOVE 'NOTIE' TO WS-PN-FLAG
           END-IF.
           WRITE CL-RPT-LINE FROM WS-PLAN-LINE.
       5000-WRITE-REMITTANCE-EXIT.
           EXIT.

       7000-FIND-COVERAGE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-COVERAGE
               VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CV-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CV-IDX
           END-IF.
       7000-FIND-COVERAGE-EXIT.
           EXIT.

       7010-SCAN-COVERAGE.
           IF WS-TEST-BANK = WS-CV-BANK-NO (WS-CV-IDX)
              AND WS-TEST-ACCT-ID = WS-CV-ACCT-ID (WS-CV-IDX)
              AND WS-TEST-ACCT-NO = WS-CV-ACCT-NO (WS-CV-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-COVERAGE-EXIT.
           EXIT.

       7050-ADD-COVERAGE.
           ADD 1 TO WS-CV-COUNT.
           MOVE WS-CV-COUNT TO WS-CV-IDX.
           MOVE WS-TEST-BANK    TO WS-CV-BANK-NO (WS-CV-IDX).
           MOVE WS-TEST-ACCT-ID TO WS-CV-ACCT-ID (WS-CV-IDX).
           MOVE WS-TEST-ACCT-NO TO WS-CV-ACCT-NO (WS-CV-IDX).
           MOVE SPACES          TO WS-CV-PLAN (WS-CV-IDX).
           MOVE ZERO            TO WS-CV-START-DATE (WS-CV-IDX)
                                   WS-CV-LAST-PREM-DATE (WS-CV-IDX)
                                   WS-CV-LAST-PREM-AMT (WS-CV-IDX)
                                   WS-CV-PREM-TO-DATE (WS-CV-IDX)
                                   WS-CV-END-DATE (WS-CV-IDX)
                                   WS-CV-REFUND-AMT (WS-CV-IDX).
           MOVE 'A'             TO WS-CV-STATUS (WS-CV-IDX).
           MOVE 'N'             TO WS-CV-SEEN-SW (WS-CV-IDX).
           ADD 1 TO WS-NEW-COVER-CNT.
       7050-ADD-COVERAGE-EXIT.
           EXIT.

       7100-FIND-PLAN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-PLANS
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PL-IDX
           ELSE
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-IDX
               MOVE WS-TEST-BANK TO WS-PL-BANK-NBR (WS-PL-IDX)
               MOVE WS-TEST-PLAN TO WS-PL-PLAN (WS-PL-IDX)
               MOVE ZERO TO WS-PL-BATCH-PREM (WS-PL-IDX)
                            WS-PL-REG-PREM (WS-PL-IDX)
                            WS-PL-REFUNDS (WS-PL-IDX)
                            WS-PL-COVERED (WS-PL-IDX)
           END-IF.
       7100-FIND-PLAN-EXIT.
           EXIT.

       7110-SCAN-PLANS.
           IF WS-TEST-BANK = WS-PL-BANK-NBR (WS-PL-IDX)
              AND WS-TEST-PLAN = WS-PL-PLAN (WS-PL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-PLANS-EXIT.
           EXIT.

       8500-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 8510-ADD-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-WORK-YEAR.
           ADD WS-WORK-DAY TO WS-ABS-DAYS.
       8500-JULIAN-TO-ABS-EXIT.
           EXIT.

       8510-ADD-YEAR-DAYS.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-ABS-DAYS.
           ADD 1 TO WS-EPOCH-YR.
       8510-ADD-YEAR-DAYS-EXIT.
           EXIT.

       8520-SET-DAYS-IN-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-EPOCH-YR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-EPOCH-YR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-EPOCH-YR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAP-YEAR
               MOVE 366 TO WS-DAYS-IN-YEAR
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
           END-IF.
       8520-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO CL-RPT-LINE.
           WRITE CL-RPT-LINE.
           MOVE 'PREMIUM CHARGES POSTED' TO WS-TOT-LABEL.
           MOVE WS-PREM-CNT TO WS-TOT-COUNT.
           MOVE WS-PREM-AMT TO WS-TOT-AMOUNT.
           WRITE CL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LINES NEWLY COVERED' TO WS-TOT-LABEL.
           MOVE WS-NEW-COVER-CNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LINES PAID OFF / CLOSED' TO WS-TOT-LABEL.
           MOVE WS-CLOSED-CNT TO WS-TOT-COUNT.
           WRITE CL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LINES CHARGED OFF' TO WS-TOT-LABEL.
           MOVE WS-CHGOFF-CNT TO WS-TOT-COUNT.
           WRITE CL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'UNEARNED PREMIUM REFUNDS' TO WS-TOT-LABEL.
           MOVE WS-REFUND-CNT TO WS-TOT-COUNT.
           MOVE WS-REFUND-TOT TO WS-TOT-AMOUNT.
           WRITE CL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REMITTANCE RECORDS / NET REMITTED' TO WS-TOT-LABEL.
           MOVE WS-REMIT-CNT TO WS-TOT-COUNT.
           MOVE WS-REMIT-TOT TO WS-TOT-AMOUNT.
           WRITE CL-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CL-PARM-FILE
                 ODB-GL-BATCH-FILE
                 ODB-ACCT-FILE
                 DSDS-TXL-FILE
                 CHG-DONE-FILE
                 COVER-FILE
                 COVER-OUT-FILE
                 REMIT-FILE
                 TXL-OUT-FILE
                 CL-RPT.
           OPEN OUTPUT CHG-DONE-FILE.
           CLOSE CHG-DONE-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
