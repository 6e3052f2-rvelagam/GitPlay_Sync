       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS179.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS179 reprices the overdraft-banking lines.  ODB-CL-
      * SINGLE-RATE and ODB-CL-JOINT-RATE in BCF-ODB-INFORMATION
      * (see DSDSCOLE) were keyed by hand whenever prime moved, and
      * no borrower got the advance change-in-terms notice.
      *
      * A repricing request (ODBRPRQ) names the bank, ODB-PLAN-TYPE,
      * index, index rate, margin and effective date.  The new
      * single rate is index plus margin; the joint rate keeps the
      * plan's current joint-to-single spread.  Each day:
      *
      *  1. a new request whose effective date is fewer than the
      *     parm notice lead days away is HELD -- it never applies,
      *     and stays on the pending file for the register until
      *     its date passes.  Otherwise it is accepted: every line
      *     on the plan (ODB-ACCT-FILE, the DSDS133 input) gets a
      *     notice on ODBNTC, addressed through CIFU010 (see
      *     CIFU032P) the way CDU104 addresses deposit notices, and
      *     the request waits on the pending file (ODBRPPND,
      *     rewritten to ODBRPPNO).
      *  2. a noticed request whose effective date has arrived is
      *     scheduled into the BCF plan slot; the whole BCF copies
      *     to BCFOUT, changed or not, as DSDS154 does.
      *
      * The repricing register lists each request acted on -- old
      * and new single and joint rates, affected line count and the
      * action taken.  A request for a bank or plan not on the BCF
      * rejects.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RP-PARM-FILE       ASSIGN TO RPPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRICE-REQ-FILE   ASSIGN TO ODBRPRQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE       ASSIGN TO ODBRPPND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODB-ACCT-FILE      ASSIGN TO ODBACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-OUT-FILE       ASSIGN TO BCFOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-OUT-FILE   ASSIGN TO ODBRPPNO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE        ASSIGN TO ODBNTC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRICE-RPT        ASSIGN TO RPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RP-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  RP-PARM-REC.
           05  RPP-RUN-DATE            PIC 9(7).
           05  RPP-NOTICE-LEAD-DAYS    PIC 9(3).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  REPRICE-REQ-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  REPRICE-REQ-REC.
           05  RQ-BANK-NO              PIC 99.
           05  RQ-PLAN-TYPE            PIC XX.
           05  RQ-INDEX-CODE           PIC X(4).
           05  RQ-INDEX-RATE           PIC V9(5).
           05  RQ-MARGIN               PIC SV9(5)     SIGN LEADING
                                                       SEPARATE.
           05  RQ-EFFECTIVE-DATE       PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  PENDING-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PENDING-REC.
           05  PD-BANK-NO              PIC 99.
           05  PD-PLAN-TYPE            PIC XX.
           05  PD-INDEX-CODE           PIC X(4).
           05  PD-INDEX-RATE           PIC V9(5).
           05  PD-MARGIN               PIC SV9(5)     SIGN LEADING
                                                       SEPARATE.
           05  PD-EFFECTIVE-DATE       PIC 9(7).
           05  PD-NOTICE-DATE          PIC 9(7).
           05  PD-STATUS               PIC X.
               88  PD-NOTICED                         VALUE 'N'.
               88  PD-HELD                            VALUE 'H'.
           05  FILLER                  PIC X(16).

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

       FD  BCF-OUT-FILE
           RECORD CONTAINS 13470 CHARACTERS.
       01  BCF-OUT-REC                 PIC X(13470).

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PENDING-OUT-REC             PIC X(50).

       FD  NOTICE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  NOTICE-REC.
           05  NT-BANK-NO              PIC 99.
           05  NT-ACCT-ID              PIC 9(3).
           05  NT-ACCT-NO              PIC 9(9).
           05  NT-CUSTOMER-NAME        PIC X(40).
           05  NT-ADDR-LINE1           PIC X(40).
           05  NT-ADDR-LINE2           PIC X(40).
           05  NT-ADDR-LINE3           PIC X(40).
           05  NT-ADDR-LINE4           PIC X(40).
           05  NT-PLAN-TYPE            PIC XX.
           05  NT-OLD-SINGLE-RATE      PIC 9V9(5).
           05  NT-NEW-SINGLE-RATE      PIC 9V9(5).
           05  NT-OLD-JOINT-RATE       PIC 9V9(5).
           05  NT-NEW-JOINT-RATE       PIC 9V9(5).
           05  NT-EFFECTIVE-DATE       PIC 9(7).
           05  NT-NOTICE-DATE          PIC 9(7).
           05  FILLER                  PIC X(46).

       FD  REPRICE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPRICE-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-RQ-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RQ-EOF                          VALUE 'Y'.
           05  WS-PD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-PD-EOF                          VALUE 'Y'.
           05  WS-OA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-OA-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RP-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RP-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PLAN-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * One entry per request in play.  WS-RP-STATUS: R received
      * today, N noticed and waiting, H held, A applied today, X
      * rejected or expired.  R resolves to N or H before the BCF
      * pass; A and X drop from the pending file.
       01  WS-REPRICE-TABLE.
           05  WS-RP-ENTRY             OCCURS 500 TIMES.
               10  WS-RP-BANK-NO       PIC 99.
               10  WS-RP-PLAN-TYPE     PIC XX.
               10  WS-RP-INDEX-CODE    PIC X(4).
               10  WS-RP-INDEX-RATE    PIC V9(5).
               10  WS-RP-MARGIN        PIC SV9(5)     COMP-3.
               10  WS-RP-EFF-DATE      PIC 9(7).
               10  WS-RP-NOTICE-DATE   PIC 9(7).
               10  WS-RP-STATUS        PIC X.
                   88  WS-RP-RECEIVED                 VALUE 'R'.
                   88  WS-RP-NOTICED                  VALUE 'N'.
                   88  WS-RP-HELD                     VALUE 'H'.
                   88  WS-RP-APPLIED                  VALUE 'A'.
                   88  WS-RP-REJECTED                 VALUE 'X'.
               10  WS-RP-NEW-SW        PIC X.
                   88  WS-RP-NEW-TODAY                VALUE 'Y'.
               10  WS-RP-BANK-SEEN-SW  PIC X.
                   88  WS-RP-BANK-SEEN                VALUE 'Y'.
               10  WS-RP-OLD-SINGLE    PIC SV9(5)     COMP-3.
               10  WS-RP-NEW-SINGLE    PIC SV9(5)     COMP-3.
               10  WS-RP-OLD-JOINT     PIC SV9(5)     COMP-3.
               10  WS-RP-NEW-JOINT     PIC SV9(5)     COMP-3.
               10  WS-RP-LINES         PIC S9(7)      COMP-3.
               10  WS-RP-ACTION        PIC X(16).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-LEAD-DAYS                PIC 9(3)       VALUE ZERO.
       01  WS-RUN-ABS                  PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-DAYS-AHEAD               PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-NEW-RATE                 PIC S9V9(5)    VALUE ZERO
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

       01  WS-COUNTS.
           05  WS-RECEIVED-CNT         PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-HELD-CNT             PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-APPLIED-CNT          PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-REJECT-CNT           PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-NOTICE-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-EXCEPT-CNT           PIC S9(5)      VALUE ZERO
                                                       COMP-3.

       COPY CIFU032P.

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
               'DSDS179 - ODB LINE REPRICING REGISTER'.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(73)      VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-RG-BANK              PIC ZZ9.
           05  FILLER                  PIC X(6)       VALUE ' PLAN '.
           05  WS-RG-PLAN              PIC XX.
           05  FILLER                  PIC X(5)       VALUE ' IDX '.
           05  WS-RG-INDEX             PIC X(4).
           05  FILLER                  PIC X(5)       VALUE ' EFF '.
           05  WS-RG-EFF-DATE          PIC 9(7).
           05  FILLER                  PIC X(9)       VALUE
               ' OLD SGL '.
           05  WS-RG-OLD-SINGLE        PIC 9.9(5).
           05  FILLER                  PIC X(9)       VALUE
               ' NEW SGL '.
           05  WS-RG-NEW-SINGLE        PIC 9.9(5).
           05  FILLER                  PIC X(9)       VALUE
               ' OLD JNT '.
           05  WS-RG-OLD-JOINT         PIC 9.9(5).
           05  FILLER                  PIC X(9)       VALUE
               ' NEW JNT '.
           05  WS-RG-NEW-JOINT         PIC 9.9(5).
           05  FILLER                  PIC X(7)       VALUE ' LINES '.
           05  WS-RG-LINES             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RG-ACTION            PIC X(16).

       01  WS-EXCEPT-LINE.
           05  FILLER                  PIC X(13)      VALUE
               'NO ADDRESS:  '.
           05  WS-EX-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-EX-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-EX-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(102)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(11)      VALUE
               'RECEIVED:  '.
           05  WS-TO-RECEIVED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)       VALUE
               '  HELD:  '.
           05  WS-TO-HELD              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)      VALUE
               '  APPLIED:  '.
           05  WS-TO-APPLIED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)      VALUE
               '  REJECTED:  '.
           05  WS-TO-REJECT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)      VALUE
               '  NOTICES:  '.
           05  WS-TO-NOTICES           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)      VALUE
               '  NO ADDRESS:  '.
           05  WS-TO-EXCEPT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(21)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS179 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-LEAD-TIME
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT.
           PERFORM 3000-PROCESS-BCF-RECORD
               UNTIL WS-BCF-EOF.
           PERFORM 3900-CHECK-BANK-SEEN
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT.
           PERFORM 4000-NOTICE-LINE
               UNTIL WS-OA-EOF.
           PERFORM 5000-PRINT-AND-REWRITE
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT.
           MOVE WS-RECEIVED-CNT TO WS-TO-RECEIVED.
           MOVE WS-HELD-CNT     TO WS-TO-HELD.
           MOVE WS-APPLIED-CNT  TO WS-TO-APPLIED.
           MOVE WS-REJECT-CNT   TO WS-TO-REJECT.
           MOVE WS-NOTICE-CNT   TO WS-TO-NOTICES.
           MOVE WS-EXCEPT-CNT   TO WS-TO-EXCEPT.
           WRITE REPRICE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-NOTICE-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RP-PARM-FILE
                       BCF-FILE
                       REPRICE-REQ-FILE
                       PENDING-FILE
                       ODB-ACCT-FILE
                OUTPUT BCF-OUT-FILE
                       PENDING-OUT-FILE
                       NOTICE-FILE
                       REPRICE-RPT.
           READ RP-PARM-FILE.
           MOVE RPP-RUN-DATE         TO WS-RUN-DATE
                                        WS-RH-DATE.
           MOVE RPP-NOTICE-LEAD-DAYS TO WS-LEAD-DAYS.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-RUN-ABS.
           WRITE REPRICE-RPT-LINE FROM WS-RPT-HDG.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-PD-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-PENDING
               UNTIL WS-PD-EOF.
           READ REPRICE-REQ-FILE
               AT END MOVE 'Y' TO WS-RQ-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-REQUEST
               UNTIL WS-RQ-EOF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           READ ODB-ACCT-FILE
               AT END MOVE 'Y' TO WS-OA-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-PENDING.
           ADD 1 TO WS-RP-COUNT.
           MOVE WS-RP-COUNT TO WS-RP-IDX.
           PERFORM 1900-CLEAR-ENTRY.
           MOVE PD-BANK-NO        TO WS-RP-BANK-NO (WS-RP-IDX).
           MOVE PD-PLAN-TYPE      TO WS-RP-PLAN-TYPE (WS-RP-IDX).
           MOVE PD-INDEX-CODE     TO WS-RP-INDEX-CODE (WS-RP-IDX).
           MOVE PD-INDEX-RATE     TO WS-RP-INDEX-RATE (WS-RP-IDX).
           MOVE PD-MARGIN         TO WS-RP-MARGIN (WS-RP-IDX).
           MOVE PD-EFFECTIVE-DATE TO WS-RP-EFF-DATE (WS-RP-IDX).
           MOVE PD-NOTICE-DATE    TO WS-RP-NOTICE-DATE (WS-RP-IDX).
           MOVE PD-STATUS         TO WS-RP-STATUS (WS-RP-IDX).
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-PD-EOF-SW
           END-READ.
       1100-LOAD-PENDING-EXIT.
           EXIT.

       1200-LOAD-REQUEST.
           ADD 1 TO WS-RECEIVED-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           ADD 1 TO WS-RP-COUNT.
           MOVE WS-RP-COUNT TO WS-RP-IDX.
           PERFORM 1900-CLEAR-ENTRY.
           MOVE RQ-BANK-NO        TO WS-RP-BANK-NO (WS-RP-IDX).
           MOVE RQ-PLAN-TYPE      TO WS-RP-PLAN-TYPE (WS-RP-IDX).
           MOVE RQ-INDEX-CODE     TO WS-RP-INDEX-CODE (WS-RP-IDX).
           MOVE RQ-INDEX-RATE     TO WS-RP-INDEX-RATE (WS-RP-IDX).
           MOVE RQ-MARGIN         TO WS-RP-MARGIN (WS-RP-IDX).
           MOVE RQ-EFFECTIVE-DATE TO WS-RP-EFF-DATE (WS-RP-IDX).
           MOVE 'R'               TO WS-RP-STATUS (WS-RP-IDX).
           MOVE 'Y'               TO WS-RP-NEW-SW (WS-RP-IDX).
           READ REPRICE-REQ-FILE
               AT END MOVE 'Y' TO WS-RQ-EOF-SW
           END-READ.
       1200-LOAD-REQUEST-EXIT.
           EXIT.

       1900-CLEAR-ENTRY.
           MOVE ZERO   TO WS-RP-NOTICE-DATE (WS-RP-IDX)
                          WS-RP-OLD-SINGLE (WS-RP-IDX)
                          WS-RP-NEW-SINGLE (WS-RP-IDX)
                          WS-RP-OLD-JOINT (WS-RP-IDX)
                          WS-RP-NEW-JOINT (WS-RP-IDX)
                          WS-RP-LINES (WS-RP-IDX).
           MOVE 'N'    TO WS-RP-NEW-SW (WS-RP-IDX)
                          WS-RP-BANK-SEEN-SW (WS-RP-IDX).
           MOVE SPACES TO WS-RP-ACTION (WS-RP-IDX).
       1900-CLEAR-ENTRY-EXIT.
           EXIT.

      * The notice must reach the borrower the lead days ahead of
      * the change; a request that cannot make it is held, not
      * shortened.  A held request whose date has passed expires.
       2000-CHECK-LEAD-TIME.
           MOVE WS-RP-EFF-DATE (WS-RP-IDX) TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           COMPUTE WS-DAYS-AHEAD = WS-ABS-DAYS - WS-RUN-ABS.
           IF WS-RP-RECEIVED (WS-RP-IDX)
               IF WS-DAYS-AHEAD < WS-LEAD-DAYS
                   MOVE 'H' TO WS-RP-STATUS (WS-RP-IDX)
                   MOVE 'HELD - LEAD TIME' TO WS-RP-ACTION (WS-RP-IDX)
                   ADD 1 TO WS-HELD-CNT
               ELSE
                   MOVE 'N' TO WS-RP-STATUS (WS-RP-IDX)
                   MOVE WS-RUN-DATE TO WS-RP-NOTICE-DATE (WS-RP-IDX)
                   MOVE 'NOTICED' TO WS-RP-ACTION (WS-RP-IDX)
               END-IF
           ELSE
               IF WS-RP-HELD (WS-RP-IDX)
                  AND WS-DAYS-AHEAD < ZERO
                   MOVE 'X' TO WS-RP-STATUS (WS-RP-IDX)
                   MOVE 'HELD - EXPIRED' TO WS-RP-ACTION (WS-RP-IDX)
               END-IF
           END-IF.
       2000-CHECK-LEAD-TIME-EXIT.
           EXIT.

       3000-PROCESS-BCF-RECORD.
           IF BCF-DSD-REC
               PERFORM 3100-PRICE-REQUEST
                   VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
           END-IF.
           WRITE BCF-OUT-REC FROM DSDS-BCF-RECORD.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       3000-PROCESS-BCF-RECORD-EXIT.
           EXIT.

      * New requests are priced against today's plan rates for the
      * notice; a noticed request that has come due is priced again
      * and stored.
       3100-PRICE-REQUEST.
           IF WS-RP-BANK-NO (WS-RP-IDX) = BCF-BANK-NO
              AND NOT WS-RP-REJECTED (WS-RP-IDX)
               PERFORM 3120-CHECK-REQUEST-DUE
           END-IF.
       3100-PRICE-REQUEST-EXIT.
           EXIT.

       3110-SCAN-PLANS.
           IF ODB-PLAN-TYPE (WS-PLAN-IDX) = WS-RP-PLAN-TYPE (WS-RP-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-PLANS-EXIT.
           EXIT.

       3120-CHECK-REQUEST-DUE.
           MOVE 'Y' TO WS-RP-BANK-SEEN-SW (WS-RP-IDX).
           IF WS-RP-NEW-TODAY (WS-RP-IDX)
              OR (WS-RP-NOTICED (WS-RP-IDX)
                  AND WS-RP-EFF-DATE (WS-RP-IDX) NOT > WS-RUN-DATE)
               PERFORM 3130-PRICE-PLAN
           END-IF.
       3120-CHECK-REQUEST-DUE-EXIT.
           EXIT.

       3130-PRICE-PLAN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3110-SCAN-PLANS
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > 10
                  OR WS-FOUND.
           IF NOT WS-FOUND
               IF NOT WS-RP-HELD (WS-RP-IDX)
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   SUBTRACT 1 FROM WS-HELD-CNT
                   ADD 1 TO WS-REJECT-CNT
               END-IF
               MOVE 'X' TO WS-RP-STATUS (WS-RP-IDX)
               MOVE 'PLAN NOT ON BCF' TO WS-RP-ACTION (WS-RP-IDX)
           ELSE
               PERFORM 3140-SET-NEW-RATES
           END-IF.
       3130-PRICE-PLAN-EXIT.
           EXIT.

       3140-SET-NEW-RATES.
           SUBTRACT 1 FROM WS-PLAN-IDX.
           MOVE ODB-CL-SINGLE-RATE (WS-PLAN-IDX)
               TO WS-RP-OLD-SINGLE (WS-RP-IDX).
           MOVE ODB-CL-JOINT-RATE (WS-PLAN-IDX)
               TO WS-RP-OLD-JOINT (WS-RP-IDX).
           COMPUTE WS-NEW-RATE =
               WS-RP-INDEX-RATE (WS-RP-IDX) + WS-RP-MARGIN (WS-RP-IDX).
           IF WS-NEW-RATE < ZERO
               MOVE ZERO TO WS-NEW-RATE
           END-IF.
           MOVE WS-NEW-RATE TO WS-RP-NEW-SINGLE (WS-RP-IDX).
           COMPUTE WS-NEW-RATE = WS-RP-NEW-SINGLE (WS-RP-IDX)
               + WS-RP-OLD-JOINT (WS-RP-IDX)
               - WS-RP-OLD-SINGLE (WS-RP-IDX).
           IF WS-NEW-RATE < ZERO
               MOVE ZERO TO WS-NEW-RATE
           END-IF.
           MOVE WS-NEW-RATE TO WS-RP-NEW-JOINT (WS-RP-IDX).
           IF WS-RP-NOTICED (WS-RP-IDX)
              AND WS-RP-EFF-DATE (WS-RP-IDX) NOT > WS-RUN-DATE
               MOVE WS-RP-NEW-SINGLE (WS-RP-IDX)
                   TO ODB-CL-SINGLE-RATE (WS-PLAN-IDX)
               MOVE WS-RP-NEW-JOINT (WS-RP-IDX)
                   TO ODB-CL-JOINT-RATE (WS-PLAN-IDX)
               MOVE 'A' TO WS-RP-STATUS (WS-RP-IDX)
               MOVE 'APPLIED TO BCF' TO WS-RP-ACTION (WS-RP-IDX)
               ADD 1 TO WS-APPLIED-CNT
           END-IF.
       3140-SET-NEW-RATES-EXIT.
           EXIT.

       3900-CHECK-BANK-SEEN.
           IF NOT WS-RP-BANK-SEEN (WS-RP-IDX)
              AND NOT WS-RP-REJECTED (WS-RP-IDX)
               IF WS-RP-HELD (WS-RP-IDX)
                   SUBTRACT 1 FROM WS-HELD-CNT
               END-IF
               MOVE 'X' TO WS-RP-STATUS (WS-RP-IDX)
               MOVE 'BANK NOT ON BCF' TO WS-RP-ACTION (WS-RP-IDX)
               ADD 1 TO WS-REJECT-CNT
           END-IF.
       3900-CHECK-BANK-SEEN-EXIT.
           EXIT.

       4000-NOTICE-LINE.
           PERFORM 4100-MATCH-REQUEST
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT.
           READ ODB-ACCT-FILE
               AT END MOVE 'Y' TO WS-OA-EOF-SW
           END-READ.
       4000-NOTICE-LINE-EXIT.
           EXIT.

      * Lines are counted for every request acted on today; only a
      * newly accepted request mails.
       4100-MATCH-REQUEST.
           IF OA-BANK-NO = WS-RP-BANK-NO (WS-RP-IDX)
              AND OA-PLAN = WS-RP-PLAN-TYPE (WS-RP-IDX)
              AND WS-RP-ACTION (WS-RP-IDX) NOT = SPACES
               ADD 1 TO WS-RP-LINES (WS-RP-IDX)
               IF WS-RP-NEW-TODAY (WS-RP-IDX)
                  AND WS-RP-NOTICED (WS-RP-IDX)
                   PERFORM 4200-RESOLVE-ADDRESS
                   IF U010-GOOD-RETURN
                       PERFORM 4300-WRITE-NOTICE
                   ELSE
                       PERFORM 4400-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       4100-MATCH-REQUEST-EXIT.
           EXIT.

       4200-RESOLVE-ADDRESS.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE OA-BANK-NO TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE OA-ACCT-ID TO U010-FILE-KEY (1:3).
           MOVE OA-ACCT-NO TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +4 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
       4200-RESOLVE-ADDRESS-EXIT.
           EXIT.

       4300-WRITE-NOTICE.
           MOVE SPACES TO NOTICE-REC.
           MOVE OA-BANK-NO TO NT-BANK-NO.
           MOVE OA-ACCT-ID TO NT-ACCT-ID.
           MOVE OA-ACCT-NO TO NT-ACCT-NO.
           MOVE U010-CUSTOMER-NAME    TO NT-CUSTOMER-NAME.
           MOVE U010-NAME-ADDRESS (1) TO NT-ADDR-LINE1.
           MOVE U010-NAME-ADDRESS (2) TO NT-ADDR-LINE2.
           MOVE U010-NAME-ADDRESS (3) TO NT-ADDR-LINE3.
           MOVE U010-NAME-ADDRESS (4) TO NT-ADDR-LINE4.
           MOVE OA-PLAN TO NT-PLAN-TYPE.
           MOVE WS-RP-OLD-SINGLE (WS-RP-IDX) TO NT-OLD-SINGLE-RATE.
           MOVE WS-RP-NEW-SINGLE (WS-RP-IDX) TO NT-NEW-SINGLE-RATE.
           MOVE WS-RP-OLD-JOINT (WS-RP-IDX)  TO NT-OLD-JOINT-RATE.
           MOVE WS-RP-NEW-JOINT (WS-RP-IDX)  TO NT-NEW-JOINT-RATE.
           MOVE WS-RP-EFF-DATE (WS-RP-IDX)   TO NT-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE                  TO NT-NOTICE-DATE.
           WRITE NOTICE-REC.
           ADD 1 TO WS-NOTICE-CNT.
       4300-WRITE-NOTICE-EXIT.
           EXIT.

       4400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-CNT.
           MOVE OA-BANK-NO TO WS-EX-BANK.
           MOVE OA-ACCT-ID TO WS-EX-ACCT-ID.
           MOVE OA-ACCT-NO TO WS-EX-ACCT-NO.
           WRITE REPRICE-RPT-LINE FROM WS-EXCEPT-LINE.
       4400-WRITE-EXCEPTION-EXIT.
           EXIT.

       5000-PRINT-AND-REWRITE.
           IF WS-RP-ACTION (WS-RP-IDX) NOT = SPACES
               MOVE WS-RP-BANK-NO (WS-RP-IDX)    TO WS-RG-BANK
               MOVE WS-RP-PLAN-TYPE (WS-RP-IDX)  TO WS-RG-PLAN
               MOVE WS-RP-INDEX-CODE (WS-RP-IDX) TO WS-RG-INDEX
               MOVE WS-RP-EFF-DATE (WS-RP-IDX)   TO WS-RG-EFF-DATE
               MOVE WS-RP-OLD-SINGLE (WS-RP-IDX) TO WS-RG-OLD-SINGLE
               MOVE WS-RP-NEW-SINGLE (WS-RP-IDX) TO WS-RG-NEW-SINGLE
               MOVE WS-RP-OLD-JOINT (WS-RP-IDX)  TO WS-RG-OLD-JOINT
               MOVE WS-RP-NEW-JOINT (WS-RP-IDX)  TO WS-RG-NEW-JOINT
               MOVE WS-RP-LINES (WS-RP-IDX)      TO WS-RG-LINES
               MOVE WS-RP-ACTION (WS-RP-IDX)     TO WS-RG-ACTION
               WRITE REPRICE-RPT-LINE FROM WS-REGISTER-LINE
           END-IF.
           IF WS-RP-NOTICED (WS-RP-IDX)
              OR WS-RP-HELD (WS-RP-IDX)
               MOVE SPACES TO PENDING-REC
               MOVE WS-RP-BANK-NO (WS-RP-IDX)     TO PD-BANK-NO
               MOVE WS-RP-PLAN-TYPE (WS-RP-IDX)   TO PD-PLAN-TYPE
               MOVE WS-RP-INDEX-CODE (WS-RP-IDX)  TO PD-INDEX-CODE
               MOVE WS-RP-INDEX-RATE (WS-RP-IDX)  TO PD-INDEX-RATE
               MOVE WS-RP-MARGIN (WS-RP-IDX)      TO PD-MARGIN
               MOVE WS-RP-EFF-DATE (WS-RP-IDX)    TO PD-EFFECTIVE-DATE
               MOVE WS-RP-NOTICE-DATE (WS-RP-IDX) TO PD-NOTICE-DATE
               MOVE WS-RP-STATUS (WS-RP-IDX)      TO PD-STATUS
               MOVE PENDING-REC TO PENDING-OUT-REC
               WRITE PENDING-OUT-REC
           END-IF.
       5000-PRINT-AND-REWRITE-EXIT.
           EXIT.

       8000-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 8100-ADD-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-WORK-YEAR.
           ADD WS-WORK-DAY TO WS-ABS-DAYS.
       8000-JULIAN-TO-ABS-EXIT.
           EXIT.

       8100-ADD-YEAR-DAYS.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-ABS-DAYS.
           ADD 1 TO WS-EPOCH-YR.
       8100-ADD-YEAR-DAYS-EXIT.
           EXIT.

       8200-SET-DAYS-IN-YEAR.
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
       8200-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RP-PARM-FILE
                 BCF-FILE
                 REPRICE-REQ-FILE
                 PENDING-FILE
                 ODB-ACCT-FILE
                 BCF-OUT-FILE
                 PENDING-OUT-FILE
                 NOTICE-FILE
                 REPRICE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
