       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS170.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS170 is customer positive pay for commercial DDA checks.
      * ARR304/ARR308 protect the bank's own official checks; this
      * does the same for the checks our commercial customers write.
      * PPACCT enrolls an account with its pay/return default, the
      * decision the account takes when the customer doesn't answer.
      * PPISSUE is the customers' issue-file intake (account, check
      * number, amount, payee, issue or void), building PPMAST, the
      * per-account issued-check master, which rewrites to PPMASTO.
      * Each run:
      *
      *  1. yesterday's exceptions (PPEXCP) are decided -- the
      *     customer's answer from PPDECN if there is one, the
      *     account's default if not.  A return writes the outbound
      *     return entry to RTNITEM (see DSDSRTNI) and the credit
      *     reversing the paid item to TXLOUT under the parm code; a
      *     pay marks the issue paid;
      *  2. the intake applies -- an issue adds to the master (a
      *     check number already issued is rejected), a void voids
      *     the issue or, for a check not yet on file, records it
      *     void so a later presentment is caught;
      *  3. every paid check on the day's DSDS-TRANSACTION-LONG (see
      *     DSDSTYP) to an enrolled account -- DSDSTXL-CHK-NO with
      *     DSDSTXL-AMOUNT -- is matched against the master.  A clean
      *     match marks the issue paid; no issue (NI), an amount
      *     mismatch (AM), a void (VD) or an issue already paid (DP)
      *     goes to PPEXCPO, the customer decision file for tomorrow,
      *     carrying the account's default.
      *
      * The report lists the intake rejects, every exception raised
      * and every decision applied at the cutoff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP-ACCOUNT-FILE    ASSIGN TO PPACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-MASTER-FILE     ASSIGN TO PPMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-ISSUE-FILE      ASSIGN TO PPISSUE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-EXCEPTION-FILE  ASSIGN TO PPEXCP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-DECISION-FILE   ASSIGN TO PPDECN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-PARM-FILE       ASSIGN TO PPPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-MASTER-OUT      ASSIGN TO PPMASTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-EXCEPTION-OUT   ASSIGN TO PPEXCPO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-ITEM-FILE   ASSIGN TO RTNITEM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-RPT             ASSIGN TO PPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PP-ACCOUNT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PP-ACCOUNT-REC.
           05  PA-BANK-NO              PIC 99.
           05  PA-ACCT-ID              PIC 9(3).
           05  PA-ACCT-NO              PIC 9(9).
           05  PA-DEFAULT-DECISION     PIC X.
               88  PA-DEFAULT-PAY                     VALUE 'P'.
               88  PA-DEFAULT-RETURN                  VALUE 'R'.
           05  FILLER                  PIC X(5).

       FD  PP-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PP-MASTER-REC.
           05  PM-BANK-NO              PIC 99.
           05  PM-ACCT-ID              PIC 9(3).
           05  PM-ACCT-NO              PIC 9(9).
           05  PM-CHK-NO               PIC 9(11).
           05  PM-AMOUNT               PIC 9(9)V99.
           05  PM-PAYEE                PIC X(40).
           05  PM-ISSUE-DATE           PIC 9(7).
           05  PM-STATUS               PIC X.
               88  PM-ISSUED                          VALUE 'I'.
               88  PM-VOID                            VALUE 'V'.
               88  PM-PAID                            VALUE 'P'.
           05  PM-PAID-DATE            PIC 9(7).
           05  PM-PAID-AMT             PIC 9(9)V99.
           05  FILLER                  PIC X(8).

       FD  PP-ISSUE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  PP-ISSUE-REC.
           05  PI-BANK-NO              PIC 99.
           05  PI-ACCT-ID              PIC 9(3).
           05  PI-ACCT-NO              PIC 9(9).
           05  PI-CHK-NO               PIC 9(11).
           05  PI-AMOUNT               PIC 9(9)V99.
           05  PI-PAYEE                PIC X(40).
           05  PI-ISSUE-DATE           PIC 9(7).
           05  PI-ACTION               PIC X.
               88  PI-ISSUE                           VALUE 'I'.
               88  PI-VOID                            VALUE 'V'.
           05  FILLER                  PIC X(6).

       FD  PP-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PP-EXCEPTION-REC.
           05  PX-BANK-NO              PIC 99.
           05  PX-ACCT-ID              PIC 9(3).
           05  PX-ACCT-NO              PIC 9(9).
           05  PX-CHK-NO               PIC 9(11).
           05  PX-PAID-AMT             PIC 9(9)V99.
           05  PX-ISSUED-AMT           PIC 9(9)V99.
           05  PX-TX-CODE              PIC 9(3).
           05  PX-REASON               PIC XX.
               88  PX-NO-ISSUE                        VALUE 'NI'.
               88  PX-AMOUNT-MISMATCH                 VALUE 'AM'.
               88  PX-VOIDED                          VALUE 'VD'.
               88  PX-DUPLICATE-PAID                  VALUE 'DP'.
           05  PX-DEFAULT-DECISION     PIC X.
           05  PX-PRESENT-DATE         PIC 9(7).
           05  FILLER                  PIC X(20).

       FD  PP-DECISION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PP-DECISION-REC.
           05  PD-BANK-NO              PIC 99.
           05  PD-ACCT-ID              PIC 9(3).
           05  PD-ACCT-NO              PIC 9(9).
           05  PD-CHK-NO               PIC 9(11).
           05  PD-DECISION             PIC X.
           05  PD-USER-ID              PIC X(10).
           05  FILLER                  PIC X(4).

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==PAID-TRANSACTION==
               LEADING ==DSDSTXL== BY ==PDTXL==.

       FD  PP-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PP-PARM-REC.
           05  PR-RUN-DATE             PIC 9(7).
           05  PR-REVERSAL-CODE        PIC 9(3).

       FD  PP-MASTER-OUT
           RECORD CONTAINS 110 CHARACTERS.
       01  PP-MASTER-OUT-REC           PIC X(110).

       FD  PP-EXCEPTION-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  PP-EXCEPTION-OUT-REC        PIC X(80).

       FD  RETURN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSRTNI.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  PP-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PP-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW          PIC X          VALUE 'N'.
               88  WS-ACCT-EOF                        VALUE 'Y'.
           05  WS-MAST-EOF-SW          PIC X          VALUE 'N'.
               88  WS-MAST-EOF                        VALUE 'Y'.
           05  WS-ISSUE-EOF-SW         PIC X          VALUE 'N'.
               88  WS-ISSUE-EOF                       VALUE 'Y'.
           05  WS-EXCP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-EXCP-EOF                        VALUE 'Y'.
           05  WS-DECN-EOF-SW          PIC X          VALUE 'N'.
               88  WS-DECN-EOF                        VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-ENROLLED-SW          PIC X          VALUE 'N'.
               88  WS-ENROLLED                        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-PA-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PA-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PM-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PM-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-ENROLL-TABLE.
           05  WS-PA-ENTRY             OCCURS 2000 TIMES.
               10  WS-PA-BANK-NO       PIC 99.
               10  WS-PA-ACCT-ID       PIC 9(3).
               10  WS-PA-ACCT-NO       PIC 9(9).
               10  WS-PA-DEFAULT       PIC X.

       01  WS-MASTER-TABLE.
           05  WS-PM-ENTRY             OCCURS 20000 TIMES.
               10  WS-PM-IMAGE         PIC X(110).

       01  WS-DECISION-TABLE.
           05  WS-DC-ENTRY             OCCURS 2000 TIMES.
               10  WS-DC-BANK-NO       PIC 99.
               10  WS-DC-ACCT-ID       PIC 9(3).
               10  WS-DC-ACCT-NO       PIC 9(9).
               10  WS-DC-CHK-NO        PIC 9(11).
               10  WS-DC-DECISION      PIC X.
               10  WS-DC-USER-ID       PIC X(10).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-REVERSAL-CODE            PIC 9(3)       VALUE ZERO.
       01  WS-DECISION                 PIC X          VALUE SPACE.
           88  WS-DECIDE-PAY                          VALUE 'P'.
           88  WS-DECIDE-RETURN                       VALUE 'R'.
       01  WS-DECIDED-BY               PIC X(10)      VALUE SPACES.
       01  WS-KEY-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-KEY-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-KEY-ACCT-NO              PIC 9(9)       VALUE ZERO.
       01  WS-KEY-CHK-NO               PIC 9(11)      VALUE ZERO.
       01  WS-TOT-ISSUES               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-VOIDS                PIC 9(7)       VALUE ZERO.
       01  WS-TOT-REJECTS              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-MATCHED              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-EXCEPTIONS           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-PAID-DECN            PIC 9(7)       VALUE ZERO.
       01  WS-TOT-RETURNED             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-RETURNED-AMT         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS170 - CUSTOMER POSITIVE PAY EXCEPTION REGISTER'.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(6)       VALUE ' CHK: '.
           05  WS-DL-CHK-NO            PIC Z(10)9.
           05  FILLER                  PIC X(7)       VALUE ' PAID: '.
           05  WS-DL-PAID-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)       VALUE ' ISSUED: '.
           05  WS-DL-ISSUED-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-TEXT              PIC X(48).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(65)      VALUE SPACES.

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

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS170 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-DECIDE-EXCEPTION
               UNTIL WS-EXCP-EOF.
           PERFORM 3000-APPLY-ISSUE
               UNTIL WS-ISSUE-EOF.
           PERFORM 4000-MATCH-PAID-CHECK
               UNTIL WS-TXL-EOF.
           PERFORM 5000-WRITE-MASTER
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT.
           PERFORM 6000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-PM-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PP-ACCOUNT-FILE
                       PP-MASTER-FILE
                       PP-ISSUE-FILE
                       PP-EXCEPTION-FILE
                       PP-DECISION-FILE
                       DSDS-TXL-FILE
                       PP-PARM-FILE
                OUTPUT PP-MASTER-OUT
                       PP-EXCEPTION-OUT
                       RETURN-ITEM-FILE
                       TXL-OUT-FILE
                       PP-RPT.
           READ PP-PARM-FILE.
           MOVE PR-RUN-DATE      TO WS-RUN-DATE.
           MOVE PR-REVERSAL-CODE TO WS-REVERSAL-CODE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE PP-RPT-LINE FROM WS-RPT-HDG.
           READ PP-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ENROLLMENT
               UNTIL WS-ACCT-EOF.
           READ PP-MASTER-FILE
               AT END MOVE 'Y' TO WS-MAST-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-MASTER
               UNTIL WS-MAST-EOF.
           READ PP-DECISION-FILE
               AT END MOVE 'Y' TO WS-DECN-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-DECISION
               UNTIL WS-DECN-EOF.
           READ PP-EXCEPTION-FILE
               AT END MOVE 'Y' TO WS-EXCP-EOF-SW
           END-READ.
           READ PP-ISSUE-FILE
               AT END MOVE 'Y' TO WS-ISSUE-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * An enrollment with no usable default returns, the safe side
      * for a check the customer never told us about.
       1100-LOAD-ENROLLMENT.
           ADD 1 TO WS-PA-COUNT.
           MOVE PA-BANK-NO TO WS-PA-BANK-NO (WS-PA-COUNT).
           MOVE PA-ACCT-ID TO WS-PA-ACCT-ID (WS-PA-COUNT).
           MOVE PA-ACCT-NO TO WS-PA-ACCT-NO (WS-PA-COUNT).
           IF PA-DEFAULT-PAY
               MOVE 'P' TO WS-PA-DEFAULT (WS-PA-COUNT)
           ELSE
               MOVE 'R' TO WS-PA-DEFAULT (WS-PA-COUNT)
           END-IF.
           READ PP-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-ACCT-EOF-SW
           END-READ.
       1100-LOAD-ENROLLMENT-EXIT.
           EXIT.

       1200-LOAD-MASTER.
           ADD 1 TO WS-PM-COUNT.
           MOVE PP-MASTER-REC TO WS-PM-IMAGE (WS-PM-COUNT).
           READ PP-MASTER-FILE
               AT END MOVE 'Y' TO WS-MAST-EOF-SW
           END-READ.
       1200-LOAD-MASTER-EXIT.
           EXIT.

       1300-LOAD-DECISION.
           ADD 1 TO WS-DC-COUNT.
           MOVE PD-BANK-NO  TO WS-DC-BANK-NO (WS-DC-COUNT).
           MOVE PD-ACCT-ID  TO WS-DC-ACCT-ID (WS-DC-COUNT).
           MOVE PD-ACCT-NO  TO WS-DC-ACCT-NO (WS-DC-COUNT).
           MOVE PD-CHK-NO   TO WS-DC-CHK-NO (WS-DC-COUNT).
           MOVE PD-DECISION TO WS-DC-DECISION (WS-DC-COUNT).
           MOVE PD-USER-ID  TO WS-DC-USER-ID (WS-DC-COUNT).
           READ PP-DECISION-FILE
               AT END MOVE 'Y' TO WS-DECN-EOF-SW
           END-READ.
       1300-LOAD-DECISION-EXIT.
           EXIT.

      * The cutoff: every exception raised last run is decided now,
      * by the customer's answer or, unanswered, the default it
      * carried out.
       2000-DECIDE-EXCEPTION.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE PX-DEFAULT-DECISION TO WS-DECISION.
           MOVE 'DEFAULT' TO WS-DECIDED-BY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2010-SCAN-DECISIONS
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-DC-IDX
               IF WS-DC-DECISION (WS-DC-IDX) = 'P' OR 'R'
                   MOVE WS-DC-DECISION (WS-DC-IDX) TO WS-DECISION
                   MOVE WS-DC-USER-ID (WS-DC-IDX) TO WS-DECIDED-BY
               END-IF
           END-IF.
           IF NOT WS-DECIDE-PAY
               MOVE 'R' TO WS-DECISION
           END-IF.
           MOVE PX-PAID-AMT   TO WS-DL-PAID-AMT.
           MOVE PX-ISSUED-AMT TO WS-DL-ISSUED-AMT.
           MOVE SPACES TO WS-DL-TEXT.
           IF WS-DECIDE-PAY
               ADD 1 TO WS-TOT-PAID-DECN
               PERFORM 2100-PAY-EXCEPTION
               STRING 'PAID AT CUTOFF - ' DELIMITED BY SIZE
                      WS-DECIDED-BY DELIMITED BY SPACE
                   INTO WS-DL-TEXT
           ELSE
               ADD 1 TO WS-TOT-RETURNED
               ADD PX-PAID-AMT TO WS-TOT-RETURNED-AMT
               PERFORM 2200-RETURN-EXCEPTION
               STRING 'RETURNED AT CUTOFF - ' DELIMITED BY SIZE
                      WS-DECIDED-BY DELIMITED BY SPACE
                   INTO WS-DL-TEXT
           END-IF.
           MOVE PX-BANK-NO TO WS-DL-BANK.
           MOVE PX-ACCT-ID TO WS-DL-ACCT-ID.
           MOVE PX-ACCT-NO TO WS-DL-ACCT-NO.
           MOVE PX-CHK-NO  TO WS-DL-CHK-NO.
           WRITE PP-RPT-LINE FROM WS-DETAIL-LINE.
           READ PP-EXCEPTION-FILE
               AT END MOVE 'Y' TO WS-EXCP-EOF-SW
           END-READ.
       2000-DECIDE-EXCEPTION-EXIT.
           EXIT.

       2010-SCAN-DECISIONS.
           IF PX-BANK-NO = WS-DC-BANK-NO (WS-DC-IDX)
              AND PX-ACCT-ID = WS-DC-ACCT-ID (WS-DC-IDX)
              AND PX-ACCT-NO = WS-DC-ACCT-NO (WS-DC-IDX)
              AND PX-CHK-NO = WS-DC-CHK-NO (WS-DC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2010-SCAN-DECISIONS-EXIT.
           EXIT.

      * Paying a mismatch settles the issue at the amount paid; a
      * check with no issue, a void or a second presentment has
      * nothing further to mark.
       2100-PAY-EXCEPTION.
           IF PX-AMOUNT-MISMATCH
               MOVE PX-BANK-NO TO WS-KEY-BANK-NO
               MOVE PX-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE PX-ACCT-NO TO WS-KEY-ACCT-NO
               MOVE PX-CHK-NO  TO WS-KEY-CHK-NO
               PERFORM 7000-FIND-ISSUE
               IF WS-FOUND
                   MOVE WS-PM-IMAGE (WS-PM-IDX) TO PP-MASTER-REC
                   MOVE 'P' TO PM-STATUS
                   MOVE WS-RUN-DATE TO PM-PAID-DATE
                   MOVE PX-PAID-AMT TO PM-PAID-AMT
                   MOVE PP-MASTER-REC TO WS-PM-IMAGE (WS-PM-IDX)
               END-IF
           END-IF.
       2100-PAY-EXCEPTION-EXIT.
           EXIT.

       2200-RETURN-EXCEPTION.
           MOVE SPACES TO RETURN-ITEM-REC.
           MOVE PX-BANK-NO    TO RI-BANK-NO.
           MOVE PX-ACCT-ID    TO RI-ACCT-ID.
           MOVE PX-ACCT-NO    TO RI-ACCT-NO.
           MOVE PX-TX-CODE    TO RI-TX-CODE.
           MOVE PX-PAID-AMT   TO RI-AMOUNT.
           MOVE PX-CHK-NO     TO RI-CHK-NO.
           MOVE ZERO          TO RI-SC-TYPE
                                 RI-ACH-TRACE.
           EVALUATE TRUE
               WHEN PX-AMOUNT-MISMATCH
                   MOVE 'ALT' TO RI-RETURN-REASON
               WHEN PX-VOIDED
                   MOVE 'STP' TO RI-RETURN-REASON
               WHEN PX-DUPLICATE-PAID
                   MOVE 'DUP' TO RI-RETURN-REASON
               WHEN OTHER
                   MOVE 'NIS' TO RI-RETURN-REASON
           END-EVALUATE.
           MOVE 'DSDS170 '    TO RI-SOURCE.
           MOVE WS-RUN-DATE   TO RI-RUN-DATE.
           WRITE RETURN-ITEM-REC.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE PX-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE PX-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE PX-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-REVERSAL-CODE TO DSDSTXL-CODE.
           MOVE PX-PAID-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT.
           MOVE PX-CHK-NO TO DSDSTXL-CHK-NO.
           MOVE 0 TO DSDSTXL-SC-TYPE.
           MOVE 'POSITIVE PAY RETURN       ' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       2200-RETURN-EXCEPTION-EXIT.
           EXIT.

       3000-APPLY-ISSUE.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE PI-BANK-NO TO WS-KEY-BANK-NO.
           MOVE PI-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE PI-ACCT-NO TO WS-KEY-ACCT-NO.
           MOVE PI-CHK-NO  TO WS-KEY-CHK-NO.
           PERFORM 7000-FIND-ISSUE.
           EVALUATE TRUE
               WHEN PI-ISSUE AND WS-FOUND
                   MOVE 'DUPLICATE ISSUE REJECTED' TO WS-DL-TEXT
                   PERFORM 3900-PRINT-INTAKE-REJECT
               WHEN PI-ISSUE
                   ADD 1 TO WS-TOT-ISSUES
                   PERFORM 3100-ADD-ISSUE
               WHEN PI-VOID AND WS-FOUND
                   MOVE WS-PM-IMAGE (WS-PM-IDX) TO PP-MASTER-REC
                   IF PM-PAID
                       MOVE 'VOID REJECTED - CHECK ALREADY PAID'
                           TO WS-DL-TEXT
                       PERFORM 3900-PRINT-INTAKE-REJECT
                   ELSE
                       ADD 1 TO WS-TOT-VOIDS
                       MOVE 'V' TO PM-STATUS
                       MOVE PP-MASTER-REC TO WS-PM-IMAGE (WS-PM-IDX)
                   END-IF
               WHEN PI-VOID
                   ADD 1 TO WS-TOT-VOIDS
                   PERFORM 3100-ADD-ISSUE
               WHEN OTHER
                   MOVE 'UNKNOWN ISSUE ACTION REJECTED' TO WS-DL-TEXT
                   PERFORM 3900-PRINT-INTAKE-REJECT
           END-EVALUATE.
           READ PP-ISSUE-FILE
               AT END MOVE 'Y' TO WS-ISSUE-EOF-SW
           END-READ.
       3000-APPLY-ISSUE-EXIT.
           EXIT.

       3100-ADD-ISSUE.
           MOVE SPACES TO PP-MASTER-REC.
           MOVE PI-BANK-NO    TO PM-BANK-NO.
           MOVE PI-ACCT-ID    TO PM-ACCT-ID.
           MOVE PI-ACCT-NO    TO PM-ACCT-NO.
           MOVE PI-CHK-NO     TO PM-CHK-NO.
           MOVE PI-AMOUNT     TO PM-AMOUNT.
           MOVE PI-PAYEE      TO PM-PAYEE.
           MOVE PI-ISSUE-DATE TO PM-ISSUE-DATE.
           MOVE PI-ACTION     TO PM-STATUS.
           MOVE ZERO          TO PM-PAID-DATE
                                 PM-PAID-AMT.
           ADD 1 TO WS-PM-COUNT.
           MOVE PP-MASTER-REC TO WS-PM-IMAGE (WS-PM-COUNT).
       3100-ADD-ISSUE-EXIT.
           EXIT.

       3900-PRINT-INTAKE-REJECT.
           ADD 1 TO WS-TOT-REJECTS.
           MOVE PI-BANK-NO TO WS-DL-BANK.
           MOVE PI-ACCT-ID TO WS-DL-ACCT-ID.
           MOVE PI-ACCT-NO TO WS-DL-ACCT-NO.
           MOVE PI-CHK-NO  TO WS-DL-CHK-NO.
           MOVE ZERO       TO WS-DL-PAID-AMT.
           MOVE PI-AMOUNT  TO WS-DL-ISSUED-AMT.
           WRITE PP-RPT-LINE FROM WS-DETAIL-LINE.
       3900-PRINT-INTAKE-REJECT-EXIT.
           EXIT.

      * Only checks -- debits carrying a check number -- to enrolled
      * accounts are matched.
       4000-MATCH-PAID-CHECK.
           IF PDTXL-CODE NOT < 500
              AND PDTXL-CHK-NO > ZERO
               PERFORM 4100-FIND-ENROLLMENT
               IF WS-ENROLLED
                   PERFORM 4200-MATCH-ISSUE
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       4000-MATCH-PAID-CHECK-EXIT.
           EXIT.

       4100-FIND-ENROLLMENT.
           MOVE 'N' TO WS-ENROLLED-SW.
           PERFORM 4110-SCAN-ENROLLMENT
               VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
                  OR WS-ENROLLED.
           IF WS-ENROLLED
               SUBTRACT 1 FROM WS-PA-IDX
           END-IF.
       4100-FIND-ENROLLMENT-EXIT.
           EXIT.

       4110-SCAN-ENROLLMENT.
           IF PDTXL-BANK-NO = WS-PA-BANK-NO (WS-PA-IDX)
              AND PDTXL-ACCT-ID = WS-PA-ACCT-ID (WS-PA-IDX)
              AND PDTXL-ACCT-NO = WS-PA-ACCT-NO (WS-PA-IDX)
               MOVE 'Y' TO WS-ENROLLED-SW
           END-IF.
       4110-SCAN-ENROLLMENT-EXIT.
           EXIT.

       4200-MATCH-ISSUE.
           MOVE PDTXL-BANK-NO TO WS-KEY-BANK-NO.
           MOVE PDTXL-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE PDTXL-ACCT-NO TO WS-KEY-ACCT-NO.
           MOVE PDTXL-CHK-NO  TO WS-KEY-CHK-NO.
           PERFORM 7000-FIND-ISSUE.
           MOVE SPACES TO PP-EXCEPTION-REC.
           IF WS-FOUND
               MOVE WS-PM-IMAGE (WS-PM-IDX) TO PP-MASTER-REC
               MOVE PM-AMOUNT TO PX-ISSUED-AMT
               EVALUATE TRUE
                   WHEN PM-VOID
                       MOVE 'VD' TO PX-REASON
                   WHEN PM-PAID
                       MOVE 'DP' TO PX-REASON
                   WHEN PM-AMOUNT NOT = PDTXL-AMOUNT
                       MOVE 'AM' TO PX-REASON
                   WHEN OTHER
                       ADD 1 TO WS-TOT-MATCHED
                       MOVE 'P' TO PM-STATUS
                       MOVE WS-RUN-DATE TO PM-PAID-DATE
                       MOVE PDTXL-AMOUNT TO PM-PAID-AMT
                       MOVE PP-MASTER-REC TO WS-PM-IMAGE (WS-PM-IDX)
               END-EVALUATE
           ELSE
               MOVE ZERO TO PX-ISSUED-AMT
               MOVE 'NI' TO PX-REASON
           END-IF.
           IF PX-REASON NOT = SPACES
               PERFORM 4300-WRITE-EXCEPTION
           END-IF.
       4200-MATCH-ISSUE-EXIT.
           EXIT.

       4300-WRITE-EXCEPTION.
           ADD 1 TO WS-TOT-EXCEPTIONS.
           MOVE PDTXL-BANK-NO TO PX-BANK-NO.
           MOVE PDTXL-ACCT-ID TO PX-ACCT-ID.
           MOVE PDTXL-ACCT-NO TO PX-ACCT-NO.
           MOVE PDTXL-CHK-NO  TO PX-CHK-NO.
           MOVE PDTXL-AMOUNT  TO PX-PAID-AMT.
           MOVE PDTXL-CODE    TO PX-TX-CODE.
           MOVE WS-PA-DEFAULT (WS-PA-IDX) TO PX-DEFAULT-DECISION.
           MOVE WS-RUN-DATE   TO PX-PRESENT-DATE.
           MOVE PP-EXCEPTION-REC TO PP-EXCEPTION-OUT-REC.
           WRITE PP-EXCEPTION-OUT-REC.
           MOVE PX-BANK-NO    TO WS-DL-BANK.
           MOVE PX-ACCT-ID    TO WS-DL-ACCT-ID.
           MOVE PX-ACCT-NO    TO WS-DL-ACCT-NO.
           MOVE PX-CHK-NO     TO WS-DL-CHK-NO.
           MOVE PX-PAID-AMT   TO WS-DL-PAID-AMT.
           MOVE PX-ISSUED-AMT TO WS-DL-ISSUED-AMT.
           MOVE SPACES TO WS-DL-TEXT.
           EVALUATE TRUE
               WHEN PX-NO-ISSUE
                   MOVE 'EXCEPTION NI - NO ISSUE ON FILE' TO WS-DL-TEXT
               WHEN PX-AMOUNT-MISMATCH
                   MOVE 'EXCEPTION AM - AMOUNT MISMATCH' TO WS-DL-TEXT
               WHEN PX-VOIDED
                   MOVE 'EXCEPTION VD - CHECK VOIDED' TO WS-DL-TEXT
               WHEN OTHER
                   MOVE 'EXCEPTION DP - ALREADY PAID' TO WS-DL-TEXT
           END-EVALUATE.
           WRITE PP-RPT-LINE FROM WS-DETAIL-LINE.
       4300-WRITE-EXCEPTION-EXIT.
           EXIT.

       5000-WRITE-MASTER.
           MOVE WS-PM-IMAGE (WS-PM-IDX) TO PP-MASTER-OUT-REC.
           WRITE PP-MASTER-OUT-REC.
       5000-WRITE-MASTER-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACES TO PP-RPT-LINE.
           WRITE PP-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ISSUES ADDED' TO WS-TL-LABEL.
           MOVE WS-TOT-ISSUES TO WS-TL-COUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'VOIDS APPLIED' TO WS-TL-LABEL.
           MOVE WS-TOT-VOIDS TO WS-TL-COUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INTAKE RECORDS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-REJECTS TO WS-TL-COUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAID CHECKS MATCHED CLEAN' TO WS-TL-LABEL.
           MOVE WS-TOT-MATCHED TO WS-TL-COUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS SENT FOR DECISION' TO WS-TL-LABEL.
           MOVE WS-TOT-EXCEPTIONS TO WS-TL-COUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS PAID AT CUTOFF' TO WS-TL-LABEL.
           MOVE WS-TOT-PAID-DECN TO WS-TL-COUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS RETURNED AT CUTOFF' TO WS-TL-LABEL.
           MOVE WS-TOT-RETURNED TO WS-TL-COUNT.
           MOVE WS-TOT-RETURNED-AMT TO WS-TL-AMOUNT.
           WRITE PP-RPT-LINE FROM WS-TOTAL-LINE.
       6000-PRINT-TOTALS-EXIT.
           EXIT.

       7000-FIND-ISSUE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-MASTER
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PM-IDX
           END-IF.
       7000-FIND-ISSUE-EXIT.
           EXIT.

       7010-SCAN-MASTER.
           MOVE WS-PM-IMAGE (WS-PM-IDX) TO PP-MASTER-REC.
           IF PM-BANK-NO = WS-KEY-BANK-NO
              AND PM-ACCT-ID = WS-KEY-ACCT-ID
              AND PM-ACCT-NO = WS-KEY-ACCT-NO
              AND PM-CHK-NO = WS-KEY-CHK-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-MASTER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PP-ACCOUNT-FILE
                 PP-MASTER-FILE
                 PP-ISSUE-FILE
                 PP-EXCEPTION-FILE
                 PP-DECISION-FILE
                 DSDS-TXL-FILE
                 PP-PARM-FILE
                 PP-MASTER-OUT
                 PP-EXCEPTION-OUT
                 RETURN-ITEM-FILE
                 TXL-OUT-FILE
                 PP-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
