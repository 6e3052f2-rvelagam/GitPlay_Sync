       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS181.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS181 is the nightly control over operators maintaining
      * their own or their household's accounts -- waiving their own
      * fees, raising their own access limit, releasing their own
      * holds.  DSDR337 watches employee account transactions; this
      * run watches the maintenance.
      *
      * Each operator's own account comes off the operator master
      * (OI-PAYROLL-ACCT-NUMBER -- see APICPYA).  CIFU010 (see
      * CIFU032P) resolves that account to its owning customer and
      * the address id in effect, and CIFB102's RELACCT then widens
      * the watch list:
      *
      *  OWN       - the payroll account itself;
      *  CUSTOMER  - every other DSDS account of the same customer;
      *  HOUSEHLD  - every DSDS account of a customer whose CIF
      *              address (CIFU010 customer address) carries the
      *              same address id as the operator's account.
      *
      * The day's maintenance is then screened, and every item where
      * the acting operator touched an account on their own watch list
      * is reported:
      *
      *  CHG LOG   - CHANGE-LOG-WORK entries (see DSDSDESC) by the
      *              requesting operator, CLW-REQUEST-OPER;
      *  HOLD REL  - online hold releases off ONLREL, the release log
      *              in the DSDS130 RELEVENT shape, where the online
      *              release stamps the releasing operator in the
      *              hold image's SPW-HOLD-ONLINE-OPER-ID;
      *  STOP PAY  - 440 stop-payment entries on the day's
      *              DSDS-TRANSACTION-LONG (see DSDSTYP), by the
      *              keying operator in DSDSTXL-ENTRY-OPER;
      *  AR MAINT  - AR-CHECKS rows (see CDCBKCTL) last maintained on
      *              the run date by AR-MAINT-OPER.
      *
      * AUDSELF is a confidential report distributed to internal
      * audit only; it is not routed to the operator's cost-center
      * manager.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELF-PARM-FILE     ASSIGN TO SELFPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE      ASSIGN TO AMSOPER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE    ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONLINE-REL-FILE    ASSIGN TO ONLREL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-CHECKS-FILE     ASSIGN TO ARCHECKS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-RPT          ASSIGN TO AUDSELF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SELF-PARM-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  SELF-PARM-REC.
           05  SP-RUN-DATE             PIC 9(7).
           05  SP-AR-RUN-DATE          PIC X(10).

       FD  OPERATOR-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY APICPYA.

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-LOG-WORK.
           COPY DSDSDESC.

       FD  ONLINE-REL-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  ONLINE-REL-REC.
           05  OR-BANK-NO              PIC 99.
           05  OR-ACCT-ID              PIC 9(3).
           05  OR-ACCT-NO              PIC 9(9).
           05  OR-HOLD-TYPE            PIC X.
           05  OR-RELEASE-DATE         PIC 9(7).
           05  OR-HOLD-AMT             PIC 9(9)V99.
           05  OR-ONLINE-OPER-ID       PIC 9(5).
           05  OR-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.
           05  OR-RELEASED-DATE        PIC 9(7).

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  AR-CHECKS-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY CDCBKCTL.

       FD  AUDIT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OPER-EOF-SW          PIC X          VALUE 'N'.
               88  WS-OPER-EOF                        VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-CLW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CLW-EOF                         VALUE 'Y'.
           05  WS-REL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REL-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-AR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AR-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-ANY-ACCT-ID-SW       PIC X          VALUE 'N'.
               88  WS-ANY-ACCT-ID                     VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-OP-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OP-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-COUNTS.
           05  WS-OWN-CNT              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CUST-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-HHLD-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-NO-CIF-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CHG-HIT-CNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-HOLD-HIT-CNT         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-STOP-HIT-CNT         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-AR-HIT-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-HIT-CNT              PIC S9(7)      VALUE ZERO
                                                       COMP-3.

      * One row per operator with a payroll account on file, with
      * the CIF customer and address id the account resolves to
      * (zero when CIFU010 could not resolve it).
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY             OCCURS 3000 TIMES.
               10  WS-OP-KEY           PIC 9(5).
               10  WS-OP-NAME          PIC X(20).
               10  WS-OP-CUST-BANK     PIC 9(3).
               10  WS-OP-CUST-ID       PIC 9(9).
               10  WS-OP-ADDRESS-ID    PIC 9(9).

      * The watch list: every account an operator may not maintain,
      * with the operator's row and how the account relates to them.
       01  WS-WATCH-TABLE.
           05  WS-WA-ENTRY             OCCURS 10000 TIMES.
               10  WS-WA-BANK-NO       PIC 9(3).
               10  WS-WA-ACCT-ID       PIC 9(3).
               10  WS-WA-ACCT-NO       PIC 9(9).
               10  WS-WA-OPER-KEY      PIC 9(5).
               10  WS-WA-OP-SUB        PIC S9(4)      COMP.
               10  WS-WA-RELATION      PIC X(8).

       01  WS-WA-WORK-KEY.
           05  WS-WA-WORK-BANK         PIC 9(3).
           05  WS-WA-WORK-ACCT-ID      PIC 9(3).
           05  WS-WA-WORK-ACCT-NO      PIC 9(9).
           05  WS-WA-WORK-OPER         PIC 9(5).
           05  WS-WA-WORK-RELATION     PIC X(8).

       01  WS-PAYROLL-ACCT-NUM         PIC 9(9)       VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-AR-RUN-DATE              PIC X(10)      VALUE SPACES.

       01  WS-PRIOR-CUST.
           05  WS-PRI-CUST-BANK        PIC 9(3)       VALUE ZERO.
           05  WS-PRI-CUST-ID          PIC 9(9)       VALUE ZERO.
       01  WS-CUST-ADDRESS-ID          PIC 9(9)       VALUE ZERO.

       01  WS-CHG-DETAIL.
           05  FILLER                  PIC X(4)       VALUE 'FLD '.
           05  WS-CD-FIELD-CODE        PIC 999.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CD-OLD               PIC X(15).
           05  FILLER                  PIC X(2)       VALUE '->'.
           05  WS-CD-NEW               PIC X(15).

       01  WS-HOLD-DETAIL.
           05  FILLER                  PIC X(5)       VALUE 'TYPE '.
           05  WS-HD-TYPE              PIC X.
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-HD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' DUE '.
           05  WS-HD-RELEASE-DATE      PIC 9(7).

       01  WS-STOP-DETAIL.
           05  FILLER                  PIC X(6)       VALUE 'CHECK '.
           05  WS-SD-CHK-NO            PIC Z(10)9.
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-SD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AR-DETAIL.
           05  FILLER                  PIC X(7)       VALUE 'SERIAL '.
           05  WS-AD-SERIAL            PIC Z(8)9.
           05  FILLER                  PIC X(8)       VALUE ' STATUS '.
           05  WS-AD-STATUS            PIC X.
           05  FILLER                  PIC X(6)       VALUE ' STOP '.
           05  WS-AD-STOP-IND          PIC X.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the screened-item count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

           COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(52)      VALUE
               'DSDS181 - OPERATOR OWN/HOUSEHOLD ACCOUNT MAINTENANCE'.
           05  FILLER                  PIC X(44)      VALUE
               '  ** CONFIDENTIAL - INTERNAL AUDIT ONLY **  '.
           05  FILLER                  PIC X(5)       VALUE 'RUN: '.
           05  WS-RH-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(24)      VALUE SPACES.

       01  WS-HIT-LINE.
           05  WS-HL-SOURCE            PIC X(8).
           05  FILLER                  PIC X(6)       VALUE ' OPER '.
           05  WS-HL-OPER-KEY          PIC ZZZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-HL-OPER-NAME         PIC X(20).
           05  FILLER                  PIC X(6)       VALUE ' ACCT '.
           05  WS-HL-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-HL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-HL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-HL-RELATION          PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-HL-DETAIL            PIC X(40).
           05  FILLER                  PIC X(19)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS181 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPERATORS
               UNTIL WS-OPER-EOF.
           PERFORM 3000-RESOLVE-RELATIONS
               UNTIL WS-RA-EOF.
           PERFORM 4000-SCREEN-CHANGE-LOG
               UNTIL WS-CLW-EOF.
           PERFORM 5000-SCREEN-HOLD-RELEASES
               UNTIL WS-REL-EOF.
           PERFORM 6000-SCREEN-STOP-ENTRIES
               UNTIL WS-TXL-EOF.
           PERFORM 7000-SCREEN-AR-CHECKS
               UNTIL WS-AR-EOF.
           PERFORM 8500-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-HIT-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SELF-PARM-FILE
                       OPERATOR-FILE
                       REL-ACCOUNT-FILE
                       CHANGE-LOG-FILE
                       ONLINE-REL-FILE
                       DSDS-TXL-FILE
                       AR-CHECKS-FILE
                OUTPUT AUDIT-RPT.
           READ SELF-PARM-FILE.
           MOVE SP-RUN-DATE    TO WS-RUN-DATE.
           MOVE SP-AR-RUN-DATE TO WS-AR-RUN-DATE.
           MOVE WS-RUN-DATE    TO WS-RH-RUN-DATE.
           WRITE AUDIT-RPT-LINE FROM WS-RPT-HDG.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
           READ CHANGE-LOG-FILE
               AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.
           READ ONLINE-REL-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ AR-CHECKS-FILE
               AT END MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * The payroll account is taken exactly as DSDR337 takes it, and
      * goes on the watch list as OWN whether or not CIF knows it.
       2000-LOAD-OPERATORS.
           IF OI-PAYROLL-ACCT-NUMBER NOT = SPACES
              AND OI-PAYROLL-ACCT-NUMBER NOT = '000000000'
               PERFORM 2050-ADD-OPERATOR
           END-IF.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
       2000-LOAD-OPERATORS-EXIT.
           EXIT.

       2050-ADD-OPERATOR.
           MOVE OI-PAYROLL-ACCT-NUMBER TO WS-PAYROLL-ACCT-NUM.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-OP-COUNT TO WS-OP-IDX.
           MOVE OI-OPERATOR-KEY TO WS-OP-KEY (WS-OP-IDX).
           MOVE OI-FULL-NAME    TO WS-OP-NAME (WS-OP-IDX).
           MOVE ZERO TO WS-OP-CUST-BANK (WS-OP-IDX)
                        WS-OP-CUST-ID (WS-OP-IDX)
                        WS-OP-ADDRESS-ID (WS-OP-IDX).
           PERFORM 2100-RESOLVE-PAYROLL-ACCT.
           MOVE OI-BANK-NUMBER          TO WS-WA-WORK-BANK.
           MOVE OI-PAYROLL-ACCT-FILE-ID TO WS-WA-WORK-ACCT-ID.
           MOVE WS-PAYROLL-ACCT-NUM     TO WS-WA-WORK-ACCT-NO.
           MOVE OI-OPERATOR-KEY         TO WS-WA-WORK-OPER.
           MOVE 'OWN'                   TO WS-WA-WORK-RELATION.
           PERFORM 2900-ADD-WATCH-ACCOUNT.
       2050-ADD-OPERATOR-EXIT.
           EXIT.

       2100-RESOLVE-PAYROLL-ACCT.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE OI-BANK-NUMBER TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE OI-PAYROLL-ACCT-FILE-ID TO U010-FILE-KEY (1:3).
           MOVE WS-PAYROLL-ACCT-NUM TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               MOVE U010-CUST-BANK-NBR
                   TO WS-OP-CUST-BANK (WS-OP-IDX)
               MOVE U010-CUST-ID
                   TO WS-OP-CUST-ID (WS-OP-IDX)
               MOVE U010-ADDRESS-ID
                   TO WS-OP-ADDRESS-ID (WS-OP-IDX)
           ELSE
               ADD 1 TO WS-NO-CIF-CNT
           END-IF.
       2100-RESOLVE-PAYROLL-ACCT-EXIT.
           EXIT.

      * One entry per account and operator; the first relation found
      * stands, so the payroll account stays OWN.
       2900-ADD-WATCH-ACCOUNT.
           MOVE 'N' TO WS-ANY-ACCT-ID-SW.
           PERFORM 8000-FIND-WATCH-ENTRY.
           IF NOT WS-FOUND
               ADD 1 TO WS-WA-COUNT
               MOVE WS-WA-COUNT TO WS-WA-IDX
               MOVE WS-WA-WORK-BANK     TO WS-WA-BANK-NO (WS-WA-IDX)
               MOVE WS-WA-WORK-ACCT-ID  TO WS-WA-ACCT-ID (WS-WA-IDX)
               MOVE WS-WA-WORK-ACCT-NO  TO WS-WA-ACCT-NO (WS-WA-IDX)
               MOVE WS-WA-WORK-OPER     TO WS-WA-OPER-KEY (WS-WA-IDX)
               MOVE WS-OP-IDX           TO WS-WA-OP-SUB (WS-WA-IDX)
               MOVE WS-WA-WORK-RELATION TO WS-WA-RELATION (WS-WA-IDX)
               EVALUATE WS-WA-WORK-RELATION
                   WHEN 'OWN'
                       ADD 1 TO WS-OWN-CNT
                   WHEN 'CUSTOMER'
                       ADD 1 TO WS-CUST-CNT
                   WHEN OTHER
                       ADD 1 TO WS-HHLD-CNT
               END-EVALUATE
           END-IF.
       2900-ADD-WATCH-ACCOUNT-EXIT.
           EXIT.

      * RELACCT is in customer order; each new customer's CIF
      * address id is fetched once and every DSDS account of the
      * customer is matched against the operators.
       3000-RESOLVE-RELATIONS.
           IF RA-DSDS-ACCT
               PERFORM 3050-MATCH-CUSTOMER
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       3000-RESOLVE-RELATIONS-EXIT.
           EXIT.

       3050-MATCH-CUSTOMER.
           IF RA-CUST-BANK NOT = WS-PRI-CUST-BANK
              OR RA-CUST-ID NOT = WS-PRI-CUST-ID
               MOVE RA-CUST-BANK TO WS-PRI-CUST-BANK
               MOVE RA-CUST-ID   TO WS-PRI-CUST-ID
               PERFORM 3100-GET-CUST-ADDRESS
           END-IF.
           PERFORM 3200-MATCH-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
       3050-MATCH-CUSTOMER-EXIT.
           EXIT.

       3100-GET-CUST-ADDRESS.
           MOVE ZERO TO WS-CUST-ADDRESS-ID.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE RA-CUST-BANK TO U010-BANK-NBR.
           MOVE 'CUST' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE RA-CUST-BANK TO U010-FILE-KEY (1:3).
           MOVE RA-CUST-ID   TO U010-FILE-KEY (4:9).
           SET U010-CUSTOMER-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               MOVE U010-ADDRESS-ID TO WS-CUST-ADDRESS-ID
           END-IF.
       3100-GET-CUST-ADDRESS-EXIT.
           EXIT.

       3200-MATCH-OPERATOR.
           MOVE SPACES TO WS-WA-WORK-RELATION.
           IF WS-OP-CUST-ID (WS-OP-IDX) NOT = ZERO
              AND RA-CUST-BANK = WS-OP-CUST-BANK (WS-OP-IDX)
              AND RA-CUST-ID = WS-OP-CUST-ID (WS-OP-IDX)
               MOVE 'CUSTOMER' TO WS-WA-WORK-RELATION
           ELSE
               IF WS-CUST-ADDRESS-ID NOT = ZERO
                  AND WS-CUST-ADDRESS-ID =
                      WS-OP-ADDRESS-ID (WS-OP-IDX)
                   MOVE 'HOUSEHLD' TO WS-WA-WORK-RELATION
               END-IF
           END-IF.
           IF WS-WA-WORK-RELATION NOT = SPACES
               MOVE RA-BANK-NO TO WS-WA-WORK-BANK
               MOVE RA-ACCT-ID TO WS-WA-WORK-ACCT-ID
               MOVE RA-ACCT-NO TO WS-WA-WORK-ACCT-NO
               MOVE WS-OP-KEY (WS-OP-IDX) TO WS-WA-WORK-OPER
               PERFORM 2900-ADD-WATCH-ACCOUNT
           END-IF.
       3200-MATCH-OPERATOR-EXIT.
           EXIT.

       4000-SCREEN-CHANGE-LOG.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE CLW-BANK-NBR     TO WS-WA-WORK-BANK.
           MOVE CLW-ACCT-ID      TO WS-WA-WORK-ACCT-ID.
           MOVE CLW-ACCT-NBR     TO WS-WA-WORK-ACCT-NO.
           MOVE CLW-REQUEST-OPER TO WS-WA-WORK-OPER.
           MOVE 'N' TO WS-ANY-ACCT-ID-SW.
           PERFORM 8000-FIND-WATCH-ENTRY.
           IF WS-FOUND
               ADD 1 TO WS-CHG-HIT-CNT
               MOVE 'CHG LOG' TO WS-HL-SOURCE
               MOVE CLW-FIELD-CODE    TO WS-CD-FIELD-CODE
               MOVE CLW-OLD-INFO      TO WS-CD-OLD
               MOVE CLW-NEW-INFO      TO WS-CD-NEW
               MOVE WS-CHG-DETAIL     TO WS-HL-DETAIL
               PERFORM 8900-PRINT-HIT
           END-IF.
           READ CHANGE-LOG-FILE
               AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.
       4000-SCREEN-CHANGE-LOG-EXIT.
           EXIT.

       5000-SCREEN-HOLD-RELEASES.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE OR-BANK-NO        TO WS-WA-WORK-BANK.
           MOVE OR-ACCT-ID        TO WS-WA-WORK-ACCT-ID.
           MOVE OR-ACCT-NO        TO WS-WA-WORK-ACCT-NO.
           MOVE OR-ONLINE-OPER-ID TO WS-WA-WORK-OPER.
           MOVE 'N' TO WS-ANY-ACCT-ID-SW.
           PERFORM 8000-FIND-WATCH-ENTRY.
           IF WS-FOUND
               ADD 1 TO WS-HOLD-HIT-CNT
               MOVE 'HOLD REL' TO WS-HL-SOURCE
               MOVE OR-HOLD-TYPE      TO WS-HD-TYPE
               MOVE OR-HOLD-AMT       TO WS-HD-AMOUNT
               MOVE OR-RELEASE-DATE   TO WS-HD-RELEASE-DATE
               MOVE WS-HOLD-DETAIL    TO WS-HL-DETAIL
               PERFORM 8900-PRINT-HIT
           END-IF.
           READ ONLINE-REL-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-SW
           END-READ.
       5000-SCREEN-HOLD-RELEASES-EXIT.
           EXIT.

       6000-SCREEN-STOP-ENTRIES.
      * Entries posted before the operator was carried have no
      * valid ENTRY-OPER; it is tested before it is compared.
           IF DSDSTXL-CODE = 440
              AND DSDSTXL-ENTRY-OPER NUMERIC
               IF DSDSTXL-ENTRY-OPER NOT = ZERO
                   PERFORM 6050-CHECK-STOP-ENTRY
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       6000-SCREEN-STOP-ENTRIES-EXIT.
           EXIT.

       6050-CHECK-STOP-ENTRY.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE DSDSTXL-BANK-NO    TO WS-WA-WORK-BANK.
           MOVE DSDSTXL-ACCT-ID    TO WS-WA-WORK-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO    TO WS-WA-WORK-ACCT-NO.
           MOVE DSDSTXL-ENTRY-OPER TO WS-WA-WORK-OPER.
           MOVE 'N' TO WS-ANY-ACCT-ID-SW.
           PERFORM 8000-FIND-WATCH-ENTRY.
           IF WS-FOUND
               ADD 1 TO WS-STOP-HIT-CNT
               MOVE 'STOP PAY' TO WS-HL-SOURCE
               MOVE DSDSTXL-CHK-NO    TO WS-SD-CHK-NO
               MOVE DSDSTXL-AMOUNT    TO WS-SD-AMOUNT
               MOVE WS-STOP-DETAIL    TO WS-HL-DETAIL
               PERFORM 8900-PRINT-HIT
           END-IF.
       6050-CHECK-STOP-ENTRY-EXIT.
           EXIT.

      * AR-CHECKS carries no DSDS account id, so the match is on bank
      * and account number alone.
       7000-SCREEN-AR-CHECKS.
           IF AR-LAST-MAINT-DT = WS-AR-RUN-DATE
              AND AR-MAINT-OPER NOT = ZERO
               PERFORM 7050-CHECK-AR-MAINT
           END-IF.
           READ AR-CHECKS-FILE
               AT END MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.
       7000-SCREEN-AR-CHECKS-EXIT.
           EXIT.

       7050-CHECK-AR-MAINT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE AR-BANK       TO WS-WA-WORK-BANK.
           MOVE ZERO          TO WS-WA-WORK-ACCT-ID.
           MOVE AR-ACCT       TO WS-WA-WORK-ACCT-NO.
           MOVE AR-MAINT-OPER TO WS-WA-WORK-OPER.
           MOVE 'Y' TO WS-ANY-ACCT-ID-SW.
           PERFORM 8000-FIND-WATCH-ENTRY.
           IF WS-FOUND
               ADD 1 TO WS-AR-HIT-CNT
               MOVE 'AR MAINT' TO WS-HL-SOURCE
               MOVE AR-SERIAL-NBR     TO WS-AD-SERIAL
               MOVE AR-CURR-STATUS    TO WS-AD-STATUS
               MOVE AR-STOP-PAY-IND   TO WS-AD-STOP-IND
               MOVE WS-AR-DETAIL      TO WS-HL-DETAIL
               PERFORM 8900-PRINT-HIT
           END-IF.
       7050-CHECK-AR-MAINT-EXIT.
           EXIT.

       8000-FIND-WATCH-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 8100-SCAN-WATCH-ENTRIES
               VARYING WS-WA-IDX FROM 1 BY 1
               UNTIL WS-WA-IDX > WS-WA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-WA-IDX
           END-IF.
       8000-FIND-WATCH-ENTRY-EXIT.
           EXIT.

       8100-SCAN-WATCH-ENTRIES.
           IF WS-WA-WORK-OPER = WS-WA-OPER-KEY (WS-WA-IDX)
              AND WS-WA-WORK-BANK = WS-WA-BANK-NO (WS-WA-IDX)
              AND WS-WA-WORK-ACCT-NO = WS-WA-ACCT-NO (WS-WA-IDX)
              AND (WS-ANY-ACCT-ID
                   OR WS-WA-WORK-ACCT-ID = WS-WA-ACCT-ID (WS-WA-IDX))
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       8100-SCAN-WATCH-ENTRIES-EXIT.
           EXIT.

       8500-PRINT-TOTALS.
           MOVE 'OPERATORS WITHOUT CIF RESOLUTION' TO WS-TOT-LABEL.
           MOVE WS-NO-CIF-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'WATCHED ACCOUNTS - OWN' TO WS-TOT-LABEL.
           MOVE WS-OWN-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'WATCHED ACCOUNTS - SAME CUSTOMER' TO WS-TOT-LABEL.
           MOVE WS-CUST-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'WATCHED ACCOUNTS - HOUSEHOLD' TO WS-TOT-LABEL.
           MOVE WS-HHLD-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHANGE LOG ENTRIES FLAGGED' TO WS-TOT-LABEL.
           MOVE WS-CHG-HIT-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HOLD RELEASES FLAGGED' TO WS-TOT-LABEL.
           MOVE WS-HOLD-HIT-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STOP PAYMENT ENTRIES FLAGGED' TO WS-TOT-LABEL.
           MOVE WS-STOP-HIT-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AR-CHECKS MAINTENANCE FLAGGED' TO WS-TOT-LABEL.
           MOVE WS-AR-HIT-CNT TO WS-TOT-COUNT.
           WRITE AUDIT-RPT-LINE FROM WS-TOTAL-LINE.
       8500-PRINT-TOTALS-EXIT.
           EXIT.

       8900-PRINT-HIT.
           ADD 1 TO WS-HIT-CNT.
           MOVE WS-WA-OPER-KEY (WS-WA-IDX) TO WS-HL-OPER-KEY.
           MOVE WS-WA-OP-SUB (WS-WA-IDX)   TO WS-OP-IDX.
           MOVE WS-OP-NAME (WS-OP-IDX)     TO WS-HL-OPER-NAME.
           MOVE WS-WA-BANK-NO (WS-WA-IDX)  TO WS-HL-BANK.
           MOVE WS-WA-ACCT-ID (WS-WA-IDX)  TO WS-HL-ACCT-ID.
           MOVE WS-WA-ACCT-NO (WS-WA-IDX)  TO WS-HL-ACCT-NO.
           MOVE WS-WA-RELATION (WS-WA-IDX) TO WS-HL-RELATION.
           WRITE AUDIT-RPT-LINE FROM WS-HIT-LINE.
       8900-PRINT-HIT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SELF-PARM-FILE
                 OPERATOR-FILE
                 REL-ACCOUNT-FILE
                 CHANGE-LOG-FILE
                 ONLINE-REL-FILE
                 DSDS-TXL-FILE
                 AR-CHECKS-FILE
                 AUDIT-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
