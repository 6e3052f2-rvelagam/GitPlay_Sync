       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS172.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS172 is the relationship-pricing step of the service-
      * charge cycle.  It runs on the cycle's SC-ROUTINE-WORK-FIELDS
      * snapshot (see DSDSTXSK, the SCSNAP record DSDR309/DSDR310
      * read) before fees post, and waives fees for accounts whose
      * owning customer's whole relationship clears a tier:
      *
      *  - RELACCT (CIFB102) resolves each DSDS account to its
      *    customer, RELEXTR (CIFB102) gives that customer's
      *    combined footprint -- RX-DSDS-BALANCE + RX-CD-BALANCE +
      *    RX-LOAN-EXPOSURE;
      *  - REL-TIER-FILE holds each bank's tiers: a tier code, the
      *    combined-balance threshold, and up to 10 routine fees the
      *    tier waives, by the cycle's fee-code numbering (the order
      *    of the HOLD- fee fields, as on POSTED-FEES-FILE);
      *  - the highest tier the customer's combined balance reaches
      *    wins.  Each waived fee's HOLD- amount is zeroed and taken
      *    out of HOLD-CHARGES, and HOLD-REL-WAIVE-TIER/-REASON
      *    record the waiver on the work area.
      *
      * The work area rewrites to SCSNAPO for posting, and the
      * report shows fee income foregone by bank and tier for the
      * cycle month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SC-SNAPSHOT-FILE   ASSIGN TO SCSNAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-EXTRACT-FILE   ASSIGN TO RELEXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-TIER-FILE      ASSIGN TO RELTIER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-PARM-FILE      ASSIGN TO RELPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SC-SNAPSHOT-OUT    ASSIGN TO SCSNAPO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-RPT         ASSIGN TO RELWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SC-SNAPSHOT-FILE
           RECORD CONTAINS 223 CHARACTERS.
       01  SC-ROUTINE-WORK-FIELDS.
           02  SCS-BANK-NO             PIC 99.
           02  SCS-ACCT-ID             PIC 9(3).
           02  SCS-ACCT-NO             PIC 9(9).
           COPY DSDSTXSK.

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  REL-EXTRACT-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY CIFRELX.

       FD  REL-TIER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REL-TIER-REC.
           05  RT-BANK-NO              PIC 99.
           05  RT-TIER-CODE            PIC XX.
           05  RT-TIER-NAME            PIC X(12).
           05  RT-MIN-COMBINED-BAL     PIC 9(11)V99.
           05  RT-WAIVED-FEE-CODE      PIC 9(3)       OCCURS 10 TIMES.
           05  FILLER                  PIC X(1).

       FD  REL-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  REL-PARM-REC.
           05  RP-CYCLE-DATE           PIC 9(7).
           05  FILLER                  PIC X(3).

       FD  SC-SNAPSHOT-OUT
           RECORD CONTAINS 223 CHARACTERS.
       01  SC-SNAPSHOT-OUT-REC         PIC X(223).

       FD  WAIVER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  WAIVER-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SNAP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-SNAP-EOF                        VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-RX-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RX-EOF                          VALUE 'Y'.
           05  WS-RT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RT-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RX-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RX-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TIER-SUB             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WV-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FEE-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-REL-ACCT-TABLE.
           05  WS-RA-ENTRY             OCCURS 20000 TIMES.
               10  WS-RA-BANK-NO       PIC 99.
               10  WS-RA-ACCT-ID       PIC 9(3).
               10  WS-RA-ACCT-NO       PIC 9(9).
               10  WS-RA-CUST-BANK     PIC 9(3).
               10  WS-RA-CUST-ID       PIC 9(9).

       01  WS-REL-CUST-TABLE.
           05  WS-RX-ENTRY             OCCURS 20000 TIMES.
               10  WS-RX-CUST-BANK     PIC 9(3).
               10  WS-RX-CUST-ID       PIC 9(9).
               10  WS-RX-COMBINED-BAL  PIC S9(13)V99  COMP-3.

       01  WS-TIER-TABLE.
           05  WS-RT-ENTRY             OCCURS 200 TIMES.
               10  WS-RT-BANK-NO       PIC 99.
               10  WS-RT-TIER-CODE     PIC XX.
               10  WS-RT-TIER-NAME     PIC X(12).
               10  WS-RT-MIN-BAL       PIC 9(11)V99.
               10  WS-RT-FEE-CODE      PIC 9(3)       OCCURS 10 TIMES.
               10  WS-RT-ACCTS-WAIVED  PIC 9(7).
               10  WS-RT-FOREGONE      PIC S9(11)V99  COMP-3.

       01  WS-COMBINED-BAL             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-FEE-AMOUNT               PIC S9(5)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-ACCT-FOREGONE            PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-FOREGONE            PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-GRAND-FOREGONE           PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PRIOR-BANK-NO            PIC 99         VALUE ZERO.
       01  WS-TOT-ACCOUNTS             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-WAIVED               PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS172 - RELATIONSHIP WAIVERS - INCOME FOREGONE  '.
           05  FILLER                  PIC X(8)       VALUE ' CYCLE: '.
           05  WS-RH-CYCLE-DATE        PIC 9(7).
           05  FILLER                  PIC X(67)      VALUE SPACES.

       01  WS-COL-HDG.
           05  FILLER                  PIC X(40)      VALUE
               'BANK TIER NAME          MINIMUM COMBINED'.
           05  FILLER                  PIC X(40)      VALUE
               '    ACCTS WAIVED      INCOME FOREGONE   '.
           05  FILLER                  PIC X(52)      VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-BANK-NO           PIC 99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-TIER-CODE         PIC XX.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TL-TIER-NAME         PIC X(12).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-MIN-BAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TL-ACCTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5)       VALUE SPACES.
           05  WS-TL-FOREGONE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(57)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64)      VALUE SPACES.

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
           MOVE 'DSDS172 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL WS-SNAP-EOF.
           PERFORM 3000-PRINT-REPORT.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-ACCOUNTS TO RRG-RECORDS-IN
                                   RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SC-SNAPSHOT-FILE
                       REL-ACCOUNT-FILE
                       REL-EXTRACT-FILE
                       REL-TIER-FILE
                       REL-PARM-FILE
                OUTPUT SC-SNAPSHOT-OUT
                       WAIVER-RPT.
           READ REL-PARM-FILE.
           MOVE RP-CYCLE-DATE TO WS-RH-CYCLE-DATE.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-REL-ACCOUNT
               UNTIL WS-RA-EOF.
           READ REL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-RX-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-REL-EXTRACT
               UNTIL WS-RX-EOF.
           READ REL-TIER-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-TIER
               UNTIL WS-RT-EOF.
           READ SC-SNAPSHOT-FILE
               AT END MOVE 'Y' TO WS-SNAP-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Only DSDS accounts carry a service charge here; CDs and
      * loans count through the customer's RELEXTR totals.
       1100-LOAD-REL-ACCOUNT.
           IF RA-DSDS-ACCT
               ADD 1 TO WS-RA-COUNT
               MOVE RA-BANK-NO   TO WS-RA-BANK-NO (WS-RA-COUNT)
               MOVE RA-ACCT-ID   TO WS-RA-ACCT-ID (WS-RA-COUNT)
               MOVE RA-ACCT-NO   TO WS-RA-ACCT-NO (WS-RA-COUNT)
               MOVE RA-CUST-BANK TO WS-RA-CUST-BANK (WS-RA-COUNT)
               MOVE RA-CUST-ID   TO WS-RA-CUST-ID (WS-RA-COUNT)
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1100-LOAD-REL-ACCOUNT-EXIT.
           EXIT.

       1200-LOAD-REL-EXTRACT.
           ADD 1 TO WS-RX-COUNT.
           MOVE RX-CUST-BANK TO WS-RX-CUST-BANK (WS-RX-COUNT).
           MOVE RX-CUST-ID   TO WS-RX-CUST-ID (WS-RX-COUNT).
           COMPUTE WS-RX-COMBINED-BAL (WS-RX-COUNT) =
               RX-DSDS-BALANCE + RX-CD-BALANCE + RX-LOAN-EXPOSURE.
           READ REL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-RX-EOF-SW
           END-READ.
       1200-LOAD-REL-EXTRACT-EXIT.
           EXIT.

       1300-LOAD-TIER.
           ADD 1 TO WS-RT-COUNT.
           MOVE RT-BANK-NO   TO WS-RT-BANK-NO (WS-RT-COUNT).
           MOVE RT-TIER-CODE TO WS-RT-TIER-CODE (WS-RT-COUNT).
           MOVE RT-TIER-NAME TO WS-RT-TIER-NAME (WS-RT-COUNT).
           MOVE RT-MIN-COMBINED-BAL TO WS-RT-MIN-BAL (WS-RT-COUNT).
           PERFORM 1310-LOAD-TIER-FEE
               VARYING WS-WV-IDX FROM 1 BY 1
               UNTIL WS-WV-IDX > 10.
           MOVE ZERO TO WS-RT-ACCTS-WAIVED (WS-RT-COUNT)
                        WS-RT-FOREGONE (WS-RT-COUNT).
           READ REL-TIER-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
       1300-LOAD-TIER-EXIT.
           EXIT.

       1310-LOAD-TIER-FEE.
           MOVE RT-WAIVED-FEE-CODE (WS-WV-IDX)
               TO WS-RT-FEE-CODE (WS-RT-COUNT WS-WV-IDX).
       1310-LOAD-TIER-FEE-EXIT.
           EXIT.

       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-TOT-ACCOUNTS.
           MOVE SPACES TO HOLD-REL-WAIVER.
           PERFORM 2100-FIND-COMBINED-BALANCE.
           IF WS-FOUND
               PERFORM 2200-SELECT-TIER
               IF WS-TIER-SUB > ZERO
                   PERFORM 2300-APPLY-WAIVERS
               END-IF
           END-IF.
           MOVE SC-ROUTINE-WORK-FIELDS TO SC-SNAPSHOT-OUT-REC.
           WRITE SC-SNAPSHOT-OUT-REC.
           READ SC-SNAPSHOT-FILE
               AT END MOVE 'Y' TO WS-SNAP-EOF-SW
           END-READ.
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.

       2100-FIND-COMBINED-BALANCE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-REL-ACCOUNT
               VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RA-IDX
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2120-SCAN-REL-CUSTOMER
                   VARYING WS-RX-IDX FROM 1 BY 1
                   UNTIL WS-RX-IDX > WS-RX-COUNT
                      OR WS-FOUND
           END-IF.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RX-IDX
               MOVE WS-RX-COMBINED-BAL (WS-RX-IDX) TO WS-COMBINED-BAL
           END-IF.
       2100-FIND-COMBINED-BALANCE-EXIT.
           EXIT.

       2110-SCAN-REL-ACCOUNT.
           IF SCS-BANK-NO = WS-RA-BANK-NO (WS-RA-IDX)
              AND SCS-ACCT-ID = WS-RA-ACCT-ID (WS-RA-IDX)
              AND SCS-ACCT-NO = WS-RA-ACCT-NO (WS-RA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-REL-ACCOUNT-EXIT.
           EXIT.

       2120-SCAN-REL-CUSTOMER.
           IF WS-RA-CUST-BANK (WS-RA-IDX) = WS-RX-CUST-BANK (WS-RX-IDX)
              AND WS-RA-CUST-ID (WS-RA-IDX) = WS-RX-CUST-ID (WS-RX-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2120-SCAN-REL-CUSTOMER-EXIT.
           EXIT.

      * The qualifying tier with the highest threshold wins.
       2200-SELECT-TIER.
           MOVE ZERO TO WS-TIER-SUB.
           PERFORM 2210-CHECK-TIER
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
       2200-SELECT-TIER-EXIT.
           EXIT.

       2210-CHECK-TIER.
           IF WS-RT-BANK-NO (WS-RT-IDX) = SCS-BANK-NO
              AND WS-COMBINED-BAL NOT < WS-RT-MIN-BAL (WS-RT-IDX)
               IF WS-TIER-SUB = ZERO
                   MOVE WS-RT-IDX TO WS-TIER-SUB
               ELSE
                   IF WS-RT-MIN-BAL (WS-RT-IDX) >
                          WS-RT-MIN-BAL (WS-TIER-SUB)
                       MOVE WS-RT-IDX TO WS-TIER-SUB
                   END-IF
               END-IF
           END-IF.
       2210-CHECK-TIER-EXIT.
           EXIT.

       2300-APPLY-WAIVERS.
           MOVE ZERO TO WS-ACCT-FOREGONE.
           PERFORM 2310-WAIVE-ONE-FEE
               VARYING WS-WV-IDX FROM 1 BY 1
               UNTIL WS-WV-IDX > 10.
           IF WS-ACCT-FOREGONE > ZERO
               ADD 1 TO WS-TOT-WAIVED
               ADD 1 TO WS-RT-ACCTS-WAIVED (WS-TIER-SUB)
               ADD WS-ACCT-FOREGONE TO WS-RT-FOREGONE (WS-TIER-SUB)
               SUBTRACT WS-ACCT-FOREGONE FROM HOLD-CHARGES
               MOVE WS-RT-TIER-CODE (WS-TIER-SUB)
                   TO HOLD-REL-WAIVE-TIER
               MOVE 'R' TO HOLD-REL-WAIVE-REASON
           END-IF.
       2300-APPLY-WAIVERS-EXIT.
           EXIT.

       2310-WAIVE-ONE-FEE.
           MOVE WS-RT-FEE-CODE (WS-TIER-SUB WS-WV-IDX) TO WS-FEE-IDX.
           IF WS-FEE-IDX > ZERO
              AND WS-FEE-IDX NOT > 32
               PERFORM 2320-GET-FEE-AMOUNT
               IF WS-FEE-AMOUNT > ZERO
                   ADD WS-FEE-AMOUNT TO WS-ACCT-FOREGONE
                   PERFORM 2330-ZERO-FEE-AMOUNT
               END-IF
           END-IF.
       2310-WAIVE-ONE-FEE-EXIT.
           EXIT.

      * Fee-code numbering is the cycle's (see DSDR309).
       2320-GET-FEE-AMOUNT.
           EVALUATE WS-FEE-IDX
               WHEN 1  MOVE HOLD-MAINT-FEE      TO WS-FEE-AMOUNT
               WHEN 2  MOVE HOLD-DEBIT-CHG      TO WS-FEE-AMOUNT
               WHEN 3  MOVE HOLD-CREDIT-CHG     TO WS-FEE-AMOUNT
               WHEN 4  MOVE HOLD-ITEM-CHG       TO WS-FEE-AMOUNT
               WHEN 5  MOVE HOLD-DORMANT-FEE-HC TO WS-FEE-AMOUNT
               WHEN 6  MOVE HOLD-ADDL-MIN-FEE   TO WS-FEE-AMOUNT
               WHEN 7  MOVE HOLD-IMAGE-FEE      TO WS-FEE-AMOUNT
               WHEN 8  MOVE HOLD-ACH-DEB-FEE    TO WS-FEE-AMOUNT
               WHEN 9  MOVE HOLD-FT-DEB-FEE     TO WS-FEE-AMOUNT
               WHEN 10 MOVE HOLD-INFOLINE-DEB-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 11 MOVE HOLD-ATM-DEB-FEE    TO WS-FEE-AMOUNT
               WHEN 12 MOVE HOLD-POS-DEB-FEE    TO WS-FEE-AMOUNT
               WHEN 13 MOVE HOLD-LIMIT-6-DEB-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 14 MOVE HOLD-TELE-DEB-FEE   TO WS-FEE-AMOUNT
               WHEN 15 MOVE HOLD-3RD-PARTY-DEB-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 16 MOVE HOLD-ANNUAL-FEE     TO WS-FEE-AMOUNT
               WHEN 17 MOVE ZERO                TO WS-FEE-AMOUNT
               WHEN 18 MOVE HOLD-INACTIVE-FEE-HC
                                                 TO WS-FEE-AMOUNT
               WHEN 19 MOVE HOLD-CARD-FEE       TO WS-FEE-AMOUNT
               WHEN 20 MOVE HOLD-CHECK-HANDLING-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 21 MOVE HOLD-CHECK-HANDLING-FEE-HC
                                                 TO WS-FEE-AMOUNT
               WHEN 22 MOVE HOLD-LOST-CONTACT-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 23 MOVE HOLD-MEMBERSHIP-FEE TO WS-FEE-AMOUNT
               WHEN 24 MOVE HOLD-CHECK-IMAGING-FEE-HC
                                                 TO WS-FEE-AMOUNT
               WHEN 25 MOVE HOLD-NON-SAFEKEEP-FEE-HC
                                                 TO WS-FEE-AMOUNT
               WHEN 26 MOVE HOLD-IMAGE-STMT-FEE TO WS-FEE-AMOUNT
               WHEN 27 MOVE HOLD-STMT-ENCL-ITEM-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 28 MOVE HOLD-LOST-CONTACT-FEE-HC
                                                 TO WS-FEE-AMOUNT
               WHEN 29 MOVE HOLD-PLUS-PACKAGE-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 30 MOVE HOLD-2SIGN-VERIFICATION-FEE
                                                 TO WS-FEE-AMOUNT
               WHEN 31 MOVE HOLD-EXCESS-DEBIT-FEE-HC
                                                 TO WS-FEE-AMOUNT
               WHEN 32 MOVE HOLD-PAPER-STATEMENT-FEE
                                                 TO WS-FEE-AMOUNT
           END-EVALUATE.
       2320-GET-FEE-AMOUNT-EXIT.
           EXIT.

      * Fee 17 is the ATM fee refund, a credit to the customer, and
      * is never waived.
       2330-ZERO-FEE-AMOUNT.
           EVALUATE WS-FEE-IDX
               WHEN 1  MOVE ZERO TO HOLD-MAINT-FEE
               WHEN 2  MOVE ZERO TO HOLD-DEBIT-CHG
               WHEN 3  MOVE ZERO TO HOLD-CREDIT-CHG
               WHEN 4  MOVE ZERO TO HOLD-ITEM-CHG
               WHEN 5  MOVE ZERO TO HOLD-DORMANT-FEE-HC
               WHEN 6  MOVE ZERO TO HOLD-ADDL-MIN-FEE
               WHEN 7  MOVE ZERO TO HOLD-IMAGE-FEE
               WHEN 8  MOVE ZERO TO HOLD-ACH-DEB-FEE
               WHEN 9  MOVE ZERO TO HOLD-FT-DEB-FEE
               WHEN 10 MOVE ZERO TO HOLD-INFOLINE-DEB-FEE
               WHEN 11 MOVE ZERO TO HOLD-ATM-DEB-FEE
               WHEN 12 MOVE ZERO TO HOLD-POS-DEB-FEE
               WHEN 13 MOVE ZERO TO HOLD-LIMIT-6-DEB-FEE
               WHEN 14 MOVE ZERO TO HOLD-TELE-DEB-FEE
               WHEN 15 MOVE ZERO TO HOLD-3RD-PARTY-DEB-FEE
               WHEN 16 MOVE ZERO TO HOLD-ANNUAL-FEE
               WHEN 18 MOVE ZERO TO HOLD-INACTIVE-FEE-HC
               WHEN 19 MOVE ZERO TO HOLD-CARD-FEE
               WHEN 20 MOVE ZERO TO HOLD-CHECK-HANDLING-FEE
               WHEN 21 MOVE ZERO TO HOLD-CHECK-HANDLING-FEE-HC
               WHEN 22 MOVE ZERO TO HOLD-LOST-CONTACT-FEE
               WHEN 23 MOVE ZERO TO HOLD-MEMBERSHIP-FEE
               WHEN 24 MOVE ZERO TO HOLD-CHECK-IMAGING-FEE-HC
               WHEN 25 MOVE ZERO TO HOLD-NON-SAFEKEEP-FEE-HC
               WHEN 26 MOVE ZERO TO HOLD-IMAGE-STMT-FEE
               WHEN 27 MOVE ZERO TO HOLD-STMT-ENCL-ITEM-FEE
               WHEN 28 MOVE ZERO TO HOLD-LOST-CONTACT-FEE-HC
               WHEN 29 MOVE ZERO TO HOLD-PLUS-PACKAGE-FEE
               WHEN 30 MOVE ZERO TO HOLD-2SIGN-VERIFICATION-FEE
               WHEN 31 MOVE ZERO TO HOLD-EXCESS-DEBIT-FEE-HC
               WHEN 32 MOVE ZERO TO HOLD-PAPER-STATEMENT-FEE
           END-EVALUATE.
       2330-ZERO-FEE-AMOUNT-EXIT.
           EXIT.

      * The tier table is in bank order as maintained, so the
      * report breaks on bank as it walks it.
       3000-PRINT-REPORT.
           WRITE WAIVER-LINE FROM WS-RPT-HDG.
           WRITE WAIVER-LINE FROM WS-COL-HDG.
           IF WS-RT-COUNT > ZERO
               MOVE WS-RT-BANK-NO (1) TO WS-PRIOR-BANK-NO
           END-IF.
           PERFORM 3100-PRINT-TIER
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           IF WS-RT-COUNT > ZERO
               PERFORM 3200-PRINT-BANK-TOTAL
           END-IF.
           MOVE SPACES TO WAIVER-LINE.
           WRITE WAIVER-LINE.
           MOVE 'ACCOUNTS IN CYCLE' TO WS-TOT-LABEL.
           MOVE WS-TOT-ACCOUNTS TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE WAIVER-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS WITH RELATIONSHIP WAIVERS' TO WS-TOT-LABEL.
           MOVE WS-TOT-WAIVED TO WS-TOT-COUNT.
           MOVE WS-GRAND-FOREGONE TO WS-TOT-AMOUNT.
           WRITE WAIVER-LINE FROM WS-TOTAL-LINE.
       3000-PRINT-REPORT-EXIT.
           EXIT.

       3100-PRINT-TIER.
           IF WS-RT-BANK-NO (WS-RT-IDX) NOT = WS-PRIOR-BANK-NO
               PERFORM 3200-PRINT-BANK-TOTAL
               MOVE WS-RT-BANK-NO (WS-RT-IDX) TO WS-PRIOR-BANK-NO
           END-IF.
           MOVE WS-RT-BANK-NO (WS-RT-IDX)   TO WS-TL-BANK-NO.
           MOVE WS-RT-TIER-CODE (WS-RT-IDX) TO WS-TL-TIER-CODE.
           MOVE WS-RT-TIER-NAME (WS-RT-IDX) TO WS-TL-TIER-NAME.
           MOVE WS-RT-MIN-BAL (WS-RT-IDX)   TO WS-TL-MIN-BAL.
           MOVE WS-RT-ACCTS-WAIVED (WS-RT-IDX) TO WS-TL-ACCTS.
           MOVE WS-RT-FOREGONE (WS-RT-IDX)  TO WS-TL-FOREGONE.
           WRITE WAIVER-LINE FROM WS-TIER-LINE.
           ADD WS-RT-FOREGONE (WS-RT-IDX) TO WS-BANK-FOREGONE
                                             WS-GRAND-FOREGONE.
       3100-PRINT-TIER-EXIT.
           EXIT.

       3200-PRINT-BANK-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL.
           STRING '  BANK ' DELIMITED BY SIZE
                  WS-PRIOR-BANK-NO DELIMITED BY SIZE
                  ' INCOME FOREGONE' DELIMITED BY SIZE
               INTO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-BANK-FOREGONE TO WS-TOT-AMOUNT.
           WRITE WAIVER-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-BANK-FOREGONE.
       3200-PRINT-BANK-TOTAL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SC-SNAPSHOT-FILE
                 REL-ACCOUNT-FILE
                 REL-EXTRACT-FILE
                 REL-TIER-FILE
                 REL-PARM-FILE
                 SC-SNAPSHOT-OUT
                 WAIVER-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
