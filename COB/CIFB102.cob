       DATE-WRITTEN.     22 August 2026.

      * CIFB102 builds the customer-level relationship extract that
      * pricing decisions have been made without.  Live DDA accounts
      * come off DSDS-H-FILE-RECORD (see DSDSMAST) the way DSDR313
      * tracks liveness -- the account's most recent history row
      * wins.  Live is open (010), inactive (025) or dormant (030,
      * 040), the statuses DSDS104 lets an account go deceased
      * from.  Each resolves through CIFU010 (see CIFU032P, CIFB101's
      * key convention) to U010-CUST-BANK-NBR/U010-CUST-ID.  Onto
      * each customer pile:
      *
      *  - NAH-EARN-BALANCE and NAH-INT-PAID-YTD from the matching
      *    NOW-ACCT-HEADER-RECORD (see DSDSODB);
      *  - CD balances from CD-CUST-EXTRACT, the CD system's
      *    customer-resolved balance extract, one record per
      *    certificate;
      *  - loan exposure (CL34-PRIN-BAL) from
      *    CLS.CLST34_BR_AVAILABLE (see CURRDATE), joined on
      *    CL34-CIF-KEY, which carries 'CUST' plus the customer
      *    bank and id in the CIF cross-reference key format.
      *
      * A CD or loan whose customer holds no live DSDS account starts
      * a customer of its own from the CD extract's customer or the
      * loan's CIF key, so every customer with an account in any of
      * the three systems is on both files.  A loan whose CIF key is
      * not a customer key cannot be placed and is counted on the
      * summary report.
      *
      * One record per customer goes to RELEXTR, and the summary
      * report shows each relationship's whole position on a line.
      * RX-OLDEST-OPEN is the earliest DSDS-H-MAINT-DATE (YYYYDDD)
      * on any of the customer's open accounts -- the CREATED row
      * where history goes back that far -- so the relationship's
      * age can be taken from it.
      * RELACCT carries the same relationships account by account --
      * each DSDS account, CD and commercial loan under its owning
      * customer, with its balance -- for work that has to reach
      * every account a customer holds rather than the totals.
      * A CD row carries the CD system's ten-digit account number
      * in RA-CD-ACCT-NBR; DSDS rows use RA-ACCT-ID/RA-ACCT-NO and
      * loan rows RA-LOAN-KEY.
      * A customer merged into another after duplicate review (see
      * CIFMRGX, CIFB103) is carried as its survivor throughout --
      * DSDS accounts, CDs and loans alike -- so the relationship
      * is whole under one customer id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-SUMMARY-RPT    ASSIGN TO RELSUMM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE    ASSIGN TO CIFMRGX
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY DSDSODB.

       FD  CD-CUST-EXTRACT
           RECORD CONTAINS 35 CHARACTERS.
       01  CD-CUST-EXTRACT-REC.
           05  CC-BANK-NBR             PIC 9(3).
           05  CC-CUST-ID              PIC 9(9).
           05  CC-CD-BALANCE           PIC 9(11)V99.
           05  CC-CD-ACCT-NBR          PIC 9(10).

       FD  CL34-FILE
           RECORD CONTAINS 128 CHARACTERS.

       FD  REL-EXTRACT-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY CIFRELX.

       FD  REL-SUMMARY-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REL-SUMMARY-LINE            PIC X(132).

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  MERGE-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CIFMRGX.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
               88  WS-CL-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-XREF-EOF-SW          PIC X          VALUE 'N'.
               88  WS-XREF-EOF                        VALUE 'Y'.
           05  WS-MERGED-SW            PIC X          VALUE 'N'.
               88  WS-MERGED                          VALUE 'Y'.
           05  WS-CUST-KEY-SW          PIC X          VALUE 'N'.
               88  WS-CUST-KEY                        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-LA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MG-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MG-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Live DSDS accounts with their resolved customer.
       01  WS-LIVE-ACCT-TABLE.
               10  WS-LA-ACCT-ID       PIC 9(3).
               10  WS-LA-ACCT-NO       PIC 9(9).
               10  WS-LA-STATUS        PIC 9(3).
                   88  WS-LA-LIVE              VALUE 010 025 030 040.
               10  WS-LA-CUST-BANK     PIC 9(3).
               10  WS-LA-CUST-ID       PIC 9(9).
               10  WS-LA-BALANCE       PIC S9(11)V99  COMP-3.
               10  WS-LA-OPEN-DATE     PIC 9(7).

       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY             OCCURS 5000 TIMES.
               10  WS-CU-INT-YTD       PIC S9(9)V99   COMP-3.
               10  WS-CU-CD-BAL        PIC S9(11)V99  COMP-3.
               10  WS-CU-LOAN-EXP      PIC S9(11)V99  COMP-3.
               10  WS-CU-OLDEST-OPEN   PIC 9(7).

      * Confirmed customer merges, merged customer to survivor.
       01  WS-MERGE-TABLE.
           05  WS-MG-ENTRY             OCCURS 5000 TIMES.
               10  WS-MG-FROM-BANK     PIC 9(3).
               10  WS-MG-FROM-ID       PIC 9(9).
               10  WS-MG-TO-BANK       PIC 9(3).
               10  WS-MG-TO-ID         PIC 9(9).

      * The customer being taken to its survivor.
       01  WS-MAP-CUST.
           05  WS-MAP-BANK             PIC 9(3)       VALUE ZERO.
           05  WS-MAP-ID               PIC 9(9)       VALUE ZERO.

       01  WS-LOAN-CIF-KEY             PIC X(16)      VALUE SPACES.
       01  WS-LOANS-UNKEYED            PIC 9(7)       VALUE ZERO.

       COPY CIFU032P.

           05  WS-SL-LOAN              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17)      VALUE SPACES.

       01  WS-UNKEYED-LINE.
           05  FILLER                  PIC X(40)      VALUE
               'LOANS WITH NO CUSTOMER CIF KEY:         '.
           05  WS-UL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-RECORD-COUNT     PIC 9(9)       VALUE ZERO.
           05  WS-TRL-AMOUNT-HASH      PIC 9(13)      VALUE ZERO.
           PERFORM 6000-WRITE-CUSTOMER
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           PERFORM 6500-WRITE-DSDS-ACCOUNT
               VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT.
           IF WS-LOANS-UNKEYED > ZERO
               MOVE WS-LOANS-UNKEYED TO WS-UL-COUNT
               WRITE REL-SUMMARY-LINE FROM WS-UNKEYED-LINE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
                       NOW-HDR-FILE
                       CD-CUST-EXTRACT
                       CL34-FILE
                       MERGE-XREF-FILE
                OUTPUT REL-EXTRACT-FILE
                       REL-SUMMARY-RPT
                       REL-ACCOUNT-FILE.
           WRITE REL-SUMMARY-LINE FROM WS-RPT-HDG.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-MERGE
               UNTIL WS-XREF-EOF.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-DSDS-EOF-SW
           END-READ.
                       TO WS-LA-ACCT-NO (WS-LA-IDX)
                   MOVE ZERO TO WS-LA-CUST-BANK (WS-LA-IDX)
                                WS-LA-CUST-ID (WS-LA-IDX)
                                WS-LA-BALANCE (WS-LA-IDX)
                   MOVE DSDS-H-MAINT-DATE
                       TO WS-LA-OPEN-DATE (WS-LA-IDX)
               END-IF
               IF DSDS-H-MAINT-DATE < WS-LA-OPEN-DATE (WS-LA-IDX)
                   MOVE DSDS-H-MAINT-DATE
                       TO WS-LA-OPEN-DATE (WS-LA-IDX)
               END-IF
               MOVE DSDS-H-STATUS-CODE
                   TO WS-LA-STATUS (WS-LA-IDX)
       1120-SCAN-ACCT-TABLE-EXIT.
           EXIT.

      * Only merges are wanted here; not-duplicate decisions
      * concern the duplicate review alone.
       1200-LOAD-MERGE.
           IF MX-MERGED
               IF WS-MG-COUNT < 5000
                   ADD 1 TO WS-MG-COUNT
                   MOVE WS-MG-COUNT TO WS-MG-IDX
                   MOVE MX-FROM-BANK TO WS-MG-FROM-BANK (WS-MG-IDX)
                   MOVE MX-FROM-ID   TO WS-MG-FROM-ID (WS-MG-IDX)
                   MOVE MX-TO-BANK   TO WS-MG-TO-BANK (WS-MG-IDX)
                   MOVE MX-TO-ID     TO WS-MG-TO-ID (WS-MG-IDX)
               ELSE
                   DISPLAY 'CIFB102 MERGE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
       1200-LOAD-MERGE-EXIT.
           EXIT.

       2000-RESOLVE-ACCOUNT.
           IF WS-LA-LIVE (WS-LA-IDX)
               MOVE SPACES TO CIFU010-PARAMETERS
               MOVE WS-LA-BANK-NO (WS-LA-IDX) TO U010-BANK-NBR
               MOVE 'ACCT' TO U010-FILE-ID
               MOVE +1 TO U010-NUM-OF-LINES-REQUESTED
               CALL 'CIFU010' USING CIFU010-PARAMETERS
               IF U010-GOOD-RETURN
                   MOVE U010-CUST-BANK-NBR TO WS-MAP-BANK
                   MOVE U010-CUST-ID TO WS-MAP-ID
                   PERFORM 7000-MAP-TO-SURVIVOR
                   MOVE WS-MAP-BANK TO WS-LA-CUST-BANK (WS-LA-IDX)
                   MOVE WS-MAP-ID TO WS-LA-CUST-ID (WS-LA-IDX)
                   PERFORM 2100-ADD-TO-CUSTOMER
               END-IF
           END-IF.
                            WS-CU-INT-YTD (WS-CU-IDX)
                            WS-CU-CD-BAL (WS-CU-IDX)
                            WS-CU-LOAN-EXP (WS-CU-IDX)
               MOVE WS-LA-OPEN-DATE (WS-LA-IDX)
                   TO WS-CU-OLDEST-OPEN (WS-CU-IDX)
           END-IF.
           ADD 1 TO WS-CU-NBR-ACCTS (WS-CU-IDX).
           IF WS-LA-OPEN-DATE (WS-LA-IDX) <
                  WS-CU-OLDEST-OPEN (WS-CU-IDX)
               MOVE WS-LA-OPEN-DATE (WS-LA-IDX)
                   TO WS-CU-OLDEST-OPEN (WS-CU-IDX)
           END-IF.
       2100-ADD-TO-CUSTOMER-EXIT.
           EXIT.


       3000-APPLY-NOW-BALANCES.
           PERFORM 3100-FIND-OWNING-ACCT.
           IF WS-FOUND
               MOVE NAH-EARN-BALANCE TO WS-LA-BALANCE (WS-LA-IDX)
           END-IF.
           IF WS-FOUND
              AND WS-LA-CUST-ID (WS-LA-IDX) NOT = ZERO
               PERFORM 3200-FIND-OWNING-CUSTOMER
           EXIT.

       4000-APPLY-CD-BALANCES.
           MOVE CC-BANK-NBR TO WS-MAP-BANK.
           MOVE CC-CUST-ID TO WS-MAP-ID.
           PERFORM 7000-MAP-TO-SURVIVOR.
           PERFORM 4100-FIND-CUSTOMER-DIRECT.
           IF NOT WS-FOUND
               PERFORM 4200-ADD-CUSTOMER-DIRECT
           END-IF.
           ADD CC-CD-BALANCE TO WS-CU-CD-BAL (WS-CU-IDX).
           MOVE SPACES TO REL-ACCOUNT-REC.
           MOVE WS-MAP-BANK TO RA-CUST-BANK.
           MOVE CC-BANK-NBR TO RA-BANK-NO.
           MOVE WS-MAP-ID TO RA-CUST-ID.
           MOVE 'CD  ' TO RA-SYSTEM.
           MOVE CC-CD-ACCT-NBR TO RA-CD-ACCT-NBR.
           MOVE CC-CD-BALANCE TO RA-BALANCE.
           WRITE REL-ACCOUNT-REC.
           READ CD-CUST-EXTRACT
               AT END MOVE 'Y' TO WS-CD-EOF-SW
           END-READ.
           EXIT.

       4110-SCAN-CUST-BY-ID.
           IF WS-MAP-BANK = WS-CU-CUST-BANK (WS-CU-IDX)
              AND WS-MAP-ID = WS-CU-CUST-ID (WS-CU-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4110-SCAN-CUST-BY-ID-EXIT.
           EXIT.

      * A customer with no live DSDS account, started from the CD or
      * loan in hand: no DSDS accounts and no open date.
       4200-ADD-CUSTOMER-DIRECT.
           IF WS-CU-COUNT < 5000
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-IDX
               MOVE WS-MAP-BANK TO WS-CU-CUST-BANK (WS-CU-IDX)
               MOVE WS-MAP-ID   TO WS-CU-CUST-ID (WS-CU-IDX)
               MOVE ZERO TO WS-CU-NBR-ACCTS (WS-CU-IDX)
                            WS-CU-DSDS-BAL (WS-CU-IDX)
                            WS-CU-INT-YTD (WS-CU-IDX)
                            WS-CU-CD-BAL (WS-CU-IDX)
                            WS-CU-LOAN-EXP (WS-CU-IDX)
                            WS-CU-OLDEST-OPEN (WS-CU-IDX)
           ELSE
               DISPLAY 'CIFB102 CUSTOMER TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4200-ADD-CUSTOMER-DIRECT-EXIT.
           EXIT.

      * The loan's CIF key names the customer as it stood when the
      * loan was booked; a merged customer's key is rebuilt on its
      * survivor before the match.  A customer key with no customer
      * yet starts one.
       5000-APPLY-LOAN-EXPOSURE.
           MOVE CL34-CIF-KEY (1:16) TO WS-LOAN-CIF-KEY.
           MOVE 'N' TO WS-CUST-KEY-SW.
           IF CL34-CIF-KEY (1:4) = 'CUST'
              AND CL34-CIF-KEY (5:12) IS NUMERIC
               MOVE 'Y' TO WS-CUST-KEY-SW
               MOVE CL34-CIF-KEY (5:3) TO WS-MAP-BANK
               MOVE CL34-CIF-KEY (8:9) TO WS-MAP-ID
               PERFORM 7000-MAP-TO-SURVIVOR
               IF WS-MERGED
                   MOVE WS-MAP-BANK TO WS-CK-CUST-BANK
                   MOVE WS-MAP-ID TO WS-CK-CUST-ID
                   MOVE WS-CIF-KEY-WORK TO WS-LOAN-CIF-KEY
               END-IF
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5110-SCAN-CUST-FOR-LOAN
               VARYING WS-CU-IDX FROM 1 BY 1
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CU-IDX
           ELSE
               IF WS-CUST-KEY
                   PERFORM 4200-ADD-CUSTOMER-DIRECT
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-LOANS-UNKEYED
               END-IF
           END-IF.
           IF WS-FOUND
               ADD CL34-PRIN-BAL TO WS-CU-LOAN-EXP (WS-CU-IDX)
               MOVE SPACES TO REL-ACCOUNT-REC
               MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO RA-CUST-BANK
               MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO RA-CUST-ID
               MOVE 'LOAN' TO RA-SYSTEM
               MOVE CL34-BANK-NBR TO RA-BANK-NO
               MOVE CL34-CUST-NBR TO RA-LOAN-CUST-NBR
               MOVE CL34-LOAN-NBR TO RA-LOAN-NBR
               MOVE CL34-PRIN-BAL TO RA-BALANCE
               WRITE REL-ACCOUNT-REC
           END-IF.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
       5110-SCAN-CUST-FOR-LOAN.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO WS-CK-CUST-BANK.
           MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO WS-CK-CUST-ID.
           IF WS-LOAN-CIF-KEY = WS-CIF-KEY-WORK
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5110-SCAN-CUST-FOR-LOAN-EXIT.
           MOVE WS-CU-INT-YTD (WS-CU-IDX)   TO RX-INT-PAID-YTD.
           MOVE WS-CU-CD-BAL (WS-CU-IDX)    TO RX-CD-BALANCE.
           MOVE WS-CU-LOAN-EXP (WS-CU-IDX)  TO RX-LOAN-EXPOSURE.
           MOVE WS-CU-OLDEST-OPEN (WS-CU-IDX) TO RX-OLDEST-OPEN.
           WRITE REL-EXTRACT-REC.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO WS-SL-CUST-BANK.
           MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO WS-SL-CUST-ID.
       6000-WRITE-CUSTOMER-EXIT.
           EXIT.

       6500-WRITE-DSDS-ACCOUNT.
           IF WS-LA-CUST-ID (WS-LA-IDX) NOT = ZERO
               MOVE SPACES TO REL-ACCOUNT-REC
               MOVE WS-LA-CUST-BANK (WS-LA-IDX) TO RA-CUST-BANK
               MOVE WS-LA-CUST-ID (WS-LA-IDX)   TO RA-CUST-ID
               MOVE 'DSDS' TO RA-SYSTEM
               MOVE WS-LA-BANK-NO (WS-LA-IDX)   TO RA-BANK-NO
               MOVE WS-LA-ACCT-ID (WS-LA-IDX)   TO RA-ACCT-ID
               MOVE WS-LA-ACCT-NO (WS-LA-IDX)   TO RA-ACCT-NO
               MOVE WS-LA-BALANCE (WS-LA-IDX)   TO RA-BALANCE
               WRITE REL-ACCOUNT-REC
           END-IF.
       6500-WRITE-DSDS-ACCOUNT-EXIT.
           EXIT.

      * WS-MAP-BANK/WS-MAP-ID become the survivor when the customer
      * was merged; a survivor is never itself merged, so one
      * lookup is final.
       7000-MAP-TO-SURVIVOR.
           MOVE 'N' TO WS-MERGED-SW.
           PERFORM 7010-SCAN-MERGE
               VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
                  OR WS-MERGED.
           IF WS-MERGED
               SUBTRACT 1 FROM WS-MG-IDX
               MOVE WS-MG-TO-BANK (WS-MG-IDX) TO WS-MAP-BANK
               MOVE WS-MG-TO-ID (WS-MG-IDX) TO WS-MAP-ID
           END-IF.
       7000-MAP-TO-SURVIVOR-EXIT.
           EXIT.

       7010-SCAN-MERGE.
           IF WS-MAP-BANK = WS-MG-FROM-BANK (WS-MG-IDX)
              AND WS-MAP-ID = WS-MG-FROM-ID (WS-MG-IDX)
               MOVE 'Y' TO WS-MERGED-SW
           END-IF.
       7010-SCAN-MERGE-EXIT.
           EXIT.

      * Every reader of DSDS-H-FILE-RECORD accumulates these totals
      * per data record and proves them against the stamped EOF
      * trailer (see DSDSHEOF) when the trailer comes by.  A blank
                 CD-CUST-EXTRACT
                 CL34-FILE
                 REL-EXTRACT-FILE
                 REL-SUMMARY-RPT
                 REL-ACCOUNT-FILE
                 MERGE-XREF-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
