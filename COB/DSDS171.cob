       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS171.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS171 is the ACH debit block and filter.  It runs on
      * DSDS107's posted file, so every ACH debit (a
      * DSDS-TRANSACTION-LONG with DSDSTXL-ACH-STD-ENTRY-CLASS not
      * spaces and DSDSTXL-CODE 500 and up, see DSDSTYP) is checked
      * against ACH-AUTH-FILE before it posts.  The authorization
      * master carries, per account:
      *
      *  - a block record ('B') -- every ACH debit is refused; or
      *  - one filter record ('A') per originator the customer
      *    allows, keyed by DSDSTXL-ACH-COMPANY-ID, with an optional
      *    maximum per entry (zero is no maximum) and an optional
      *    SEC code limit (spaces is any SEC code).
      *
      * An account with no records on the master is not filtered.
      * An account with filter records posts only debits from a
      * listed company within that company's limits.  A refused
      * debit is pulled out of the posting stream and written to
      * RTNITEM (see DSDSRTNI) for the ACH return batch --
      * corporate entries (CCD, CTX) return R29, everything else
      * R10 -- and listed on the customer's daily exception advice.
      * Credits and non-ACH items always post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSDS-TXL-FILE      ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-AUTH-FILE      ASSIGN TO ACHAUTH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-PARM-FILE      ASSIGN TO ACHPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-FILE        ASSIGN TO TXLFILT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-ITEM-FILE   ASSIGN TO RTNITEM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADVICE-RPT         ASSIGN TO ACHADV
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  ACH-AUTH-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  ACH-AUTH-REC.
           05  AA-BANK-NO              PIC 99.
           05  AA-ACCT-ID              PIC 9(3).
           05  AA-ACCT-NO              PIC 9(9).
           05  AA-RECORD-TYPE          PIC X.
               88  AA-BLOCK-ALL                       VALUE 'B'.
               88  AA-ALLOW-COMPANY                   VALUE 'A'.
           05  AA-COMPANY-ID           PIC X(10).
           05  AA-MAX-AMT              PIC 9(9)V99.
           05  AA-SEC-LIMIT            PIC X(3).
           05  AA-EFF-DATE             PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  ACH-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ACH-PARM-REC.
           05  AP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(3).

       FD  POSTED-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  POSTED-RECORD               PIC X(200).

       FD  RETURN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSRTNI.

       FD  ADVICE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ADVICE-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-AUTH-EOF-SW          PIC X          VALUE 'N'.
               88  WS-AUTH-EOF                        VALUE 'Y'.
           05  WS-FILTERED-SW          PIC X          VALUE 'N'.
               88  WS-FILTERED                        VALUE 'Y'.
           05  WS-BLOCKED-SW           PIC X          VALUE 'N'.
               88  WS-BLOCKED                         VALUE 'Y'.
           05  WS-ALLOWED-SW           PIC X          VALUE 'N'.
               88  WS-ALLOWED                         VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-AA-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AA-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-AUTH-TABLE.
           05  WS-AA-ENTRY             OCCURS 5000 TIMES.
               10  WS-AA-BANK-NO       PIC 99.
               10  WS-AA-ACCT-ID       PIC 9(3).
               10  WS-AA-ACCT-NO       PIC 9(9).
               10  WS-AA-RECORD-TYPE   PIC X.
               10  WS-AA-COMPANY-ID    PIC X(10).
               10  WS-AA-MAX-AMT       PIC 9(9)V99.
               10  WS-AA-SEC-LIMIT     PIC X(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-REFUSAL                  PIC X(26)      VALUE SPACES.
       01  WS-TOT-READ                 PIC 9(9)       VALUE ZERO.
       01  WS-TOT-POSTED               PIC 9(9)       VALUE ZERO.
       01  WS-TOT-RETURNED             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-RETURNED-AMT         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS171 - ACH DEBIT FILTER EXCEPTION ADVICE       '.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-ADVICE-DETAIL.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-AD-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AD-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AD-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-AD-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AD-CO-NAME           PIC X(16).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AD-SEC               PIC X(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AD-TRACE             PIC 9(15).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AD-REASON            PIC X(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AD-REFUSAL           PIC X(26).
           05  FILLER                  PIC X(15)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61)      VALUE SPACES.

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
           MOVE 'DSDS171 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-FILTER-TXL-RECORD
               UNTIL WS-TXL-EOF.
           PERFORM 3000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-READ TO RRG-RECORDS-IN.
           MOVE WS-TOT-POSTED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  DSDS-TXL-FILE
                       ACH-AUTH-FILE
                       ACH-PARM-FILE
                OUTPUT POSTED-FILE
                       RETURN-ITEM-FILE
                       ADVICE-RPT.
           READ ACH-PARM-FILE.
           MOVE AP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE ADVICE-LINE FROM WS-RPT-HDG.
           READ ACH-AUTH-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-AUTH
               UNTIL WS-AUTH-EOF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Authorizations not yet effective are not loaded.
       1100-LOAD-AUTH.
           IF AA-EFF-DATE NOT > WS-RUN-DATE
              AND (AA-BLOCK-ALL OR AA-ALLOW-COMPANY)
               ADD 1 TO WS-AA-COUNT
               MOVE AA-BANK-NO     TO WS-AA-BANK-NO (WS-AA-COUNT)
               MOVE AA-ACCT-ID     TO WS-AA-ACCT-ID (WS-AA-COUNT)
               MOVE AA-ACCT-NO     TO WS-AA-ACCT-NO (WS-AA-COUNT)
               MOVE AA-RECORD-TYPE TO WS-AA-RECORD-TYPE (WS-AA-COUNT)
               MOVE AA-COMPANY-ID  TO WS-AA-COMPANY-ID (WS-AA-COUNT)
               MOVE AA-MAX-AMT     TO WS-AA-MAX-AMT (WS-AA-COUNT)
               MOVE AA-SEC-LIMIT   TO WS-AA-SEC-LIMIT (WS-AA-COUNT)
           END-IF.
           READ ACH-AUTH-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SW
           END-READ.
       1100-LOAD-AUTH-EXIT.
           EXIT.

       2000-FILTER-TXL-RECORD.
           ADD 1 TO WS-TOT-READ.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
              AND DSDSTXL-CODE NOT < 500
               PERFORM 2100-CHECK-AUTHORIZATION
           ELSE
               MOVE 'N' TO WS-FILTERED-SW
           END-IF.
           IF WS-FILTERED
              AND (WS-BLOCKED OR NOT WS-ALLOWED)
               PERFORM 2200-RETURN-ENTRY
           ELSE
               ADD 1 TO WS-TOT-POSTED
               MOVE DSDSTXL-REC TO POSTED-RECORD
               WRITE POSTED-RECORD
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2000-FILTER-TXL-RECORD-EXIT.
           EXIT.

      * One pass over the account's authorizations: any record at
      * all makes it a filtered account, a block record refuses
      * outright, and a filter record for the originator within
      * its limits allows the entry.  The refusal text is that of
      * the closest record seen.
       2100-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-FILTERED-SW
                       WS-BLOCKED-SW
                       WS-ALLOWED-SW.
           MOVE 'ORIGINATOR NOT AUTHORIZED' TO WS-REFUSAL.
           PERFORM 2110-SCAN-AUTH-TABLE
               VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-AA-COUNT
                  OR WS-BLOCKED
                  OR WS-ALLOWED.
       2100-CHECK-AUTHORIZATION-EXIT.
           EXIT.

       2110-SCAN-AUTH-TABLE.
           IF DSDSTXL-BANK-NO = WS-AA-BANK-NO (WS-AA-IDX)
              AND DSDSTXL-ACCT-ID = WS-AA-ACCT-ID (WS-AA-IDX)
              AND DSDSTXL-ACCT-NO = WS-AA-ACCT-NO (WS-AA-IDX)
               MOVE 'Y' TO WS-FILTERED-SW
               IF WS-AA-RECORD-TYPE (WS-AA-IDX) = 'B'
                   MOVE 'Y' TO WS-BLOCKED-SW
                   MOVE 'ALL ACH DEBITS BLOCKED' TO WS-REFUSAL
               ELSE
                   IF DSDSTXL-ACH-COMPANY-ID =
                          WS-AA-COMPANY-ID (WS-AA-IDX)
                       PERFORM 2120-CHECK-LIMITS
                   END-IF
               END-IF
           END-IF.
       2110-SCAN-AUTH-TABLE-EXIT.
           EXIT.

       2120-CHECK-LIMITS.
           EVALUATE TRUE
               WHEN WS-AA-SEC-LIMIT (WS-AA-IDX) NOT = SPACES
                AND WS-AA-SEC-LIMIT (WS-AA-IDX) NOT =
                        DSDSTXL-ACH-STD-ENTRY-CLASS
                   MOVE 'SEC CODE NOT AUTHORIZED' TO WS-REFUSAL
               WHEN WS-AA-MAX-AMT (WS-AA-IDX) > ZERO
                AND DSDSTXL-AMOUNT > WS-AA-MAX-AMT (WS-AA-IDX)
                   MOVE 'OVER AUTHORIZED MAXIMUM' TO WS-REFUSAL
               WHEN OTHER
                   MOVE 'Y' TO WS-ALLOWED-SW
           END-EVALUATE.
       2120-CHECK-LIMITS-EXIT.
           EXIT.

       2200-RETURN-ENTRY.
           ADD 1 TO WS-TOT-RETURNED.
           ADD DSDSTXL-AMOUNT TO WS-TOT-RETURNED-AMT.
           MOVE SPACES TO RETURN-ITEM-REC.
           MOVE DSDSTXL-BANK-NO TO RI-BANK-NO.
           MOVE DSDSTXL-ACCT-ID TO RI-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO TO RI-ACCT-NO.
           MOVE DSDSTXL-CODE    TO RI-TX-CODE.
           MOVE DSDSTXL-AMOUNT  TO RI-AMOUNT.
           MOVE DSDSTXL-CHK-NO  TO RI-CHK-NO.
           MOVE DSDSTXL-SC-TYPE TO RI-SC-TYPE.
           MOVE DSDSTXL-ACH-COMPANY-ID TO RI-ACH-COMPANY-ID.
           MOVE DSDSTXL-ACH-STD-ENTRY-CLASS TO RI-ACH-SEC.
           MOVE DSDSTXL-ACH-PAR-NBR TO RI-ACH-TRACE.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS = 'CCD' OR 'CTX'
               MOVE 'R29' TO RI-RETURN-REASON
           ELSE
               MOVE 'R10' TO RI-RETURN-REASON
           END-IF.
           MOVE 'DSDS171 '      TO RI-SOURCE.
           MOVE WS-RUN-DATE     TO RI-RUN-DATE.
           WRITE RETURN-ITEM-REC.
           MOVE DSDSTXL-BANK-NO TO WS-AD-BANK.
           MOVE DSDSTXL-ACCT-ID TO WS-AD-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO TO WS-AD-ACCT-NO.
           MOVE DSDSTXL-ACH-COMPANY-ID TO WS-AD-COMPANY-ID.
           MOVE DSDSTXL-ACH-CO-NAME TO WS-AD-CO-NAME.
           MOVE DSDSTXL-ACH-STD-ENTRY-CLASS TO WS-AD-SEC.
           MOVE DSDSTXL-AMOUNT TO WS-AD-AMOUNT.
           MOVE DSDSTXL-ACH-PAR-NBR TO WS-AD-TRACE.
           MOVE RI-RETURN-REASON TO WS-AD-REASON.
           MOVE WS-REFUSAL TO WS-AD-REFUSAL.
           WRITE ADVICE-LINE FROM WS-ADVICE-DETAIL.
       2200-RETURN-ENTRY-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           MOVE SPACES TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'TRANSACTIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-READ TO WS-TL-COUNT.
           WRITE ADVICE-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS PASSED TO POSTING' TO WS-TL-LABEL.
           MOVE WS-TOT-POSTED TO WS-TL-COUNT.
           WRITE ADVICE-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACH DEBITS RETURNED UNAUTHORIZED' TO WS-TL-LABEL.
           MOVE WS-TOT-RETURNED TO WS-TL-COUNT.
           MOVE WS-TOT-RETURNED-AMT TO WS-TL-AMOUNT.
           WRITE ADVICE-LINE FROM WS-TOTAL-LINE.
       3000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSDS-TXL-FILE
                 ACH-AUTH-FILE
                 ACH-PARM-FILE
                 POSTED-FILE
                 RETURN-ITEM-FILE
                 ADVICE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
