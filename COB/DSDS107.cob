      * against the shop's approved SEC code list; records with a code
      * we don't recognize are held on HOLD-FILE and logged to
      * HOLD-RPT instead of riding through to the statement as garbage
      * text.  ACH debits to an account on ACH-STOP-FILE -- the
      * accounts DSDS169 has stopped on a date-of-death notice --
      * are held the same way, so nothing drafts a decedent's
      * account after the bank knows.  Everything else posts on
      * POSTED-FILE unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSDS-TXL-FILE     ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-STOP-FILE     ASSIGN TO ACHSTOP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-FILE       ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE         ASSIGN TO TXLHOLD
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  ACH-STOP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ACH-STOP-REC.
           05  AS-BANK-NO              PIC 99.
           05  AS-ACCT-ID              PIC 9(3).
           05  AS-ACCT-NO              PIC 9(9).
           05  AS-STOP-REASON          PIC X.
               88  AS-DECEASED                        VALUE 'D'.
           05  AS-EFF-DATE             PIC 9(7).
           05  FILLER                  PIC X(8).

       FD  POSTED-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  POSTED-RECORD                PIC X(200).
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-APPROVED-SW          PIC X          VALUE 'N'.
               88  WS-APPROVED                        VALUE 'Y'.
           05  WS-STOP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-STOP-EOF                        VALUE 'Y'.
           05  WS-STOPPED-SW           PIC X          VALUE 'N'.
               88  WS-STOPPED                         VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-SEC-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ST-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ST-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-STOP-TABLE.
           05  WS-ST-ENTRY             OCCURS 2000 TIMES.
               10  WS-ST-BANK-NO       PIC 99.
               10  WS-ST-ACCT-ID       PIC 9(3).
               10  WS-ST-ACCT-NO       PIC 9(9).

      * Approved ACH Standard Entry Class codes.
       01  WS-APPROVED-SEC-CONSTANTS.

       1000-INITIALIZE.
           OPEN INPUT  DSDS-TXL-FILE
                       ACH-STOP-FILE
                OUTPUT POSTED-FILE
                       HOLD-FILE
                       HOLD-RPT.
           READ ACH-STOP-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-STOP
               UNTIL WS-STOP-EOF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-STOP.
           ADD 1 TO WS-ST-COUNT.
           MOVE AS-BANK-NO TO WS-ST-BANK-NO (WS-ST-COUNT).
           MOVE AS-ACCT-ID TO WS-ST-ACCT-ID (WS-ST-COUNT).
           MOVE AS-ACCT-NO TO WS-ST-ACCT-NO (WS-ST-COUNT).
           READ ACH-STOP-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
       1100-LOAD-STOP-EXIT.
           EXIT.

       2000-VALIDATE-TXL-RECORD.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS = SPACES
               MOVE DSDSTXL-REC TO POSTED-RECORD
               WRITE POSTED-RECORD
           ELSE
               PERFORM 2100-CHECK-SEC-CODE
               PERFORM 2300-CHECK-STOPPED
               EVALUATE TRUE
                   WHEN NOT WS-APPROVED
                       MOVE 'UNRECOGNIZED SEC CODE - HELD'
                           TO WS-HL-REASON
                       PERFORM 2200-HOLD-TXL-RECORD
                   WHEN WS-STOPPED
                       MOVE 'ACCOUNT HOLDER DECEASED - DEBIT HELD'
                           TO WS-HL-REASON
                       PERFORM 2200-HOLD-TXL-RECORD
                   WHEN OTHER
                       MOVE DSDSTXL-REC TO POSTED-RECORD
                       WRITE POSTED-RECORD
               END-EVALUATE
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           MOVE DSDSTXL-BANK-NO   TO WS-HL-BANK-NO.
           MOVE DSDSTXL-ACCT-NO   TO WS-HL-ACCT-NO.
           MOVE DSDSTXL-ACH-STD-ENTRY-CLASS TO WS-HL-SEC-CODE.
           WRITE HOLD-LINE FROM WS-HOLD-LAYOUT.
       2200-HOLD-TXL-RECORD-EXIT.
           EXIT.

      * Only debits are stopped; a credit to a decedent's account
      * still posts (federal benefit credits among them are listed
      * for reclamation by DSDS169).
       2300-CHECK-STOPPED.
           MOVE 'N' TO WS-STOPPED-SW.
           IF DSDSTXL-CODE NOT < 500
               PERFORM 2310-SCAN-STOP-TABLE
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-STOPPED
           END-IF.
       2300-CHECK-STOPPED-EXIT.
           EXIT.

       2310-SCAN-STOP-TABLE.
           IF DSDSTXL-BANK-NO = WS-ST-BANK-NO (WS-ST-IDX)
              AND DSDSTXL-ACCT-ID = WS-ST-ACCT-ID (WS-ST-IDX)
              AND DSDSTXL-ACCT-NO = WS-ST-ACCT-NO (WS-ST-IDX)
               MOVE 'Y' TO WS-STOPPED-SW
           END-IF.
       2310-SCAN-STOP-TABLE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSDS-TXL-FILE
                 ACH-STOP-FILE
                 POSTED-FILE
                 HOLD-FILE
                 HOLD-RPT.
