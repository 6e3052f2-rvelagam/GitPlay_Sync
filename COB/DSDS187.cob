       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS187.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS187 is the forwarding filter for renumbered accounts.  It
      * runs on DSDS107's posted file as DSDS189's sanctions
      * screening passes it on, ahead of DSDS171, and works
      * every transaction against the forwarding records DSDS186
      * leaves on FWDXREF (see DSDSFWDX) whose period covers the run
      * date.  For an old account number in its forwarding period:
      *
      *  - a credit (DSDSTXL-CODE under 500, see DSDSTYP) is
      *    redirected -- it posts to the new number instead;
      *  - a presented debit -- an ACH entry or a check -- is pulled
      *    out of the posting stream and written to RTNITEM (see
      *    DSDSRTNI): ACH entries return R02, account closed, and
      *    checks return CLS;
      *  - anything else (the bank's own charges and adjustments)
      *    posts to the old number as it came.
      *
      * Each forwarded or returned item is listed, and the report
      * closes with the ACH originators, by DSDSTXL-ACH-COMPANY-ID,
      * that sent entries to an old number: the list the customer
      * works from to give payroll, billers and the like the new
      * account number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSDS-TXL-FILE      ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FWD-XREF-FILE      ASSIGN TO FWDXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FWD-PARM-FILE      ASSIGN TO FWDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-FILE        ASSIGN TO TXLFWD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-ITEM-FILE   ASSIGN TO RTNITEM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FWD-RPT            ASSIGN TO FWDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  FWD-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY DSDSFWDX.

       FD  FWD-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  FWD-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(3).

       FD  POSTED-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  POSTED-RECORD               PIC X(200).

       FD  RETURN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSRTNI.

       FD  FWD-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FWD-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-XREF-EOF-SW          PIC X          VALUE 'N'.
               88  WS-XREF-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-FX-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FX-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OR-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MIN-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SCAN-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Forwarding records in their period on the run date.
       01  WS-XREF-TABLE.
           05  WS-FX-ENTRY             OCCURS 2000 TIMES.
               10  WS-FX-BANK-NO       PIC 99.
               10  WS-FX-ACCT-ID       PIC 9(3).
               10  WS-FX-OLD-ACCT      PIC 9(9).
               10  WS-FX-NEW-ACCT      PIC 9(9).

      * ACH originators seen against an old number, one entry per
      * account and company.
       01  WS-ORIGINATOR-TABLE.
           05  WS-OR-ENTRY             OCCURS 1000 TIMES.
               10  WS-OR-KEY.
                   15  WS-OR-BANK-NO   PIC 99.
                   15  WS-OR-ACCT-ID   PIC 9(3).
                   15  WS-OR-OLD-ACCT  PIC 9(9).
                   15  WS-OR-COMPANY-ID
                                       PIC X(10).
               10  WS-OR-NEW-ACCT      PIC 9(9).
               10  WS-OR-CO-NAME       PIC X(16).
               10  WS-OR-CR-COUNT      PIC S9(5)      COMP-3.
               10  WS-OR-CR-AMT        PIC S9(11)V99  COMP-3.
               10  WS-OR-DR-COUNT      PIC S9(5)      COMP-3.
               10  WS-OR-DR-AMT        PIC S9(11)V99  COMP-3.

       01  WS-SWAP-ENTRY.
           05  WS-SE-KEY               PIC X(24).
           05  WS-SE-NEW-ACCT          PIC 9(9).
           05  WS-SE-CO-NAME           PIC X(16).
           05  WS-SE-CR-COUNT          PIC S9(5)      COMP-3.
           05  WS-SE-CR-AMT            PIC S9(11)V99  COMP-3.
           05  WS-SE-DR-COUNT          PIC S9(5)      COMP-3.
           05  WS-SE-DR-AMT            PIC S9(11)V99  COMP-3.

       01  WS-THIS-OR-KEY.
           05  WS-TK-BANK-NO           PIC 99.
           05  WS-TK-ACCT-ID           PIC 9(3).
           05  WS-TK-OLD-ACCT          PIC 9(9).
           05  WS-TK-COMPANY-ID        PIC X(10).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-OLD-ACCT                 PIC 9(9)       VALUE ZERO.
       01  WS-TOT-READ                 PIC 9(9)       VALUE ZERO.
       01  WS-TOT-POSTED               PIC 9(9)       VALUE ZERO.
       01  WS-TOT-REDIRECTED           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-REDIRECTED-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-RETURNED             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-RETURNED-AMT         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-OLD-POSTED           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-OLD-POSTED-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-XREF-LOADED              PIC 9(7)       VALUE ZERO.
       01  WS-OR-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS187 - RENUMBERED ACCOUNT FORWARDING ADVICE    '.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-DETAIL-HDG.
           05  FILLER                  PIC X(11)      VALUE 'ACTION'.
           05  FILLER                  PIC X(30)      VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(4)       VALUE 'CDE '.
           05  FILLER                  PIC X(15)      VALUE
               '        AMOUNT '.
           05  FILLER                  PIC X(12)      VALUE
               '   CHECK NO '.
           05  FILLER                  PIC X(11)      VALUE
               'COMPANY ID '.
           05  FILLER                  PIC X(17)      VALUE 'NAME'.
           05  FILLER                  PIC X(4)       VALUE 'SEC '.
           05  FILLER                  PIC X(3)       VALUE 'RSN'.
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION            PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-OLD-ACCT          PIC 9(9).
           05  FILLER                  PIC X(4)       VALUE ' TO '.
           05  WS-DL-NEW-ACCT          PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-CODE              PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-CHK-NO            PIC Z(10)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-CO-NAME           PIC X(16).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-SEC               PIC X(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-REASON            PIC X(3).
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-ORIG-TITLE.
           05  FILLER                  PIC X(50)      VALUE
               'ORIGINATORS TO BE GIVEN THE NEW ACCOUNT NUMBER'.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-ORIG-HDG.
           05  FILLER                  PIC X(31)      VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(11)      VALUE
               'COMPANY ID'.
           05  FILLER                  PIC X(18)      VALUE 'NAME'.
           05  FILLER                  PIC X(7)       VALUE 'CREDITS'.
           05  FILLER                  PIC X(16)      VALUE
               '   CREDIT AMOUNT'.
           05  FILLER                  PIC X(7)       VALUE ' DEBITS'.
           05  FILLER                  PIC X(14)      VALUE
               '  DEBIT AMOUNT'.
           05  FILLER                  PIC X(28)      VALUE SPACES.

       01  WS-ORIG-LINE.
           05  WS-OL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-OL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-OL-OLD-ACCT          PIC 9(9).
           05  FILLER                  PIC X(4)       VALUE ' TO '.
           05  WS-OL-NEW-ACCT          PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-OL-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-CO-NAME           PIC X(16).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-OL-CR-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-CR-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-OL-DR-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-DR-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(28)      VALUE SPACES.

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
           MOVE 'DSDS187 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-FORWARD-TXL-RECORD
               UNTIL WS-TXL-EOF.
           PERFORM 3000-SORT-ORIGINATORS.
           PERFORM 4000-PRINT-ORIGINATORS.
           PERFORM 5000-PRINT-TOTALS.
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
                       FWD-XREF-FILE
                       FWD-PARM-FILE
                OUTPUT POSTED-FILE
                       RETURN-ITEM-FILE
                       FWD-RPT.
           READ FWD-PARM-FILE.
           MOVE FP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE FWD-RPT-LINE FROM WS-RPT-HDG.
           WRITE FWD-RPT-LINE FROM WS-DETAIL-HDG.
           READ FWD-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-XREF
               UNTIL WS-XREF-EOF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Records outside their period are history and not loaded.
       1100-LOAD-XREF.
           IF FX-START-DATE NOT > WS-RUN-DATE
              AND FX-EXPIRY-DATE NOT < WS-RUN-DATE
              AND WS-FX-COUNT < 2000
               ADD 1 TO WS-FX-COUNT
               ADD 1 TO WS-XREF-LOADED
               MOVE FX-BANK-NO     TO WS-FX-BANK-NO (WS-FX-COUNT)
               MOVE FX-ACCT-ID     TO WS-FX-ACCT-ID (WS-FX-COUNT)
               MOVE FX-OLD-ACCT-NO TO WS-FX-OLD-ACCT (WS-FX-COUNT)
               MOVE FX-NEW-ACCT-NO TO WS-FX-NEW-ACCT (WS-FX-COUNT)
           END-IF.
           READ FWD-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
       1100-LOAD-XREF-EXIT.
           EXIT.

       2000-FORWARD-TXL-RECORD.
           ADD 1 TO WS-TOT-READ.
           PERFORM 2100-FIND-FORWARDING.
           IF NOT WS-FOUND
               PERFORM 2050-POST-ITEM
           ELSE
               IF DSDSTXL-CODE < 500
                   PERFORM 2200-REDIRECT-CREDIT
                   PERFORM 2050-POST-ITEM
               ELSE
                   IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
                      OR DSDSTXL-CHK-NO NOT = ZERO
                       PERFORM 2300-RETURN-DEBIT
                   ELSE
                       ADD 1 TO WS-TOT-OLD-POSTED
                       ADD DSDSTXL-AMOUNT TO WS-TOT-OLD-POSTED-AMT
                       PERFORM 2050-POST-ITEM
                   END-IF
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2000-FORWARD-TXL-RECORD-EXIT.
           EXIT.

       2050-POST-ITEM.
           ADD 1 TO WS-TOT-POSTED.
           MOVE DSDSTXL-REC TO POSTED-RECORD.
           WRITE POSTED-RECORD.
       2050-POST-ITEM-EXIT.
           EXIT.

       2100-FIND-FORWARDING.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-XREF-TABLE
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FX-IDX
           END-IF.
       2100-FIND-FORWARDING-EXIT.
           EXIT.

       2110-SCAN-XREF-TABLE.
           IF DSDSTXL-BANK-NO = WS-FX-BANK-NO (WS-FX-IDX)
              AND DSDSTXL-ACCT-ID = WS-FX-ACCT-ID (WS-FX-IDX)
              AND DSDSTXL-ACCT-NO = WS-FX-OLD-ACCT (WS-FX-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-XREF-TABLE-EXIT.
           EXIT.

       2200-REDIRECT-CREDIT.
           ADD 1 TO WS-TOT-REDIRECTED.
           ADD DSDSTXL-AMOUNT TO WS-TOT-REDIRECTED-AMT.
           MOVE DSDSTXL-ACCT-NO TO WS-OLD-ACCT.
           MOVE WS-FX-NEW-ACCT (WS-FX-IDX) TO DSDSTXL-ACCT-NO.
           MOVE 'REDIRECTED' TO WS-DL-ACTION.
           MOVE SPACES TO WS-DL-REASON.
           PERFORM 7100-WRITE-DETAIL.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
               PERFORM 7000-NOTE-ORIGINATOR
               IF WS-FOUND
                   ADD 1 TO WS-OR-CR-COUNT (WS-OR-IDX)
                   ADD DSDSTXL-AMOUNT TO WS-OR-CR-AMT (WS-OR-IDX)
               END-IF
           END-IF.
       2200-REDIRECT-CREDIT-EXIT.
           EXIT.

       2300-RETURN-DEBIT.
           ADD 1 TO WS-TOT-RETURNED.
           ADD DSDSTXL-AMOUNT TO WS-TOT-RETURNED-AMT.
           MOVE DSDSTXL-ACCT-NO TO WS-OLD-ACCT.
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
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
               MOVE 'R02' TO RI-RETURN-REASON
           ELSE
               MOVE 'CLS' TO RI-RETURN-REASON
           END-IF.
           MOVE 'DSDS187 '      TO RI-SOURCE.
           MOVE WS-RUN-DATE     TO RI-RUN-DATE.
           WRITE RETURN-ITEM-REC.
           MOVE 'RETURNED' TO WS-DL-ACTION.
           MOVE RI-RETURN-REASON TO WS-DL-REASON.
           PERFORM 7100-WRITE-DETAIL.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
               PERFORM 7000-NOTE-ORIGINATOR
               IF WS-FOUND
                   ADD 1 TO WS-OR-DR-COUNT (WS-OR-IDX)
                   ADD DSDSTXL-AMOUNT TO WS-OR-DR-AMT (WS-OR-IDX)
               END-IF
           END-IF.
       2300-RETURN-DEBIT-EXIT.
           EXIT.

      * Straight selection sort on the originator key, as APIR302
      * sorts its idle-operator table.
       3000-SORT-ORIGINATORS.
           PERFORM 3100-SORT-ONE-PASS
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX >= WS-OR-COUNT.
       3000-SORT-ORIGINATORS-EXIT.
           EXIT.

       3100-SORT-ONE-PASS.
           MOVE WS-OR-IDX TO WS-MIN-IDX.
           PERFORM 3110-FIND-MIN-ENTRY
               VARYING WS-SCAN-IDX FROM WS-OR-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-OR-COUNT.
           IF WS-MIN-IDX NOT = WS-OR-IDX
               PERFORM 3120-SWAP-ENTRIES
           END-IF.
       3100-SORT-ONE-PASS-EXIT.
           EXIT.

       3110-FIND-MIN-ENTRY.
           IF WS-OR-KEY (WS-SCAN-IDX) < WS-OR-KEY (WS-MIN-IDX)
               MOVE WS-SCAN-IDX TO WS-MIN-IDX
           END-IF.
       3110-FIND-MIN-ENTRY-EXIT.
           EXIT.

       3120-SWAP-ENTRIES.
           MOVE WS-OR-ENTRY (WS-OR-IDX)  TO WS-SWAP-ENTRY.
           MOVE WS-OR-ENTRY (WS-MIN-IDX) TO WS-OR-ENTRY (WS-OR-IDX).
           MOVE WS-SWAP-ENTRY            TO WS-OR-ENTRY (WS-MIN-IDX).
       3120-SWAP-ENTRIES-EXIT.
           EXIT.

       4000-PRINT-ORIGINATORS.
           MOVE SPACES TO FWD-RPT-LINE.
           WRITE FWD-RPT-LINE.
           WRITE FWD-RPT-LINE FROM WS-ORIG-TITLE.
           WRITE FWD-RPT-LINE FROM WS-ORIG-HDG.
           PERFORM 4100-PRINT-ONE-ORIGINATOR
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.
       4000-PRINT-ORIGINATORS-EXIT.
           EXIT.

       4100-PRINT-ONE-ORIGINATOR.
           MOVE WS-OR-BANK-NO (WS-OR-IDX)    TO WS-OL-BANK.
           MOVE WS-OR-ACCT-ID (WS-OR-IDX)    TO WS-OL-ACCT-ID.
           MOVE WS-OR-OLD-ACCT (WS-OR-IDX)   TO WS-OL-OLD-ACCT.
           MOVE WS-OR-NEW-ACCT (WS-OR-IDX)   TO WS-OL-NEW-ACCT.
           MOVE WS-OR-COMPANY-ID (WS-OR-IDX) TO WS-OL-COMPANY-ID.
           MOVE WS-OR-CO-NAME (WS-OR-IDX)    TO WS-OL-CO-NAME.
           MOVE WS-OR-CR-COUNT (WS-OR-IDX)   TO WS-OL-CR-COUNT.
           MOVE WS-OR-CR-AMT (WS-OR-IDX)     TO WS-OL-CR-AMT.
           MOVE WS-OR-DR-COUNT (WS-OR-IDX)   TO WS-OL-DR-COUNT.
           MOVE WS-OR-DR-AMT (WS-OR-IDX)     TO WS-OL-DR-AMT.
           WRITE FWD-RPT-LINE FROM WS-ORIG-LINE.
       4100-PRINT-ONE-ORIGINATOR-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE SPACES TO FWD-RPT-LINE.
           WRITE FWD-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'FORWARDING RECORDS IN PERIOD' TO WS-TL-LABEL.
           MOVE WS-XREF-LOADED TO WS-TL-COUNT.
           WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-READ TO WS-TL-COUNT.
           WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS PASSED TO POSTING' TO WS-TL-LABEL.
           MOVE WS-TOT-POSTED TO WS-TL-COUNT.
           WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CREDITS REDIRECTED TO NEW NUMBER' TO WS-TL-LABEL.
           MOVE WS-TOT-REDIRECTED TO WS-TL-COUNT.
           MOVE WS-TOT-REDIRECTED-AMT TO WS-TL-AMOUNT.
           WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEBITS RETURNED ACCOUNT CLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-RETURNED TO WS-TL-COUNT.
           MOVE WS-TOT-RETURNED-AMT TO WS-TL-AMOUNT.
           WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BANK ITEMS POSTED TO OLD NUMBER' TO WS-TL-LABEL.
           MOVE WS-TOT-OLD-POSTED TO WS-TL-COUNT.
           MOVE WS-TOT-OLD-POSTED-AMT TO WS-TL-AMOUNT.
           WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-OR-OVERFLOW > ZERO
               MOVE ZERO TO WS-TL-AMOUNT
               MOVE 'ORIGINATORS NOT LISTED - TABLE FULL'
                   TO WS-TL-LABEL
               MOVE WS-OR-OVERFLOW TO WS-TL-COUNT
               WRITE FWD-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       5000-PRINT-TOTALS-EXIT.
           EXIT.

      * Finds or adds the originator entry for the item's old
      * account and company, leaving WS-FOUND set and WS-OR-IDX on
      * it.  When the table is full the item is only counted in the
      * overflow.
       7000-NOTE-ORIGINATOR.
           MOVE DSDSTXL-BANK-NO        TO WS-TK-BANK-NO.
           MOVE DSDSTXL-ACCT-ID        TO WS-TK-ACCT-ID.
           MOVE WS-OLD-ACCT            TO WS-TK-OLD-ACCT.
           MOVE DSDSTXL-ACH-COMPANY-ID TO WS-TK-COMPANY-ID.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-ORIGINATORS
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OR-IDX
           ELSE
               IF WS-OR-COUNT NOT < 1000
                   ADD 1 TO WS-OR-OVERFLOW
               ELSE
                   ADD 1 TO WS-OR-COUNT
                   MOVE WS-OR-COUNT TO WS-OR-IDX
                   MOVE WS-THIS-OR-KEY TO WS-OR-KEY (WS-OR-IDX)
                   MOVE WS-FX-NEW-ACCT (WS-FX-IDX)
                       TO WS-OR-NEW-ACCT (WS-OR-IDX)
                   MOVE DSDSTXL-ACH-CO-NAME
                       TO WS-OR-CO-NAME (WS-OR-IDX)
                   MOVE ZERO TO WS-OR-CR-COUNT (WS-OR-IDX)
                                WS-OR-CR-AMT (WS-OR-IDX)
                                WS-OR-DR-COUNT (WS-OR-IDX)
                                WS-OR-DR-AMT (WS-OR-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
       7000-NOTE-ORIGINATOR-EXIT.
           EXIT.

       7010-SCAN-ORIGINATORS.
           IF WS-OR-KEY (WS-OR-IDX) = WS-THIS-OR-KEY
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-ORIGINATORS-EXIT.
           EXIT.

       7100-WRITE-DETAIL.
           MOVE DSDSTXL-BANK-NO TO WS-DL-BANK.
           MOVE DSDSTXL-ACCT-ID TO WS-DL-ACCT-ID.
           MOVE WS-OLD-ACCT TO WS-DL-OLD-ACCT.
           MOVE WS-FX-NEW-ACCT (WS-FX-IDX) TO WS-DL-NEW-ACCT.
           MOVE DSDSTXL-CODE TO WS-DL-CODE.
           MOVE DSDSTXL-AMOUNT TO WS-DL-AMOUNT.
           MOVE DSDSTXL-CHK-NO TO WS-DL-CHK-NO.
           MOVE DSDSTXL-ACH-COMPANY-ID TO WS-DL-COMPANY-ID.
           MOVE DSDSTXL-ACH-CO-NAME TO WS-DL-CO-NAME.
           MOVE DSDSTXL-ACH-STD-ENTRY-CLASS TO WS-DL-SEC.
           WRITE FWD-RPT-LINE FROM WS-DETAIL-LINE.
       7100-WRITE-DETAIL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSDS-TXL-FILE
                 FWD-XREF-FILE
                 FWD-PARM-FILE
                 POSTED-FILE
                 RETURN-ITEM-FILE
                 FWD-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
