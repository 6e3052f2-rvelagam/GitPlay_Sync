       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS177.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS177 settles the day's affiliate activity through the
      * interbank accounts.  The charters transact against each other
      * all day and the due-to/due-from balances were left to a
      * monthly journal that never tied; this nets them daily.
      *
      * A DSDS-TRANSACTION-LONG posting (see DSDSTYP) is cross-charter
      * when either:
      *
      *  - its proof batch (DSDSTXL-BAT-NO) belongs to a branch of
      *    another charter -- the BRCHMAP file maps batch-number
      *    ranges to the charter whose branch runs them -- or
      *  - it is a transfer (the parm transfer debit/credit codes)
      *    on an account linked to another charter: a DSDS.OSBXREF
      *    row (see DSDSODT) whose DSXRF-OSB-BANK-NBR is not the
      *    account's own bank, or a subsidiary-side DSDS.ZBACMA row
      *    (see EMPFILE) whose mirror master row is held at a
      *    different bank.
      *
      * A debit (code 500 or above) means the account's bank owes the
      * other charter; a credit means the other charter owes it.  The
      * amounts are netted per bank pair and each non-zero net writes
      * a balanced pair of settlement entries, in the GLEXTR shape
      * DSDS155 writes, to the two banks' UBKC-INTERBNK-ACCT on
      * CDC-BANKCTL (see CDHIST): credit the debtor's, debit the
      * creditor's.  A pair spanning two holding companies, or with a
      * bank lacking an interbank account, is not settled and lists
      * as an exception.
      *
      * The report prints a due-to/due-from matrix per UBKC-HOLDING-CO
      * (each cell what the row bank owes the column bank), every
      * charter's net position, and the holding company's total,
      * which must net to zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XB-PARM-FILE       ASSIGN TO XBPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-FILE   ASSIGN TO CDCBKCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-MAP-FILE    ASSIGN TO BRCHMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OSBXREF-FILE       ASSIGN TO OSBXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-FILE        ASSIGN TO ZBACMA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT-FILE    ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XB-SETTLE-RPT      ASSIGN TO XBSTLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XB-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  XB-PARM-REC.
           05  XP-RUN-DATE             PIC 9(7).
           05  XP-XFER-DEBIT-CODE      PIC 9(3).
           05  XP-XFER-CREDIT-CODE     PIC 9(3).
           05  XP-SETTLE-CODE          PIC 9(3).

       FD  CDC-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDHIST.

       FD  BRANCH-MAP-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  BRANCH-MAP-REC.
           05  BM-LOW-BATCH            PIC 9(5).
           05  BM-HIGH-BATCH           PIC 9(5).
           05  BM-BANK-NBR             PIC 9(3).

       FD  OSBXREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY DSDSODT.

       FD  ZBACMA-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY EMPFILE.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GL-EXTRACT-REC.
           05  GX-BANK-NO              PIC 99.
           05  GX-GL-ACCT              PIC 9(10).
           05  GX-DR-CR                PIC X.
               88  GX-DEBIT                           VALUE 'D'.
               88  GX-CREDIT                          VALUE 'C'.
           05  GX-AMOUNT               PIC 9(11)V99.
           05  GX-TX-CODE              PIC 9(3).
           05  GX-POST-DATE            PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  XB-SETTLE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  XB-SETTLE-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CDC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CDC-EOF                         VALUE 'Y'.
           05  WS-BM-EOF-SW            PIC X          VALUE 'N'.
               88  WS-BM-EOF                          VALUE 'Y'.
           05  WS-OSB-EOF-SW           PIC X          VALUE 'N'.
               88  WS-OSB-EOF                         VALUE 'Y'.
           05  WS-ZBA-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ZBA-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-CROSS-SW             PIC X          VALUE 'N'.
               88  WS-CROSS-CHARTER                   VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ACCT-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OTHER-IDX            PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HI-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ROW                  PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-COL                  PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BAND-START           PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HB-COL               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BM-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BM-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LK-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LK-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ZL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ZL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ZL-REV-IDX           PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
               10  WS-BK-BANK-NBR      PIC 9(3).
               10  WS-BK-BANK-NAME     PIC X(40).
               10  WS-BK-HOLDING-CO    PIC 9(3).
               10  WS-BK-INTERBNK-ACCT PIC 9(9).
               10  WS-BK-DUE-TO        PIC S9(13)V99  COMP-3.
               10  WS-BK-DUE-FROM      PIC S9(13)V99  COMP-3.

      * WS-OW-AMT (I, J) is what bank I owes bank J on the day's
      * gross postings, before netting.
       01  WS-OWE-TABLE.
           05  WS-OW-ROW               OCCURS 50 TIMES.
               10  WS-OW-AMT           PIC S9(13)V99  COMP-3
                                       OCCURS 50 TIMES.

       01  WS-HOLDING-TABLE.
           05  WS-HC-HOLDING-CO        PIC 9(3)
                                       OCCURS 50 TIMES.

       01  WS-HOLDING-BANKS.
           05  WS-HB-BK-IDX            PIC S9(4)      COMP SYNC
                                       OCCURS 50 TIMES.

       01  WS-BRANCH-MAP-TABLE.
           05  WS-BM-ENTRY             OCCURS 500 TIMES.
               10  WS-BM-LOW-BATCH     PIC 9(5).
               10  WS-BM-HIGH-BATCH    PIC 9(5).
               10  WS-BM-BANK-NBR      PIC 9(3).

       01  WS-LINKED-ACCT-TABLE.
           05  WS-LK-ENTRY             OCCURS 5000 TIMES.
               10  WS-LK-BANK-NBR      PIC 9(3).
               10  WS-LK-ACCT-ID       PIC 9(3).
               10  WS-LK-ACCT-NBR      PIC 9(9).
               10  WS-LK-OTHER-BANK    PIC 9(3).

       01  WS-ZBA-LINK-TABLE.
           05  WS-ZL-ENTRY             OCCURS 5000 TIMES.
               10  WS-ZL-BANK-NBR      PIC 9(3).
               10  WS-ZL-ACCOUNT-ID    PIC 9(3).
               10  WS-ZL-ACCOUNT-NBR   PIC 9(9).
               10  WS-ZL-LINK-TYPE     PIC X.
               10  WS-ZL-LINK-ACCT-NBR PIC 9(9).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-XFER-DEBIT-CODE          PIC 9(3)       VALUE ZERO.
       01  WS-XFER-CREDIT-CODE         PIC 9(3)       VALUE ZERO.
       01  WS-SETTLE-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-OTHER-BANK               PIC 9(3)       VALUE ZERO.
       01  WS-TX-AMT                   PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-NET-AMT                  PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SETTLE-AMT               PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-HC-NET                   PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-POSITION                 PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-EXC-REASON               PIC X(40)      VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TXL-READ-CNT         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CROSS-CNT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CROSS-AMT            PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-GL-CNT               PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-SETTLED-AMT          PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-EXC-CNT              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-EXC-AMT              PIC S9(13)V99  VALUE ZERO
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
               'DSDS177 - AFFILIATE INTERBANK SETTLEMENT'.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(73)      VALUE SPACES.

       01  WS-SETTLE-LINE.
           05  FILLER                  PIC X(14)      VALUE
               'SETTLE:  BANK '.
           05  WS-SL-DR-BANK           PIC ZZ9.
           05  FILLER                  PIC X(11)      VALUE
               ' OWES BANK '.
           05  WS-SL-CR-BANK           PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SL-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14)      VALUE
               ' CR INTERBANK '.
           05  WS-SL-CR-ACCT           PIC 9(9).
           05  FILLER                  PIC X(14)      VALUE
               ' DR INTERBANK '.
           05  WS-SL-DR-ACCT           PIC 9(9).
           05  FILLER                  PIC X(36)      VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER                  PIC X(11)      VALUE
               'EXCEPTION: '.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-EL-BANK-1            PIC ZZ9.
           05  FILLER                  PIC X(8)       VALUE ' / BANK '.
           05  WS-EL-BANK-2            PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-REASON            PIC X(40).
           05  FILLER                  PIC X(41)      VALUE SPACES.

       01  WS-MATRIX-HDG.
           05  FILLER                  PIC X(17)      VALUE
               'HOLDING COMPANY: '.
           05  WS-MH-HOLDING-CO        PIC ZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  FILLER                  PIC X(42)      VALUE
               'DUE-TO/DUE-FROM MATRIX (ROW OWES COLUMN)'.
           05  FILLER                  PIC X(67)      VALUE SPACES.

       01  WS-BAND-HDG.
           05  FILLER                  PIC X(10)      VALUE
               'OWES >'.
           05  WS-BH-COL-AREA          OCCURS 6 TIMES.
               10  FILLER              PIC X(10).
               10  WS-BH-COL-TEXT      PIC X(5).
               10  WS-BH-COL-BANK      PIC ZZ9.
           05  FILLER                  PIC X(14)      VALUE SPACES.

       01  WS-MATRIX-ROW.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-MR-BANK              PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-MR-CELL-AREA         OCCURS 6 TIMES.
               10  WS-MR-CELL          PIC -Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X.
           05  FILLER                  PIC X(14)      VALUE SPACES.

       01  WS-POSITION-LINE.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-PL-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PL-NAME              PIC X(40).
           05  FILLER                  PIC X(9)       VALUE
               ' DUE TO: '.
           05  WS-PL-DUE-TO            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)      VALUE
               ' DUE FROM: '.
           05  WS-PL-DUE-FROM          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE ' NET: '.
           05  WS-PL-NET               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE SPACES.

       01  WS-HC-NET-LINE.
           05  FILLER                  PIC X(40)      VALUE
               'HOLDING COMPANY NET POSITION'.
           05  WS-HN-NET               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-HN-TEXT              PIC X(20).
           05  FILLER                  PIC X(53)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(62)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS177 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CLASSIFY-POSTING
               UNTIL WS-TXL-EOF.
           PERFORM 3000-SETTLE-PAIR
               VARYING WS-LO-IDX FROM 1 BY 1
               UNTIL WS-LO-IDX > WS-BK-COUNT
               AFTER WS-HI-IDX FROM 1 BY 1
               UNTIL WS-HI-IDX > WS-BK-COUNT.
           PERFORM 4000-PRINT-HOLDING-CO
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-GL-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  XB-PARM-FILE
                       CDC-BANKCTL-FILE
                       BRANCH-MAP-FILE
                       OSBXREF-FILE
                       ZBACMA-FILE
                       DSDS-TXL-FILE
                OUTPUT GL-EXTRACT-FILE
                       XB-SETTLE-RPT.
           READ XB-PARM-FILE.
           MOVE XP-RUN-DATE         TO WS-RUN-DATE
                                       WS-RH-DATE.
           MOVE XP-XFER-DEBIT-CODE  TO WS-XFER-DEBIT-CODE.
           MOVE XP-XFER-CREDIT-CODE TO WS-XFER-CREDIT-CODE.
           MOVE XP-SETTLE-CODE      TO WS-SETTLE-CODE.
           WRITE XB-SETTLE-RPT-LINE FROM WS-RPT-HDG.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK
               UNTIL WS-CDC-EOF.
           READ BRANCH-MAP-FILE
               AT END MOVE 'Y' TO WS-BM-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-BRANCH-MAP
               UNTIL WS-BM-EOF.
           READ OSBXREF-FILE
               AT END MOVE 'Y' TO WS-OSB-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-OSB-LINK
               UNTIL WS-OSB-EOF.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-ZBA-LINK
               UNTIL WS-ZBA-EOF.
           PERFORM 1500-FIND-CROSS-ZBA
               VARYING WS-ZL-IDX FROM 1 BY 1
               UNTIL WS-ZL-IDX > WS-ZL-COUNT.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE UBKC-BANK-NBR      TO WS-BK-BANK-NBR (WS-BK-IDX).
           MOVE UBKC-BANK-NAME     TO WS-BK-BANK-NAME (WS-BK-IDX).
           MOVE UBKC-HOLDING-CO    TO WS-BK-HOLDING-CO (WS-BK-IDX).
           MOVE UBKC-INTERBNK-ACCT
               TO WS-BK-INTERBNK-ACCT (WS-BK-IDX).
           MOVE ZERO TO WS-BK-DUE-TO (WS-BK-IDX)
                        WS-BK-DUE-FROM (WS-BK-IDX).
           PERFORM 1110-CLEAR-OWE-CELL
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 50.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1120-SCAN-HOLDING
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-HC-COUNT
               MOVE UBKC-HOLDING-CO
                   TO WS-HC-HOLDING-CO (WS-HC-COUNT)
           END-IF.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
       1100-LOAD-BANK-EXIT.
           EXIT.

       1110-CLEAR-OWE-CELL.
           MOVE ZERO TO WS-OW-AMT (WS-BK-IDX, WS-COL).
       1110-CLEAR-OWE-CELL-EXIT.
           EXIT.

       1120-SCAN-HOLDING.
           IF UBKC-HOLDING-CO = WS-HC-HOLDING-CO (WS-HC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1120-SCAN-HOLDING-EXIT.
           EXIT.

       1200-LOAD-BRANCH-MAP.
           ADD 1 TO WS-BM-COUNT.
           MOVE WS-BM-COUNT TO WS-BM-IDX.
           MOVE BM-LOW-BATCH  TO WS-BM-LOW-BATCH (WS-BM-IDX).
           MOVE BM-HIGH-BATCH TO WS-BM-HIGH-BATCH (WS-BM-IDX).
           MOVE BM-BANK-NBR   TO WS-BM-BANK-NBR (WS-BM-IDX).
           READ BRANCH-MAP-FILE
               AT END MOVE 'Y' TO WS-BM-EOF-SW
           END-READ.
       1200-LOAD-BRANCH-MAP-EXIT.
           EXIT.

      * Only a cross-reference to another charter's system matters
      * here; a same-bank OSB link settles nowhere.
       1300-LOAD-OSB-LINK.
           IF DSXRF-OSB-BANK-NBR NOT = DSXRF-BANK-NBR
               ADD 1 TO WS-LK-COUNT
               MOVE WS-LK-COUNT TO WS-LK-IDX
               MOVE DSXRF-BANK-NBR TO WS-LK-BANK-NBR (WS-LK-IDX)
               MOVE DSXRF-ACCT-ID  TO WS-LK-ACCT-ID (WS-LK-IDX)
               MOVE DSXRF-ACCT-NBR TO WS-LK-ACCT-NBR (WS-LK-IDX)
               MOVE DSXRF-OSB-BANK-NBR
                   TO WS-LK-OTHER-BANK (WS-LK-IDX)
           END-IF.
           READ OSBXREF-FILE
               AT END MOVE 'Y' TO WS-OSB-EOF-SW
           END-READ.
       1300-LOAD-OSB-LINK-EXIT.
           EXIT.

       1400-LOAD-ZBA-LINK.
           ADD 1 TO WS-ZL-COUNT.
           MOVE WS-ZL-COUNT TO WS-ZL-IDX.
           MOVE ZBCM-BANK-NBR      TO WS-ZL-BANK-NBR (WS-ZL-IDX).
           MOVE ZBCM-ACCOUNT-ID    TO WS-ZL-ACCOUNT-ID (WS-ZL-IDX).
           MOVE ZBCM-ACCOUNT-NBR   TO WS-ZL-ACCOUNT-NBR (WS-ZL-IDX).
           MOVE ZBCM-LINK-TYPE     TO WS-ZL-LINK-TYPE (WS-ZL-IDX).
           MOVE ZBCM-LINK-ACCT-NBR
               TO WS-ZL-LINK-ACCT-NBR (WS-ZL-IDX).
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
       1400-LOAD-ZBA-LINK-EXIT.
           EXIT.

      * A cross-charter ZBA relationship is stored as a subsidiary
      * row at the subsidiary's bank and its mirror master row at
      * the master's bank.  Only the subsidiary side is carried, so
      * each sweep is counted once.
       1500-FIND-CROSS-ZBA.
           IF WS-ZL-LINK-TYPE (WS-ZL-IDX) = 'S'
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1510-SCAN-FOR-MIRROR
                   VARYING WS-ZL-REV-IDX FROM 1 BY 1
                   UNTIL WS-ZL-REV-IDX > WS-ZL-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-ZL-REV-IDX
                   ADD 1 TO WS-LK-COUNT
                   MOVE WS-LK-COUNT TO WS-LK-IDX
                   MOVE WS-ZL-BANK-NBR (WS-ZL-IDX)
                       TO WS-LK-BANK-NBR (WS-LK-IDX)
                   MOVE WS-ZL-ACCOUNT-ID (WS-ZL-IDX)
                       TO WS-LK-ACCT-ID (WS-LK-IDX)
                   MOVE WS-ZL-ACCOUNT-NBR (WS-ZL-IDX)
                       TO WS-LK-ACCT-NBR (WS-LK-IDX)
                   MOVE WS-ZL-BANK-NBR (WS-ZL-REV-IDX)
                       TO WS-LK-OTHER-BANK (WS-LK-IDX)
               END-IF
           END-IF.
       1500-FIND-CROSS-ZBA-EXIT.
           EXIT.

       1510-SCAN-FOR-MIRROR.
           IF WS-ZL-LINK-TYPE (WS-ZL-REV-IDX) = 'M'
              AND WS-ZL-BANK-NBR (WS-ZL-REV-IDX) NOT =
                  WS-ZL-BANK-NBR (WS-ZL-IDX)
              AND WS-ZL-ACCOUNT-NBR (WS-ZL-REV-IDX) =
                  WS-ZL-LINK-ACCT-NBR (WS-ZL-IDX)
              AND WS-ZL-LINK-ACCT-NBR (WS-ZL-REV-IDX) =
                  WS-ZL-ACCOUNT-NBR (WS-ZL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1510-SCAN-FOR-MIRROR-EXIT.
           EXIT.

       2000-CLASSIFY-POSTING.
           ADD 1 TO WS-TXL-READ-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE 'N' TO WS-CROSS-SW.
           MOVE DSDSTXL-BANK-NO TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF WS-FOUND
               PERFORM 2050-CLASSIFY-ACCT-BANK
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2000-CLASSIFY-POSTING-EXIT.
           EXIT.

       2050-CLASSIFY-ACCT-BANK.
           MOVE WS-BK-IDX TO WS-ACCT-IDX.
           IF DSDSTXL-CODE = WS-XFER-DEBIT-CODE
              OR DSDSTXL-CODE = WS-XFER-CREDIT-CODE
               PERFORM 2100-CHECK-LINKED-ACCT
           END-IF.
           IF NOT WS-CROSS-CHARTER
               PERFORM 2200-CHECK-BRANCH
           END-IF.
           IF WS-CROSS-CHARTER
               MOVE WS-OTHER-BANK TO WS-TEST-BANK
               PERFORM 7000-FIND-BANK
               IF WS-FOUND
                   MOVE WS-BK-IDX TO WS-OTHER-IDX
                   PERFORM 2300-ACCUMULATE-OWED
               END-IF
           END-IF.
       2050-CLASSIFY-ACCT-BANK-EXIT.
           EXIT.

       2100-CHECK-LINKED-ACCT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-LINKED-ACCTS
               VARYING WS-LK-IDX FROM 1 BY 1
               UNTIL WS-LK-IDX > WS-LK-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-LK-IDX
               MOVE WS-LK-OTHER-BANK (WS-LK-IDX) TO WS-OTHER-BANK
               MOVE 'Y' TO WS-CROSS-SW
           END-IF.
       2100-CHECK-LINKED-ACCT-EXIT.
           EXIT.

       2110-SCAN-LINKED-ACCTS.
           IF DSDSTXL-BANK-NO = WS-LK-BANK-NBR (WS-LK-IDX)
              AND DSDSTXL-ACCT-ID = WS-LK-ACCT-ID (WS-LK-IDX)
              AND DSDSTXL-ACCT-NO = WS-LK-ACCT-NBR (WS-LK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-LINKED-ACCTS-EXIT.
           EXIT.

      * Items with no proof batch (system-generated postings) carry
      * no branch and are treated as posted at the account's bank.
       2200-CHECK-BRANCH.
           IF DSDSTXL-ITEM-ID NOT = SPACES
              AND DSDSTXL-BAT-NO NUMERIC
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2210-SCAN-BRANCH-MAP
                   VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-BM-IDX
                   IF WS-BM-BANK-NBR (WS-BM-IDX) NOT = DSDSTXL-BANK-NO
                       MOVE WS-BM-BANK-NBR (WS-BM-IDX) TO WS-OTHER-BANK
                       MOVE 'Y' TO WS-CROSS-SW
                   END-IF
               END-IF
           END-IF.
       2200-CHECK-BRANCH-EXIT.
           EXIT.

       2210-SCAN-BRANCH-MAP.
           IF DSDSTXL-BAT-NO NOT < WS-BM-LOW-BATCH (WS-BM-IDX)
              AND DSDSTXL-BAT-NO NOT > WS-BM-HIGH-BATCH (WS-BM-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-BRANCH-MAP-EXIT.
           EXIT.

      * A debit means the funds left the account's bank for the
      * other charter, so the account's bank owes it; a credit is
      * the reverse.  Amounts ride positive, the shop convention.
       2300-ACCUMULATE-OWED.
           IF DSDSTXL-AMOUNT < ZERO
               COMPUTE WS-TX-AMT = ZERO - DSDSTXL-AMOUNT
           ELSE
               MOVE DSDSTXL-AMOUNT TO WS-TX-AMT
           END-IF.
           IF DSDSTXL-CODE NOT < 500
               ADD WS-TX-AMT
                   TO WS-OW-AMT (WS-ACCT-IDX, WS-OTHER-IDX)
           ELSE
               ADD WS-TX-AMT
                   TO WS-OW-AMT (WS-OTHER-IDX, WS-ACCT-IDX)
           END-IF.
           ADD 1 TO WS-CROSS-CNT.
           ADD WS-TX-AMT TO WS-CROSS-AMT.
       2300-ACCUMULATE-OWED-EXIT.
           EXIT.

      * Each unordered pair is visited once, from its lower table
      * position.  An unsettled pair is cleared from the owe table
      * so the matrix shows only what was actually booked.
       3000-SETTLE-PAIR.
           IF WS-HI-IDX > WS-LO-IDX
               PERFORM 3050-SETTLE-NET
           END-IF.
       3000-SETTLE-PAIR-EXIT.
           EXIT.

       3050-SETTLE-NET.
           COMPUTE WS-NET-AMT =
               WS-OW-AMT (WS-LO-IDX, WS-HI-IDX) -
               WS-OW-AMT (WS-HI-IDX, WS-LO-IDX).
           IF WS-NET-AMT NOT = ZERO
               PERFORM 3060-BOOK-SETTLEMENT
           END-IF.
       3050-SETTLE-NET-EXIT.
           EXIT.

       3060-BOOK-SETTLEMENT.
           IF WS-NET-AMT > ZERO
               MOVE WS-LO-IDX TO WS-DR-IDX
               MOVE WS-HI-IDX TO WS-CR-IDX
               MOVE WS-NET-AMT TO WS-SETTLE-AMT
           ELSE
               MOVE WS-HI-IDX TO WS-DR-IDX
               MOVE WS-LO-IDX TO WS-CR-IDX
               COMPUTE WS-SETTLE-AMT = ZERO - WS-NET-AMT
           END-IF.
           MOVE SPACES TO WS-EXC-REASON.
           IF WS-BK-HOLDING-CO (WS-LO-IDX) NOT =
              WS-BK-HOLDING-CO (WS-HI-IDX)
               MOVE 'BANKS IN DIFFERENT HOLDING COMPANIES'
                   TO WS-EXC-REASON
           ELSE
               IF WS-BK-INTERBNK-ACCT (WS-LO-IDX) = ZERO
                  OR WS-BK-INTERBNK-ACCT (WS-HI-IDX) = ZERO
                   MOVE 'NO INTERBANK ACCOUNT ON CDC.BANKCTL'
                       TO WS-EXC-REASON
               END-IF
           END-IF.
           IF WS-EXC-REASON NOT = SPACES
               PERFORM 3200-PRINT-EXCEPTION
               MOVE ZERO TO WS-OW-AMT (WS-LO-IDX, WS-HI-IDX)
                            WS-OW-AMT (WS-HI-IDX, WS-LO-IDX)
           ELSE
               PERFORM 3100-WRITE-SETTLEMENT
           END-IF.
       3060-BOOK-SETTLEMENT-EXIT.
           EXIT.

      * The debtor books a due-to (credit its interbank account) and
      * the creditor the matching due-from (debit its own).
       3100-WRITE-SETTLEMENT.
           MOVE WS-BK-BANK-NBR (WS-DR-IDX) TO GX-BANK-NO.
           MOVE WS-BK-INTERBNK-ACCT (WS-DR-IDX) TO GX-GL-ACCT.
           MOVE 'C' TO GX-DR-CR.
           MOVE WS-SETTLE-AMT TO GX-AMOUNT.
           MOVE WS-SETTLE-CODE TO GX-TX-CODE.
           MOVE WS-RUN-DATE TO GX-POST-DATE.
           WRITE GL-EXTRACT-REC.
           MOVE WS-BK-BANK-NBR (WS-CR-IDX) TO GX-BANK-NO.
           MOVE WS-BK-INTERBNK-ACCT (WS-CR-IDX) TO GX-GL-ACCT.
           MOVE 'D' TO GX-DR-CR.
           WRITE GL-EXTRACT-REC.
           ADD 2 TO WS-GL-CNT.
           ADD WS-SETTLE-AMT TO WS-SETTLED-AMT
                                WS-BK-DUE-TO (WS-DR-IDX)
                                WS-BK-DUE-FROM (WS-CR-IDX).
           MOVE WS-BK-BANK-NBR (WS-DR-IDX) TO WS-SL-DR-BANK.
           MOVE WS-BK-BANK-NBR (WS-CR-IDX) TO WS-SL-CR-BANK.
           MOVE WS-SETTLE-AMT TO WS-SL-AMOUNT.
           MOVE WS-BK-INTERBNK-ACCT (WS-DR-IDX) TO WS-SL-CR-ACCT.
           MOVE WS-BK-INTERBNK-ACCT (WS-CR-IDX) TO WS-SL-DR-ACCT.
           WRITE XB-SETTLE-RPT-LINE FROM WS-SETTLE-LINE.
       3100-WRITE-SETTLEMENT-EXIT.
           EXIT.

       3200-PRINT-EXCEPTION.
           MOVE WS-BK-BANK-NBR (WS-DR-IDX) TO WS-EL-BANK-1.
           MOVE WS-BK-BANK-NBR (WS-CR-IDX) TO WS-EL-BANK-2.
           MOVE WS-SETTLE-AMT TO WS-EL-AMOUNT.
           MOVE WS-EXC-REASON TO WS-EL-REASON.
           WRITE XB-SETTLE-RPT-LINE FROM WS-EXC-LINE.
           ADD 1 TO WS-EXC-CNT.
           ADD WS-SETTLE-AMT TO WS-EXC-AMT.
       3200-PRINT-EXCEPTION-EXIT.
           EXIT.

       4000-PRINT-HOLDING-CO.
           MOVE ZERO TO WS-HB-COUNT
                        WS-HC-NET.
           PERFORM 4100-COLLECT-MEMBER
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           MOVE SPACES TO XB-SETTLE-RPT-LINE.
           WRITE XB-SETTLE-RPT-LINE.
           MOVE WS-HC-HOLDING-CO (WS-HC-IDX) TO WS-MH-HOLDING-CO.
           WRITE XB-SETTLE-RPT-LINE FROM WS-MATRIX-HDG.
           PERFORM 4200-PRINT-BAND
               VARYING WS-BAND-START FROM 1 BY 6
               UNTIL WS-BAND-START > WS-HB-COUNT.
           MOVE SPACES TO XB-SETTLE-RPT-LINE.
           WRITE XB-SETTLE-RPT-LINE.
           PERFORM 4300-PRINT-POSITION
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-HB-COUNT.
           MOVE WS-HC-NET TO WS-HN-NET.
           IF WS-HC-NET = ZERO
               MOVE 'NETS TO ZERO' TO WS-HN-TEXT
           ELSE
               MOVE '*** OUT OF BALANCE' TO WS-HN-TEXT
           END-IF.
           WRITE XB-SETTLE-RPT-LINE FROM WS-HC-NET-LINE.
       4000-PRINT-HOLDING-CO-EXIT.
           EXIT.

       4100-COLLECT-MEMBER.
           IF WS-BK-HOLDING-CO (WS-BK-IDX) =
              WS-HC-HOLDING-CO (WS-HC-IDX)
               ADD 1 TO WS-HB-COUNT
               MOVE WS-BK-IDX TO WS-HB-BK-IDX (WS-HB-COUNT)
           END-IF.
       4100-COLLECT-MEMBER-EXIT.
           EXIT.

      * Six counterparty columns to a band; a larger holding company
      * prints as successive bands of the same rows.
       4200-PRINT-BAND.
           PERFORM 4210-FORMAT-COL-HDG
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6.
           WRITE XB-SETTLE-RPT-LINE FROM WS-BAND-HDG.
           PERFORM 4220-PRINT-MATRIX-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-HB-COUNT.
       4200-PRINT-BAND-EXIT.
           EXIT.

       4210-FORMAT-COL-HDG.
           MOVE SPACES TO WS-BH-COL-AREA (WS-COL).
           COMPUTE WS-HB-COL = WS-BAND-START + WS-COL - 1.
           IF WS-HB-COL NOT > WS-HB-COUNT
               MOVE WS-HB-BK-IDX (WS-HB-COL) TO WS-BK-IDX
               MOVE 'BANK ' TO WS-BH-COL-TEXT (WS-COL)
               MOVE WS-BK-BANK-NBR (WS-BK-IDX)
                   TO WS-BH-COL-BANK (WS-COL)
           END-IF.
       4210-FORMAT-COL-HDG-EXIT.
           EXIT.

       4220-PRINT-MATRIX-ROW.
           MOVE WS-HB-BK-IDX (WS-ROW) TO WS-LO-IDX.
           MOVE WS-BK-BANK-NBR (WS-LO-IDX) TO WS-MR-BANK.
           PERFORM 4230-FORMAT-CELL
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 6.
           WRITE XB-SETTLE-RPT-LINE FROM WS-MATRIX-ROW.
       4220-PRINT-MATRIX-ROW-EXIT.
           EXIT.

      * The cell is the net: positive the row bank is due to the
      * column bank, negative due from it.
       4230-FORMAT-CELL.
           MOVE SPACES TO WS-MR-CELL-AREA (WS-COL).
           COMPUTE WS-HB-COL = WS-BAND-START + WS-COL - 1.
           IF WS-HB-COL NOT > WS-HB-COUNT
               MOVE WS-HB-BK-IDX (WS-HB-COL) TO WS-HI-IDX
               IF WS-HI-IDX NOT = WS-LO-IDX
                   COMPUTE WS-NET-AMT =
                       WS-OW-AMT (WS-LO-IDX, WS-HI-IDX) -
                       WS-OW-AMT (WS-HI-IDX, WS-LO-IDX)
                   MOVE WS-NET-AMT TO WS-MR-CELL (WS-COL)
               END-IF
           END-IF.
       4230-FORMAT-CELL-EXIT.
           EXIT.

       4300-PRINT-POSITION.
           MOVE WS-HB-BK-IDX (WS-ROW) TO WS-BK-IDX.
           COMPUTE WS-POSITION =
               WS-BK-DUE-FROM (WS-BK-IDX) - WS-BK-DUE-TO (WS-BK-IDX).
           ADD WS-POSITION TO WS-HC-NET.
           MOVE WS-BK-BANK-NBR (WS-BK-IDX)  TO WS-PL-BANK.
           MOVE WS-BK-BANK-NAME (WS-BK-IDX) TO WS-PL-NAME.
           MOVE WS-BK-DUE-TO (WS-BK-IDX)    TO WS-PL-DUE-TO.
           MOVE WS-BK-DUE-FROM (WS-BK-IDX)  TO WS-PL-DUE-FROM.
           MOVE WS-POSITION                 TO WS-PL-NET.
           WRITE XB-SETTLE-RPT-LINE FROM WS-POSITION-LINE.
       4300-PRINT-POSITION-EXIT.
           EXIT.

       7000-FIND-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       7000-FIND-BANK-EXIT.
           EXIT.

       7010-SCAN-BANK-TABLE.
           IF WS-TEST-BANK = WS-BK-BANK-NBR (WS-BK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-BANK-TABLE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO XB-SETTLE-RPT-LINE.
           WRITE XB-SETTLE-RPT-LINE.
           MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
           MOVE WS-TXL-READ-CNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE XB-SETTLE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CROSS-CHARTER POSTINGS' TO WS-TOT-LABEL.
           MOVE WS-CROSS-CNT TO WS-TOT-COUNT.
           MOVE WS-CROSS-AMT TO WS-TOT-AMOUNT.
           WRITE XB-SETTLE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SETTLEMENT ENTRIES WRITTEN' TO WS-TOT-LABEL.
           MOVE WS-GL-CNT TO WS-TOT-COUNT.
           MOVE WS-SETTLED-AMT TO WS-TOT-AMOUNT.
           WRITE XB-SETTLE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BANK PAIRS NOT SETTLED' TO WS-TOT-LABEL.
           MOVE WS-EXC-CNT TO WS-TOT-COUNT.
           MOVE WS-EXC-AMT TO WS-TOT-AMOUNT.
           WRITE XB-SETTLE-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE XB-PARM-FILE
                 CDC-BANKCTL-FILE
                 BRANCH-MAP-FILE
                 OSBXREF-FILE
                 ZBACMA-FILE
                 DSDS-TXL-FILE
                 GL-EXTRACT-FILE
                 XB-SETTLE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
