       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS175.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS175 is the nightly collateral adequacy check for
      * repurchase-agreement (RP-plan) investment accounts, which
      * must be fully collateralized every night.  The statement
      * work area (see DSDR286) carries HOLD-RP-SECURE-AMT,
      * HOLD-RP-COLL-BAL and COLLAT-RPT-IND, but nothing ever
      * compared them to what is actually pledged.  Those are
      * transient work fields, so, the DSDR319 convention, RPCAPT
      * stands in for the cycle's capture of them: one record per
      * RP account with the amount to be secured, the book
      * collateral balance and the collateral report indicator.
      *
      * RPPLEDG is the pledged-securities file -- per RP account,
      * each security's CUSIP, par, market value, pricing date,
      * haircut percentage and maturity.  For every RP header on the
      * statement header stream (see DSDSPDTX; PDH-RP-ACCOUNT):
      *
      *  - required collateral is the amount to be secured times
      *    the RPPARM margin percentage (100 when the parm is zero);
      *    an account missing from RPCAPT is secured at its
      *    PDH-ENDING-BAL and flagged;
      *  - each pledge counts at market value less its haircut;
      *  - the difference prints as excess or shortfall, with
      *    totals by bank, and a book collateral balance that
      *    disagrees with the par pledged prints beneath.
      *
      * RPDESK is the investment desk's action list for the morning
      * cutoff: a top-up for every account short, and a
      * substitution for every pledge maturing on or before the RP
      * maturity (PDH-INV-MAT-DATE) or carrying no market value.
      * Pledges against an account that is not an RP header print
      * on the report for the desk to clear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RP-CAPTURE-FILE    ASSIGN TO RPCAPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RP-PLEDGE-FILE     ASSIGN TO RPPLEDG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RP-PARM-FILE       ASSIGN TO RPPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RP-RPT             ASSIGN TO RPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RP-DESK-RPT        ASSIGN TO RPDESK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  RP-CAPTURE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RP-CAPTURE-REC.
           05  RC-BANK-NO              PIC 99.
           05  RC-ACCT-ID              PIC 9(3).
           05  RC-ACCT-NO              PIC 9(9).
           05  RC-SECURE-AMT           PIC 9(9)V99.
           05  RC-COLL-BAL             PIC 9(9)V99.
           05  RC-COLLAT-RPT-IND       PIC X.
           05  FILLER                  PIC X(3).

       FD  RP-PLEDGE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RP-PLEDGE-REC.
           05  PL-BANK-NO              PIC 99.
           05  PL-ACCT-ID              PIC 9(3).
           05  PL-ACCT-NO              PIC 9(9).
           05  PL-CUSIP                PIC X(9).
           05  PL-DESC                 PIC X(20).
           05  PL-PAR                  PIC 9(11)V99.
           05  PL-MKT-VALUE            PIC 9(11)V99.
           05  PL-PRICE-DATE           PIC 9(7).
           05  PL-HAIRCUT-PCT          PIC 9(2)V9(3).
           05  PL-MAT-DATE             PIC 9(7).
           05  FILLER                  PIC X(12).

       FD  RP-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  RP-PARM-REC.
           05  RPP-RUN-DATE            PIC 9(7).
           05  RPP-MARGIN-PCT          PIC 9(3)V99.
           05  FILLER                  PIC X(8).

       FD  RP-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RP-RPT-LINE                 PIC X(132).

       FD  RP-DESK-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RP-DESK-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-CAP-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CAP-EOF                         VALUE 'Y'.
           05  WS-PLG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PLG-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-CAPTURE-TABLE.
           05  WS-RC-ENTRY             OCCURS 5000 TIMES.
               10  WS-RC-BANK-NO       PIC 99.
               10  WS-RC-ACCT-ID       PIC 9(3).
               10  WS-RC-ACCT-NO       PIC 9(9).
               10  WS-RC-SECURE-AMT    PIC S9(9)V99   COMP-3.
               10  WS-RC-COLL-BAL      PIC S9(9)V99   COMP-3.
               10  WS-RC-IND           PIC X.

      * Pledged securities; the matched switch catches pledges
      * against an account with no RP header.
       01  WS-PLEDGE-TABLE.
           05  WS-PL-ENTRY             OCCURS 20000 TIMES.
               10  WS-PL-BANK-NO       PIC 99.
               10  WS-PL-ACCT-ID       PIC 9(3).
               10  WS-PL-ACCT-NO       PIC 9(9).
               10  WS-PL-CUSIP         PIC X(9).
               10  WS-PL-DESC          PIC X(20).
               10  WS-PL-PAR           PIC S9(11)V99  COMP-3.
               10  WS-PL-MKT-VALUE     PIC S9(11)V99  COMP-3.
               10  WS-PL-HAIRCUT-PCT   PIC S9(2)V9(3) COMP-3.
               10  WS-PL-MAT-DATE      PIC 9(7).
               10  WS-PL-MATCHED-SW    PIC X.
                   88  WS-PL-MATCHED                  VALUE 'Y'.

       01  WS-BANK-TOTAL-TABLE.
           05  WS-BT-ENTRY             OCCURS 99 TIMES.
               10  WS-BT-ACCTS         PIC S9(5)      COMP-3.
               10  WS-BT-SHORT-CNT     PIC S9(5)      COMP-3.
               10  WS-BT-SHORT-AMT     PIC S9(11)V99  COMP-3.
               10  WS-BT-EXCESS-AMT    PIC S9(11)V99  COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-MARGIN-PCT               PIC S9(3)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-RP-MAT-DATE              PIC 9(7)       VALUE ZERO.
       01  WS-SECURE-AMT               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-BOOK-COLL-BAL            PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-REQUIRED                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PLEDGED-PAR              PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PLEDGED-MV               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PLEDGED-ADJ              PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PLEDGE-ADJ               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-DIFFERENCE               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PLEDGE-CNT               PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-CAPTURE-SW               PIC X          VALUE 'N'.
           88  WS-CAPTURED                            VALUE 'Y'.

       01  WS-TOTALS.
           05  WS-TOT-ACCTS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SHORT-CNT        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SHORT-AMT        PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-EXCESS-AMT       PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-REQUIRED         PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PLEDGED-ADJ      PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SUBSTITUTE       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-UNMATCHED        PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS175 - RP COLLATERAL ADEQUACY REPORT           '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(10)      VALUE
               '  MARGIN: '.
           05  WS-RH-MARGIN            PIC ZZ9.99.
           05  FILLER                  PIC X(53)      VALUE SPACES.

       01  WS-COL-HDG.
           05  FILLER                  PIC X(30)      VALUE
               'BANK  ACCOUNT'.
           05  FILLER                  PIC X(18)      VALUE
               '        REQUIRED'.
           05  FILLER                  PIC X(18)      VALUE
               '    MARKET VALUE'.
           05  FILLER                  PIC X(18)      VALUE
               '   AFTER HAIRCUT'.
           05  FILLER                  PIC X(19)      VALUE
               '  EXCESS/SHORTFALL'.
           05  FILLER                  PIC X(12)      VALUE
               ' STATUS'.
           05  FILLER                  PIC X(17)      VALUE
               'IND'.

       01  WS-DESK-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS175 - RP COLLATERAL TOP-UP/SUBSTITUTION LIST  '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-DH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-ACCT-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-AL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-AL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-AL-REQUIRED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-MKT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-ADJ-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-DIFFERENCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-STATUS            PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-IND               PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-NOTE              PIC X(16).

       01  WS-BOOK-LINE.
           05  FILLER                  PIC X(30)      VALUE
               '    BOOK COLLATERAL BALANCE  '.
           05  WS-BL-BOOK              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14)      VALUE
               '  PLEDGED PAR '.
           05  WS-BL-PAR               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(54)      VALUE SPACES.

       01  WS-BANK-TOTAL-LINE.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-BTL-BANK             PIC Z9.
           05  FILLER                  PIC X(14)      VALUE
               ' TOTAL  ACCTS '.
           05  WS-BTL-ACCTS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' SHORT '.
           05  WS-BTL-SHORT-CNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)      VALUE
               ' SHORTFALL '.
           05  WS-BTL-SHORT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)       VALUE ' EXCESS '.
           05  WS-BTL-EXCESS-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(39)      VALUE SPACES.

       01  WS-UNMATCHED-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-UL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-UL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-UL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-UL-CUSIP             PIC X(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-UL-MKT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(36)      VALUE
               '  PLEDGED TO ACCOUNT WITH NO RP HDR'.
           05  FILLER                  PIC X(38)      VALUE SPACES.

       01  WS-DESK-LINE.
           05  WS-DK-ACTION            PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DK-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DK-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DK-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DK-CUSIP             PIC X(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DK-DESC              PIC X(20).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DK-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DK-REASON            PIC X(30).
           05  FILLER                  PIC X(21)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(62)      VALUE SPACES.

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
           MOVE 'DSDS175 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-RP-ACCOUNT
               UNTIL WS-PDH-EOF.
           PERFORM 5000-REPORT-UNMATCHED-PLEDGE
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-ACCTS TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PD-HDR-FILE
                       RP-CAPTURE-FILE
                       RP-PLEDGE-FILE
                       RP-PARM-FILE
                OUTPUT RP-RPT
                       RP-DESK-RPT.
           READ RP-PARM-FILE.
           MOVE RPP-RUN-DATE TO WS-RUN-DATE.
           MOVE RPP-MARGIN-PCT TO WS-MARGIN-PCT.
           IF WS-MARGIN-PCT = ZERO
               MOVE 100 TO WS-MARGIN-PCT
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE WS-DH-DATE.
           MOVE WS-MARGIN-PCT TO WS-RH-MARGIN.
           WRITE RP-RPT-LINE FROM WS-RPT-HDG.
           WRITE RP-RPT-LINE FROM WS-COL-HDG.
           WRITE RP-DESK-LINE FROM WS-DESK-HDG.
           INITIALIZE WS-BANK-TOTAL-TABLE.
           READ RP-CAPTURE-FILE
               AT END MOVE 'Y' TO WS-CAP-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-CAPTURE
               UNTIL WS-CAP-EOF.
           READ RP-PLEDGE-FILE
               AT END MOVE 'Y' TO WS-PLG-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-PLEDGE
               UNTIL WS-PLG-EOF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-CAPTURE.
           ADD 1 TO WS-RC-COUNT.
           MOVE WS-RC-COUNT TO WS-RC-IDX.
           MOVE RC-BANK-NO        TO WS-RC-BANK-NO (WS-RC-IDX).
           MOVE RC-ACCT-ID        TO WS-RC-ACCT-ID (WS-RC-IDX).
           MOVE RC-ACCT-NO        TO WS-RC-ACCT-NO (WS-RC-IDX).
           MOVE RC-SECURE-AMT     TO WS-RC-SECURE-AMT (WS-RC-IDX).
           MOVE RC-COLL-BAL       TO WS-RC-COLL-BAL (WS-RC-IDX).
           MOVE RC-COLLAT-RPT-IND TO WS-RC-IND (WS-RC-IDX).
           READ RP-CAPTURE-FILE
               AT END MOVE 'Y' TO WS-CAP-EOF-SW
           END-READ.
       1100-LOAD-CAPTURE-EXIT.
           EXIT.

       1200-LOAD-PLEDGE.
           ADD 1 TO WS-PL-COUNT.
           MOVE WS-PL-COUNT TO WS-PL-IDX.
           MOVE PL-BANK-NO     TO WS-PL-BANK-NO (WS-PL-IDX).
           MOVE PL-ACCT-ID     TO WS-PL-ACCT-ID (WS-PL-IDX).
           MOVE PL-ACCT-NO     TO WS-PL-ACCT-NO (WS-PL-IDX).
           MOVE PL-CUSIP       TO WS-PL-CUSIP (WS-PL-IDX).
           MOVE PL-DESC        TO WS-PL-DESC (WS-PL-IDX).
           MOVE PL-PAR         TO WS-PL-PAR (WS-PL-IDX).
           MOVE PL-MKT-VALUE   TO WS-PL-MKT-VALUE (WS-PL-IDX).
           MOVE PL-HAIRCUT-PCT TO WS-PL-HAIRCUT-PCT (WS-PL-IDX).
           MOVE PL-MAT-DATE    TO WS-PL-MAT-DATE (WS-PL-IDX).
           MOVE 'N'            TO WS-PL-MATCHED-SW (WS-PL-IDX).
           READ RP-PLEDGE-FILE
               AT END MOVE 'Y' TO WS-PLG-EOF-SW
           END-READ.
       1200-LOAD-PLEDGE-EXIT.
           EXIT.

       2000-CHECK-RP-ACCOUNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF PDH-RP-ACCOUNT
              AND PDH-HEADER
               PERFORM 2100-EVALUATE-COLLATERAL
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       2000-CHECK-RP-ACCOUNT-EXIT.
           EXIT.

       2100-EVALUATE-COLLATERAL.
           ADD 1 TO WS-TOT-ACCTS.
           MOVE PDH-BANK-NO TO WS-BK-IDX.
           ADD 1 TO WS-BT-ACCTS (WS-BK-IDX).
           MOVE PDH-INV-MAT-DATE TO WS-RP-MAT-DATE.
           MOVE SPACES TO WS-AL-NOTE.
           MOVE SPACE TO WS-AL-IND.
           PERFORM 2200-FIND-CAPTURE.
           IF WS-CAPTURED
               MOVE WS-RC-SECURE-AMT (WS-RC-IDX) TO WS-SECURE-AMT
               MOVE WS-RC-COLL-BAL (WS-RC-IDX) TO WS-BOOK-COLL-BAL
               MOVE WS-RC-IND (WS-RC-IDX) TO WS-AL-IND
           ELSE
               MOVE PDH-ENDING-BAL TO WS-SECURE-AMT
               MOVE ZERO TO WS-BOOK-COLL-BAL
               MOVE 'NOT ON RPCAPT' TO WS-AL-NOTE
           END-IF.
           COMPUTE WS-REQUIRED ROUNDED =
               WS-SECURE-AMT * WS-MARGIN-PCT / 100.
           MOVE ZERO TO WS-PLEDGED-PAR WS-PLEDGED-MV
                        WS-PLEDGED-ADJ WS-PLEDGE-CNT.
           PERFORM 2300-VALUE-PLEDGE
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT.
           COMPUTE WS-DIFFERENCE = WS-PLEDGED-ADJ - WS-REQUIRED.
           ADD WS-REQUIRED    TO WS-TOT-REQUIRED.
           ADD WS-PLEDGED-ADJ TO WS-TOT-PLEDGED-ADJ.
           EVALUATE TRUE
               WHEN WS-PLEDGE-CNT = ZERO
                AND WS-REQUIRED > ZERO
                   MOVE 'UNSECURED ' TO WS-AL-STATUS
               WHEN WS-DIFFERENCE < ZERO
                   MOVE 'SHORT     ' TO WS-AL-STATUS
               WHEN WS-DIFFERENCE > ZERO
                   MOVE 'EXCESS    ' TO WS-AL-STATUS
               WHEN OTHER
                   MOVE 'COVERED   ' TO WS-AL-STATUS
           END-EVALUATE.
           IF WS-DIFFERENCE < ZERO
               ADD 1 TO WS-BT-SHORT-CNT (WS-BK-IDX)
                        WS-TOT-SHORT-CNT
               SUBTRACT WS-DIFFERENCE FROM WS-BT-SHORT-AMT (WS-BK-IDX)
                                           WS-TOT-SHORT-AMT
               PERFORM 4000-WRITE-TOP-UP
           ELSE
               ADD WS-DIFFERENCE TO WS-BT-EXCESS-AMT (WS-BK-IDX)
                                    WS-TOT-EXCESS-AMT
           END-IF.
           MOVE PDH-BANK-NO    TO WS-AL-BANK.
           MOVE PDH-ACCT-ID    TO WS-AL-ACCT-ID.
           MOVE PDH-ACCT-NO    TO WS-AL-ACCT-NO.
           MOVE WS-REQUIRED    TO WS-AL-REQUIRED.
           MOVE WS-PLEDGED-MV  TO WS-AL-MKT-VALUE.
           MOVE WS-PLEDGED-ADJ TO WS-AL-ADJ-VALUE.
           MOVE WS-DIFFERENCE  TO WS-AL-DIFFERENCE.
           WRITE RP-RPT-LINE FROM WS-ACCT-LINE.
           IF WS-CAPTURED
              AND WS-BOOK-COLL-BAL NOT = WS-PLEDGED-PAR
               MOVE WS-BOOK-COLL-BAL TO WS-BL-BOOK
               MOVE WS-PLEDGED-PAR   TO WS-BL-PAR
               WRITE RP-RPT-LINE FROM WS-BOOK-LINE
           END-IF.
       2100-EVALUATE-COLLATERAL-EXIT.
           EXIT.

       2200-FIND-CAPTURE.
           MOVE 'N' TO WS-CAPTURE-SW.
           PERFORM 2210-SCAN-CAPTURE
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
                  OR WS-CAPTURED.
           IF WS-CAPTURED
               SUBTRACT 1 FROM WS-RC-IDX
           END-IF.
       2200-FIND-CAPTURE-EXIT.
           EXIT.

       2210-SCAN-CAPTURE.
           IF PDH-BANK-NO = WS-RC-BANK-NO (WS-RC-IDX)
              AND PDH-ACCT-ID = WS-RC-ACCT-ID (WS-RC-IDX)
              AND PDH-ACCT-NO = WS-RC-ACCT-NO (WS-RC-IDX)
               MOVE 'Y' TO WS-CAPTURE-SW
           END-IF.
       2210-SCAN-CAPTURE-EXIT.
           EXIT.

      * A pledge counts at market value less its haircut.  One
      * maturing on or before the RP itself, or unpriced, goes to
      * the desk for substitution.
       2300-VALUE-PLEDGE.
           IF PDH-BANK-NO = WS-PL-BANK-NO (WS-PL-IDX)
              AND PDH-ACCT-ID = WS-PL-ACCT-ID (WS-PL-IDX)
              AND PDH-ACCT-NO = WS-PL-ACCT-NO (WS-PL-IDX)
               MOVE 'Y' TO WS-PL-MATCHED-SW (WS-PL-IDX)
               ADD 1 TO WS-PLEDGE-CNT
               ADD WS-PL-PAR (WS-PL-IDX) TO WS-PLEDGED-PAR
               ADD WS-PL-MKT-VALUE (WS-PL-IDX) TO WS-PLEDGED-MV
               COMPUTE WS-PLEDGE-ADJ ROUNDED =
                   WS-PL-MKT-VALUE (WS-PL-IDX) *
                   (100 - WS-PL-HAIRCUT-PCT (WS-PL-IDX)) / 100
               ADD WS-PLEDGE-ADJ TO WS-PLEDGED-ADJ
               IF WS-PL-MKT-VALUE (WS-PL-IDX) = ZERO
                   MOVE 'NO MARKET VALUE - REPRICE/SWAP'
                       TO WS-DK-REASON
                   PERFORM 4100-WRITE-SUBSTITUTION
               ELSE
                   IF WS-PL-MAT-DATE (WS-PL-IDX) NOT = ZERO
                      AND WS-PL-MAT-DATE (WS-PL-IDX)
                              NOT > WS-RP-MAT-DATE
                       MOVE 'MATURES ON/BEFORE RP MATURITY'
                           TO WS-DK-REASON
                       PERFORM 4100-WRITE-SUBSTITUTION
                   END-IF
               END-IF
           END-IF.
       2300-VALUE-PLEDGE-EXIT.
           EXIT.

       4000-WRITE-TOP-UP.
           MOVE 'TOP-UP    '   TO WS-DK-ACTION.
           MOVE PDH-BANK-NO    TO WS-DK-BANK.
           MOVE PDH-ACCT-ID    TO WS-DK-ACCT-ID.
           MOVE PDH-ACCT-NO    TO WS-DK-ACCT-NO.
           MOVE SPACES         TO WS-DK-CUSIP WS-DK-DESC.
           COMPUTE WS-DK-AMOUNT = ZERO - WS-DIFFERENCE.
           MOVE 'ADD COLLATERAL AFTER HAIRCUT' TO WS-DK-REASON.
           WRITE RP-DESK-LINE FROM WS-DESK-LINE.
       4000-WRITE-TOP-UP-EXIT.
           EXIT.

       4100-WRITE-SUBSTITUTION.
           ADD 1 TO WS-TOT-SUBSTITUTE.
           MOVE 'SUBSTITUTE'   TO WS-DK-ACTION.
           MOVE PDH-BANK-NO    TO WS-DK-BANK.
           MOVE PDH-ACCT-ID    TO WS-DK-ACCT-ID.
           MOVE PDH-ACCT-NO    TO WS-DK-ACCT-NO.
           MOVE WS-PL-CUSIP (WS-PL-IDX) TO WS-DK-CUSIP.
           MOVE WS-PL-DESC (WS-PL-IDX)  TO WS-DK-DESC.
           MOVE WS-PLEDGE-ADJ  TO WS-DK-AMOUNT.
           WRITE RP-DESK-LINE FROM WS-DESK-LINE.
       4100-WRITE-SUBSTITUTION-EXIT.
           EXIT.

       5000-REPORT-UNMATCHED-PLEDGE.
           IF NOT WS-PL-MATCHED (WS-PL-IDX)
               ADD 1 TO WS-TOT-UNMATCHED
               MOVE WS-PL-BANK-NO (WS-PL-IDX)   TO WS-UL-BANK
               MOVE WS-PL-ACCT-ID (WS-PL-IDX)   TO WS-UL-ACCT-ID
               MOVE WS-PL-ACCT-NO (WS-PL-IDX)   TO WS-UL-ACCT-NO
               MOVE WS-PL-CUSIP (WS-PL-IDX)     TO WS-UL-CUSIP
               MOVE WS-PL-MKT-VALUE (WS-PL-IDX) TO WS-UL-MKT-VALUE
               WRITE RP-RPT-LINE FROM WS-UNMATCHED-LINE
           END-IF.
       5000-REPORT-UNMATCHED-PLEDGE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RP-RPT-LINE.
           WRITE RP-RPT-LINE.
           PERFORM 8100-PRINT-BANK-TOTAL
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 99.
           MOVE 'RP ACCOUNTS CHECKED' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCTS TO WS-TL-COUNT.
           MOVE WS-TOT-REQUIRED TO WS-TL-AMOUNT.
           WRITE RP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PLEDGED VALUE AFTER HAIRCUT' TO WS-TL-LABEL.
           MOVE ZERO TO WS-TL-COUNT.
           MOVE WS-TOT-PLEDGED-ADJ TO WS-TL-AMOUNT.
           WRITE RP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS SHORT / TOTAL SHORTFALL' TO WS-TL-LABEL.
           MOVE WS-TOT-SHORT-CNT TO WS-TL-COUNT.
           MOVE WS-TOT-SHORT-AMT TO WS-TL-AMOUNT.
           WRITE RP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL EXCESS COLLATERAL' TO WS-TL-LABEL.
           MOVE ZERO TO WS-TL-COUNT.
           MOVE WS-TOT-EXCESS-AMT TO WS-TL-AMOUNT.
           WRITE RP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PLEDGES FOR SUBSTITUTION' TO WS-TL-LABEL.
           MOVE WS-TOT-SUBSTITUTE TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE RP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PLEDGES WITH NO RP HEADER' TO WS-TL-LABEL.
           MOVE WS-TOT-UNMATCHED TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE RP-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-BANK-TOTAL.
           IF WS-BT-ACCTS (WS-BK-IDX) > ZERO
               MOVE WS-BK-IDX TO WS-BTL-BANK
               MOVE WS-BT-ACCTS (WS-BK-IDX) TO WS-BTL-ACCTS
               MOVE WS-BT-SHORT-CNT (WS-BK-IDX) TO WS-BTL-SHORT-CNT
               MOVE WS-BT-SHORT-AMT (WS-BK-IDX) TO WS-BTL-SHORT-AMT
               MOVE WS-BT-EXCESS-AMT (WS-BK-IDX)
                   TO WS-BTL-EXCESS-AMT
               WRITE RP-RPT-LINE FROM WS-BANK-TOTAL-LINE
           END-IF.
       8100-PRINT-BANK-TOTAL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PD-HDR-FILE
                 RP-CAPTURE-FILE
                 RP-PLEDGE-FILE
                 RP-PARM-FILE
                 RP-RPT
                 RP-DESK-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
