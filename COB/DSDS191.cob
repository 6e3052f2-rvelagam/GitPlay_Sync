       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS191.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS191 is the monthly customer due-diligence risk rating.
      * BSA ratings used to be set at onboarding and left alone;
      * this run rescores every customer on CIFB102's relationship
      * extract each month and schedules the periodic reviews.
      *
      * Each customer's score is the sum of six factors, weighted
      * from RISKPARM (any weight or limit left zero takes the
      * default shown):
      *
      *  - products held -- the highest RISKPROD points among the
      *    customer's accounts on RELACCT.  A RISKPROD row names a
      *    system (DSDS, CD or LOAN), a bank and, for DSDS, an
      *    account id; a zero bank or id matches any;
      *  - cash intensity -- from the month's CTRCASH files (see
      *    DSDSCASH, written by DSDR327) read concatenated: points
      *    when cash in and out reaches the monthly limit (50,000),
      *    more for any day over the CTR threshold, more again for
      *    any near-miss day (20, 15 and 20);
      *  - wires -- the month's DSDSTXL wires in and out (codes 630
      *    and 890) reaching the wire limit (100,000; 15 points);
      *  - international ACH -- any IAT entry (15 points);
      *  - BSA case history -- from BSACASEO (see DSDSBSAC): any SAR
      *    filed (40), otherwise any case at all (15);
      *  - account age -- a relationship whose oldest open account
      *    (RX-OLDEST-OPEN) is under the new-customer days (365;
      *    10 points).
      *
      * Accounts on DSDSTXL and account-level cases find their
      * customer through RELACCT.  A score at or above the high
      * cut-off (60) rates H, at or above the medium cut-off (30)
      * rates M, and anything lower L.
      *
      * The risk master (see DSDSRISK) rolls forward from RISKMAST
      * to RISKMSTO.  High customers are reviewed every year and
      * medium every two years (the cycles are in RISKPARM too); a
      * low customer has no scheduled review.  Completed reviews
      * come in on RISKREV by customer and restart the cycle from
      * the review date; a review without an operator id, dated
      * after the run or for a customer not yet on the master is
      * rejected (RC 8).  A customer rated for the first time is
      * taken as reviewed at onboarding, its first review due one
      * cycle after its oldest account opened, or now if that has
      * passed.  A rating that goes up makes the customer due now;
      * one that comes down reschedules from the last review.
      *
      * RISKCHG gives the BSA officer the reviews recorded and every
      * rating change with the factors behind it; RISKDUE lists the
      * customers whose review date has come.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-PARM-FILE     ASSIGN TO RISKPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE       ASSIGN TO RISKPROD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-EXTRACT-FILE   ASSIGN TO RELEXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-CASH-FILE     ASSIGN TO CTRCASH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-FILE          ASSIGN TO BSACASEO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISK-IN-FILE       ASSIGN TO RISKMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-FILE        ASSIGN TO RISKREV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISK-OUT-FILE      ASSIGN TO RISKMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-RPT         ASSIGN TO RISKCHG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-RPT            ASSIGN TO RISKDUE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RISK-PARM-REC.
           05  RP-RUN-DATE             PIC 9(7).
           05  RP-HIGH-SCORE           PIC 9(3).
           05  RP-MEDIUM-SCORE         PIC 9(3).
           05  RP-HIGH-CYCLE           PIC 9(3).
           05  RP-MEDIUM-CYCLE         PIC 9(3).
           05  RP-CASH-LIMIT           PIC 9(11)V99.
           05  RP-CASH-PTS             PIC 9(3).
           05  RP-CTR-PTS              PIC 9(3).
           05  RP-NEAR-PTS             PIC 9(3).
           05  RP-WIRE-LIMIT           PIC 9(11)V99.
           05  RP-WIRE-PTS             PIC 9(3).
           05  RP-IAT-PTS              PIC 9(3).
           05  RP-CASE-PTS             PIC 9(3).
           05  RP-SAR-PTS              PIC 9(3).
           05  RP-NEW-DAYS             PIC 9(3).
           05  RP-NEW-PTS              PIC 9(3).
           05  FILLER                  PIC X(8).

       FD  PRODUCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRODUCT-REC.
           05  PR-SYSTEM               PIC X(4).
           05  PR-BANK-NO              PIC 9(3).
           05  PR-ACCT-ID              PIC 9(3).
           05  PR-POINTS               PIC 9(3).
           05  PR-DESC                 PIC X(30).
           05  FILLER                  PIC X(37).

       FD  REL-EXTRACT-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY CIFRELX.

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  CUST-CASH-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY DSDSCASH.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  CASE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSBSAC.

       FD  RISK-IN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSRISK.

       FD  REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REVIEW-REC.
           05  RV-CUST-BANK            PIC 9(3).
           05  RV-CUST-ID              PIC 9(9).
           05  RV-REVIEW-DATE          PIC 9(7).
           05  RV-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(56).

       FD  RISK-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RISK-OUT-RECORD             PIC X(120).

       FD  CHANGE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHANGE-RPT-LINE             PIC X(132).

       FD  DUE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DUE-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PROD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-PROD-EOF                        VALUE 'Y'.
           05  WS-RX-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RX-EOF                          VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-CASH-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CASH-EOF                        VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-CASE-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CASE-EOF                        VALUE 'Y'.
           05  WS-MAST-EOF-SW          PIC X          VALUE 'N'.
               88  WS-MAST-EOF                        VALUE 'Y'.
           05  WS-REV-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REV-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-PR-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-PRODUCT-TABLE.
           05  WS-PR-ENTRY             OCCURS 200 TIMES.
               10  WS-PR-SYSTEM        PIC X(4).
               10  WS-PR-BANK-NO       PIC 9(3).
               10  WS-PR-ACCT-ID       PIC 9(3).
               10  WS-PR-POINTS        PIC 9(3).

      * One entry per customer on the relationship extract, with the
      * month's activity piled on and, when the customer is already
      * rated, its master record in WS-CU-IMAGE.
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY             OCCURS 5000 TIMES.
               10  WS-CU-CUST-BANK     PIC 9(3).
               10  WS-CU-CUST-ID       PIC 9(9).
               10  WS-CU-OLDEST-OPEN   PIC 9(7).
               10  WS-CU-PRODUCT-PTS   PIC 9(3).
               10  WS-CU-CASH-AMT      PIC S9(13)V99  COMP-3.
               10  WS-CU-CTR-DAYS      PIC S9(3)      COMP-3.
               10  WS-CU-NEAR-DAYS     PIC S9(3)      COMP-3.
               10  WS-CU-WIRE-AMT      PIC S9(13)V99  COMP-3.
               10  WS-CU-IAT-COUNT     PIC S9(5)      COMP-3.
               10  WS-CU-CASES         PIC S9(3)      COMP-3.
               10  WS-CU-SARS          PIC S9(3)      COMP-3.
               10  WS-CU-MASTER-SW     PIC X.
               10  WS-CU-REVIEWED-SW   PIC X.
               10  WS-CU-IMAGE         PIC X(120).

      * DSDS accounts from RELACCT, pointing at their customer.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY             OCCURS 10000 TIMES.
               10  WS-AC-BANK-NO       PIC 9(3).
               10  WS-AC-ACCT-ID       PIC 9(3).
               10  WS-AC-ACCT-NO       PIC 9(9).
               10  WS-AC-CU-IDX        PIC S9(5)      COMP SYNC.

           COPY DSDSRISK REPLACING ==RISK-MASTER-REC== BY
                                   ==WS-RISK-WORK==
                                   LEADING ==RK-== BY ==RW-==.

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
           05  WS-DUE-DAY              PIC S9(5)      COMP SYNC.
           05  WS-ADD-DAYS             PIC 9(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-ABS                  PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.

      * Weights and limits, overridden by RISKPARM where it is not
      * zero.
       01  WS-HIGH-SCORE               PIC 9(3)       VALUE 60.
       01  WS-MEDIUM-SCORE             PIC 9(3)       VALUE 30.
       01  WS-HIGH-CYCLE               PIC 9(3)       VALUE 365.
       01  WS-MEDIUM-CYCLE             PIC 9(3)       VALUE 730.
       01  WS-CASH-LIMIT               PIC 9(11)V99   VALUE 50000.
       01  WS-CASH-PTS                 PIC 9(3)       VALUE 20.
       01  WS-CTR-PTS                  PIC 9(3)       VALUE 15.
       01  WS-NEAR-PTS                 PIC 9(3)       VALUE 20.
       01  WS-WIRE-LIMIT               PIC 9(11)V99   VALUE 100000.
       01  WS-WIRE-PTS                 PIC 9(3)       VALUE 15.
       01  WS-IAT-PTS                  PIC 9(3)       VALUE 15.
       01  WS-CASE-PTS                 PIC 9(3)       VALUE 15.
       01  WS-SAR-PTS                  PIC 9(3)       VALUE 40.
       01  WS-NEW-DAYS                 PIC 9(3)       VALUE 365.
       01  WS-NEW-PTS                  PIC 9(3)       VALUE 10.

       01  WS-FIND-CUST-BANK           PIC 9(3)       VALUE ZERO.
       01  WS-FIND-CUST-ID             PIC 9(9)       VALUE ZERO.
       01  WS-FIND-BANK-NO             PIC 9(3)       VALUE ZERO.
       01  WS-FIND-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-FIND-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-OLD-RATING               PIC X          VALUE SPACE.
       01  WS-OLD-SCORE                PIC 9(3)       VALUE ZERO.
       01  WS-NEW-RATING               PIC X          VALUE SPACE.
       01  WS-PTS                      PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-DAYS-WORK                PIC S9(7)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-REVIEW-DATE              PIC 9(7)       VALUE ZERO.
       01  WS-REJECT-MSG               PIC X(40)      VALUE SPACES.

       01  WS-TOT-CUSTOMERS            PIC 9(7)       VALUE ZERO.
       01  WS-TOT-HIGH                 PIC 9(7)       VALUE ZERO.
       01  WS-TOT-MEDIUM               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-LOW                  PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NEW                  PIC 9(7)       VALUE ZERO.
       01  WS-TOT-RAISED               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-LOWERED              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-EXITED               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-EXITED-CARRIED       PIC 9(7)       VALUE ZERO.
       01  WS-TOT-REV-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-REV-RECORDED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-REV-REJECTED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-DUE                  PIC 9(7)       VALUE ZERO.
       01  WS-TOT-DUE-HIGH             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-DUE-NEVER            PIC 9(7)       VALUE ZERO.
       01  WS-TOT-WRITTEN              PIC 9(9)       VALUE ZERO.
       01  WS-CU-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-AC-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  WS-RH-TITLE             PIC X(50).
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-SECTION-HDG.
           05  WS-SH-TEXT              PIC X(40).
           05  FILLER                  PIC X(92)      VALUE SPACES.

       01  WS-REVIEW-HDG.
           05  FILLER                  PIC X(14)      VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(7)       VALUE 'RATING'.
           05  FILLER                  PIC X(9)       VALUE 'REVIEWED'.
           05  FILLER                  PIC X(6)       VALUE 'OPER'.
           05  FILLER                  PIC X(96)      VALUE 'RESULT'.

       01  WS-REVIEW-LINE.
           05  WS-RL-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-RATING            PIC X.
           05  FILLER                  PIC X(6)       VALUE SPACES.
           05  WS-RL-REVIEW-DATE       PIC Z(6)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-OPER-ID           PIC Z(4)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-RESULT            PIC X(40).
           05  FILLER                  PIC X(56)      VALUE SPACES.

       01  WS-CHANGE-HDG.
           05  FILLER                  PIC X(14)      VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(8)       VALUE 'CHANGE'.
           05  FILLER                  PIC X(8)       VALUE 'WAS'.
           05  FILLER                  PIC X(8)       VALUE 'NOW'.
           05  FILLER                  PIC X(30)      VALUE
               'PROD CASH WIRE IAT  CASE AGE  '.
           05  FILLER                  PIC X(15)      VALUE
               '    CASH VOLUME'.
           05  FILLER                  PIC X(15)      VALUE
               '    WIRE VOLUME'.
           05  FILLER                  PIC X(34)      VALUE
               ' NEXT REVIEW'.

       01  WS-CHANGE-LINE.
           05  WS-CG-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CG-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CG-DIRECTION         PIC X(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CG-OLD-RATING        PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CG-OLD-SCORE         PIC ZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-CG-NEW-RATING        PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CG-NEW-SCORE         PIC ZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-CG-FACTORS.
               10  WS-CG-FACTOR        OCCURS 6 TIMES.
                   15  WS-CG-PTS       PIC ZZ9.
                   15  FILLER          PIC X(2).
           05  WS-CG-CASH-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CG-WIRE-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CG-NEXT-REVIEW       PIC Z(6)9.
           05  FILLER                  PIC X(26)      VALUE SPACES.

       01  WS-DUE-HDG.
           05  FILLER                  PIC X(14)      VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(9)       VALUE 'RATING'.
           05  FILLER                  PIC X(8)       VALUE 'RATED'.
           05  FILLER                  PIC X(8)       VALUE 'REVIEW'.
           05  FILLER                  PIC X(8)       VALUE 'DUE'.
           05  FILLER                  PIC X(7)       VALUE ' OVER'.
           05  FILLER                  PIC X(7)       VALUE ' OPER'.
           05  FILLER                  PIC X(30)      VALUE
               'PROD CASH WIRE IAT  CASE AGE  '.
           05  FILLER                  PIC X(41)      VALUE 'REASON'.

       01  WS-DUE-LINE.
           05  WS-DL-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-RATING            PIC X.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-DL-RATED-DATE        PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-LAST-REVIEW       PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-NEXT-REVIEW       PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-DAYS-OVER         PIC ZZZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-REVIEW-OPER       PIC Z(4)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-FACTORS.
               10  WS-DL-FACTOR        OCCURS 6 TIMES.
                   15  WS-DL-PTS       PIC ZZ9.
                   15  FILLER          PIC X(2).
           05  WS-DL-REASON            PIC X(20).
           05  FILLER                  PIC X(21)      VALUE SPACES.

       01  WS-FACTOR-WORK.
           05  WS-FW-PTS               PIC 9(3)       OCCURS 6 TIMES.
       01  WS-FW-IDX                   PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

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
           MOVE 'DSDS191 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-CASH-DAY
               UNTIL WS-CASH-EOF.
           PERFORM 2100-APPLY-TXL-ITEM
               UNTIL WS-TXL-EOF.
           PERFORM 2200-APPLY-CASE
               UNTIL WS-CASE-EOF.
           PERFORM 3000-LOAD-MASTER
               UNTIL WS-MAST-EOF.
           MOVE 'REVIEWS RECORDED' TO WS-SH-TEXT.
           WRITE CHANGE-RPT-LINE FROM WS-SECTION-HDG.
           WRITE CHANGE-RPT-LINE FROM WS-REVIEW-HDG.
           PERFORM 4000-APPLY-REVIEW
               UNTIL WS-REV-EOF.
           MOVE SPACES TO CHANGE-RPT-LINE.
           WRITE CHANGE-RPT-LINE.
           MOVE 'RATING CHANGES' TO WS-SH-TEXT.
           WRITE CHANGE-RPT-LINE FROM WS-SECTION-HDG.
           WRITE CHANGE-RPT-LINE FROM WS-CHANGE-HDG.
           PERFORM 5000-RATE-CUSTOMER
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN = WS-TOT-CUSTOMERS
                                  + WS-TOT-REV-READ.
           MOVE WS-TOT-WRITTEN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-TOT-REV-REJECTED > ZERO
              OR WS-CU-OVERFLOW > ZERO
              OR WS-AC-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RISK-PARM-FILE
                       PRODUCT-FILE
                       REL-EXTRACT-FILE
                       REL-ACCOUNT-FILE
                       CUST-CASH-FILE
                       DSDS-TXL-FILE
                       CASE-FILE
                       RISK-IN-FILE
                       REVIEW-FILE
                OUTPUT RISK-OUT-FILE
                       CHANGE-RPT
                       DUE-RPT.
           READ RISK-PARM-FILE.
           PERFORM 1050-APPLY-PARM.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-RUN-ABS.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE 'DSDS191 - CUSTOMER RISK RATING CHANGES'
               TO WS-RH-TITLE.
           WRITE CHANGE-RPT-LINE FROM WS-RPT-HDG.
           MOVE 'DSDS191 - CUSTOMERS DUE FOR RISK REVIEW'
               TO WS-RH-TITLE.
           WRITE DUE-RPT-LINE FROM WS-RPT-HDG.
           WRITE DUE-RPT-LINE FROM WS-DUE-HDG.
           READ PRODUCT-FILE
               AT END MOVE 'Y' TO WS-PROD-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-PRODUCT
               UNTIL WS-PROD-EOF.
           READ REL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-RX-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-CUSTOMER
               UNTIL WS-RX-EOF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-ACCOUNT
               UNTIL WS-RA-EOF.
           READ CUST-CASH-FILE
               AT END MOVE 'Y' TO WS-CASH-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ CASE-FILE
               AT END MOVE 'Y' TO WS-CASE-EOF-SW
           END-READ.
           READ RISK-IN-FILE
               AT END MOVE 'Y' TO WS-MAST-EOF-SW
           END-READ.
           READ REVIEW-FILE
               AT END MOVE 'Y' TO WS-REV-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1050-APPLY-PARM.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           IF RP-HIGH-SCORE NOT = ZERO
               MOVE RP-HIGH-SCORE TO WS-HIGH-SCORE
           END-IF.
           IF RP-MEDIUM-SCORE NOT = ZERO
               MOVE RP-MEDIUM-SCORE TO WS-MEDIUM-SCORE
           END-IF.
           IF RP-HIGH-CYCLE NOT = ZERO
               MOVE RP-HIGH-CYCLE TO WS-HIGH-CYCLE
           END-IF.
           IF RP-MEDIUM-CYCLE NOT = ZERO
               MOVE RP-MEDIUM-CYCLE TO WS-MEDIUM-CYCLE
           END-IF.
           IF RP-CASH-LIMIT NOT = ZERO
               MOVE RP-CASH-LIMIT TO WS-CASH-LIMIT
           END-IF.
           IF RP-CASH-PTS NOT = ZERO
               MOVE RP-CASH-PTS TO WS-CASH-PTS
           END-IF.
           IF RP-CTR-PTS NOT = ZERO
               MOVE RP-CTR-PTS TO WS-CTR-PTS
           END-IF.
           IF RP-NEAR-PTS NOT = ZERO
               MOVE RP-NEAR-PTS TO WS-NEAR-PTS
           END-IF.
           IF RP-WIRE-LIMIT NOT = ZERO
               MOVE RP-WIRE-LIMIT TO WS-WIRE-LIMIT
           END-IF.
           IF RP-WIRE-PTS NOT = ZERO
               MOVE RP-WIRE-PTS TO WS-WIRE-PTS
           END-IF.
           IF RP-IAT-PTS NOT = ZERO
               MOVE RP-IAT-PTS TO WS-IAT-PTS
           END-IF.
           IF RP-CASE-PTS NOT = ZERO
               MOVE RP-CASE-PTS TO WS-CASE-PTS
           END-IF.
           IF RP-SAR-PTS NOT = ZERO
               MOVE RP-SAR-PTS TO WS-SAR-PTS
           END-IF.
           IF RP-NEW-DAYS NOT = ZERO
               MOVE RP-NEW-DAYS TO WS-NEW-DAYS
           END-IF.
           IF RP-NEW-PTS NOT = ZERO
               MOVE RP-NEW-PTS TO WS-NEW-PTS
           END-IF.
       1050-APPLY-PARM-EXIT.
           EXIT.

       1100-LOAD-PRODUCT.
           IF WS-PR-COUNT < 200
               ADD 1 TO WS-PR-COUNT
               MOVE PR-SYSTEM  TO WS-PR-SYSTEM (WS-PR-COUNT)
               MOVE PR-BANK-NO TO WS-PR-BANK-NO (WS-PR-COUNT)
               MOVE PR-ACCT-ID TO WS-PR-ACCT-ID (WS-PR-COUNT)
               MOVE PR-POINTS  TO WS-PR-POINTS (WS-PR-COUNT)
           END-IF.
           READ PRODUCT-FILE
               AT END MOVE 'Y' TO WS-PROD-EOF-SW
           END-READ.
       1100-LOAD-PRODUCT-EXIT.
           EXIT.

       1200-LOAD-CUSTOMER.
           ADD 1 TO WS-TOT-CUSTOMERS.
           IF WS-CU-COUNT NOT < 5000
               ADD 1 TO WS-CU-OVERFLOW
           ELSE
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-IDX
               MOVE RX-CUST-BANK   TO WS-CU-CUST-BANK (WS-CU-IDX)
               MOVE RX-CUST-ID     TO WS-CU-CUST-ID (WS-CU-IDX)
               MOVE RX-OLDEST-OPEN TO WS-CU-OLDEST-OPEN (WS-CU-IDX)
               MOVE ZERO TO WS-CU-PRODUCT-PTS (WS-CU-IDX)
                            WS-CU-CASH-AMT (WS-CU-IDX)
                            WS-CU-CTR-DAYS (WS-CU-IDX)
                            WS-CU-NEAR-DAYS (WS-CU-IDX)
                            WS-CU-WIRE-AMT (WS-CU-IDX)
                            WS-CU-IAT-COUNT (WS-CU-IDX)
                            WS-CU-CASES (WS-CU-IDX)
                            WS-CU-SARS (WS-CU-IDX)
               MOVE 'N' TO WS-CU-MASTER-SW (WS-CU-IDX)
                           WS-CU-REVIEWED-SW (WS-CU-IDX)
               MOVE SPACES TO WS-CU-IMAGE (WS-CU-IDX)
           END-IF.
           READ REL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-RX-EOF-SW
           END-READ.
       1200-LOAD-CUSTOMER-EXIT.
           EXIT.

      * Scores the account's product against the customer and tables
      * a DSDS account for the transaction and case lookups.
       1300-LOAD-ACCOUNT.
           MOVE RA-CUST-BANK TO WS-FIND-CUST-BANK.
           MOVE RA-CUST-ID   TO WS-FIND-CUST-ID.
           PERFORM 1500-FIND-CUSTOMER.
           IF WS-FOUND
               PERFORM 1310-SCORE-PRODUCT
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF RA-DSDS-ACCT
                   PERFORM 1320-TABLE-ACCOUNT
               END-IF
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1300-LOAD-ACCOUNT-EXIT.
           EXIT.

       1310-SCORE-PRODUCT.
           IF WS-PR-SYSTEM (WS-PR-IDX) = RA-SYSTEM
              AND (WS-PR-BANK-NO (WS-PR-IDX) = ZERO
                   OR WS-PR-BANK-NO (WS-PR-IDX) = RA-BANK-NO)
              AND (WS-PR-ACCT-ID (WS-PR-IDX) = ZERO
                   OR (RA-DSDS-ACCT
                       AND WS-PR-ACCT-ID (WS-PR-IDX) = RA-ACCT-ID))
              AND WS-PR-POINTS (WS-PR-IDX) >
                  WS-CU-PRODUCT-PTS (WS-CU-IDX)
               MOVE WS-PR-POINTS (WS-PR-IDX)
                   TO WS-CU-PRODUCT-PTS (WS-CU-IDX)
           END-IF.
       1310-SCORE-PRODUCT-EXIT.
           EXIT.

       1320-TABLE-ACCOUNT.
           IF WS-AC-COUNT NOT < 10000
               ADD 1 TO WS-AC-OVERFLOW
           ELSE
               ADD 1 TO WS-AC-COUNT
               MOVE RA-BANK-NO TO WS-AC-BANK-NO (WS-AC-COUNT)
               MOVE RA-ACCT-ID TO WS-AC-ACCT-ID (WS-AC-COUNT)
               MOVE RA-ACCT-NO TO WS-AC-ACCT-NO (WS-AC-COUNT)
               MOVE WS-CU-IDX  TO WS-AC-CU-IDX (WS-AC-COUNT)
           END-IF.
       1320-TABLE-ACCOUNT-EXIT.
           EXIT.

      * Finds WS-FIND-CUST-BANK/WS-FIND-CUST-ID in the customer
      * table.
       1500-FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1510-SCAN-CUSTOMER
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CU-IDX
           END-IF.
       1500-FIND-CUSTOMER-EXIT.
           EXIT.

       1510-SCAN-CUSTOMER.
           IF WS-CU-CUST-BANK (WS-CU-IDX) = WS-FIND-CUST-BANK
              AND WS-CU-CUST-ID (WS-CU-IDX) = WS-FIND-CUST-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1510-SCAN-CUSTOMER-EXIT.
           EXIT.

      * Finds the DSDS account in WS-FIND-BANK-NO/ACCT-ID/ACCT-NO and
      * points WS-CU-IDX at its customer.
       1600-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1610-SCAN-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
               MOVE WS-AC-CU-IDX (WS-AC-IDX) TO WS-CU-IDX
           END-IF.
       1600-FIND-ACCOUNT-EXIT.
           EXIT.

       1610-SCAN-ACCOUNT.
           IF WS-AC-BANK-NO (WS-AC-IDX) = WS-FIND-BANK-NO
              AND WS-AC-ACCT-ID (WS-AC-IDX) = WS-FIND-ACCT-ID
              AND WS-AC-ACCT-NO (WS-AC-IDX) = WS-FIND-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1610-SCAN-ACCOUNT-EXIT.
           EXIT.

       2000-APPLY-CASH-DAY.
           MOVE CX-CUST-BANK TO WS-FIND-CUST-BANK.
           MOVE CX-CUST-ID   TO WS-FIND-CUST-ID.
           PERFORM 1500-FIND-CUSTOMER.
           IF WS-FOUND
               ADD CX-CASH-IN CX-CASH-OUT
                   TO WS-CU-CASH-AMT (WS-CU-IDX)
               IF CX-OVER-CTR
                   ADD 1 TO WS-CU-CTR-DAYS (WS-CU-IDX)
               END-IF
               IF CX-NEAR-MISS
                   ADD 1 TO WS-CU-NEAR-DAYS (WS-CU-IDX)
               END-IF
           END-IF.
           READ CUST-CASH-FILE
               AT END MOVE 'Y' TO WS-CASH-EOF-SW
           END-READ.
       2000-APPLY-CASH-DAY-EXIT.
           EXIT.

       2100-APPLY-TXL-ITEM.
           IF DSDSTXL-CODE = 630 OR DSDSTXL-CODE = 890
              OR DSDSTXL-ACH-STD-ENTRY-CLASS = 'IAT'
               MOVE DSDSTXL-BANK-NO TO WS-FIND-BANK-NO
               MOVE DSDSTXL-ACCT-ID TO WS-FIND-ACCT-ID
               MOVE DSDSTXL-ACCT-NO TO WS-FIND-ACCT-NO
               PERFORM 1600-FIND-ACCOUNT
               IF WS-FOUND
                   PERFORM 2110-COUNT-TXL-ITEM
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2100-APPLY-TXL-ITEM-EXIT.
           EXIT.

       2110-COUNT-TXL-ITEM.
           IF DSDSTXL-CODE = 630 OR DSDSTXL-CODE = 890
               ADD DSDSTXL-AMOUNT TO WS-CU-WIRE-AMT (WS-CU-IDX)
           END-IF.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS = 'IAT'
               ADD 1 TO WS-CU-IAT-COUNT (WS-CU-IDX)
           END-IF.
       2110-COUNT-TXL-ITEM-EXIT.
           EXIT.

      * Every case counts, open or closed; one cased on an account
      * alone counts against the account's customer.
       2200-APPLY-CASE.
           IF BC-CUST-ID NOT = ZERO
               MOVE BC-CUST-BANK TO WS-FIND-CUST-BANK
               MOVE BC-CUST-ID   TO WS-FIND-CUST-ID
               PERFORM 1500-FIND-CUSTOMER
           ELSE
               MOVE BC-BANK-NO TO WS-FIND-BANK-NO
               MOVE BC-ACCT-ID TO WS-FIND-ACCT-ID
               MOVE BC-ACCT-NO TO WS-FIND-ACCT-NO
               PERFORM 1600-FIND-ACCOUNT
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-CU-CASES (WS-CU-IDX)
               IF BC-SAR-FILED
                   ADD 1 TO WS-CU-SARS (WS-CU-IDX)
               END-IF
           END-IF.
           READ CASE-FILE
               AT END MOVE 'Y' TO WS-CASE-EOF-SW
           END-READ.
       2200-APPLY-CASE-EXIT.
           EXIT.

      * A rated customer still on the extract is tabled with its
      * master record; one no longer there goes straight through to
      * the new master as exited.
       3000-LOAD-MASTER.
           MOVE RISK-MASTER-REC TO WS-RISK-WORK.
           MOVE RW-CUST-BANK TO WS-FIND-CUST-BANK.
           MOVE RW-CUST-ID   TO WS-FIND-CUST-ID.
           PERFORM 1500-FIND-CUSTOMER.
           IF WS-FOUND
               MOVE 'Y' TO WS-CU-MASTER-SW (WS-CU-IDX)
               MOVE WS-RISK-WORK TO WS-CU-IMAGE (WS-CU-IDX)
           ELSE
               IF RW-EXITED
                   ADD 1 TO WS-TOT-EXITED-CARRIED
               ELSE
                   ADD 1 TO WS-TOT-EXITED
                   MOVE 'X' TO RW-STATUS
               END-IF
               PERFORM 4900-WRITE-MASTER
           END-IF.
           READ RISK-IN-FILE
               AT END MOVE 'Y' TO WS-MAST-EOF-SW
           END-READ.
       3000-LOAD-MASTER-EXIT.
           EXIT.

       4000-APPLY-REVIEW.
           ADD 1 TO WS-TOT-REV-READ.
           MOVE SPACES TO WS-REJECT-MSG.
           MOVE RV-REVIEW-DATE TO WS-REVIEW-DATE.
           IF WS-REVIEW-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-REVIEW-DATE
           END-IF.
           IF WS-REVIEW-DATE > WS-RUN-DATE
               MOVE 'REVIEW DATED AFTER THE RUN' TO WS-REJECT-MSG
           END-IF.
           IF RV-OPER-ID = ZERO
               MOVE 'NO OPERATOR ID' TO WS-REJECT-MSG
           END-IF.
           MOVE SPACE TO WS-RL-RATING.
           IF WS-REJECT-MSG = SPACES
               MOVE RV-CUST-BANK TO WS-FIND-CUST-BANK
               MOVE RV-CUST-ID   TO WS-FIND-CUST-ID
               PERFORM 1500-FIND-CUSTOMER
               IF NOT WS-FOUND
                   MOVE 'CUSTOMER NOT ON RELATIONSHIP EXTRACT'
                       TO WS-REJECT-MSG
               ELSE
                   IF WS-CU-MASTER-SW (WS-CU-IDX) NOT = 'Y'
                       MOVE 'CUSTOMER NOT YET RATED' TO WS-REJECT-MSG
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-MSG = SPACES
               PERFORM 4100-RECORD-REVIEW
           ELSE
               ADD 1 TO WS-TOT-REV-REJECTED
               MOVE WS-REJECT-MSG TO WS-RL-RESULT
           END-IF.
           MOVE RV-CUST-BANK   TO WS-RL-CUST-BANK.
           MOVE RV-CUST-ID     TO WS-RL-CUST-ID.
           MOVE WS-REVIEW-DATE TO WS-RL-REVIEW-DATE.
           MOVE RV-OPER-ID     TO WS-RL-OPER-ID.
           WRITE CHANGE-RPT-LINE FROM WS-REVIEW-LINE.
           READ REVIEW-FILE
               AT END MOVE 'Y' TO WS-REV-EOF-SW
           END-READ.
       4000-APPLY-REVIEW-EXIT.
           EXIT.

      * The next review date is set from this one when the customer
      * is rated.
       4100-RECORD-REVIEW.
           ADD 1 TO WS-TOT-REV-RECORDED.
           MOVE WS-CU-IMAGE (WS-CU-IDX) TO WS-RISK-WORK.
           MOVE WS-REVIEW-DATE TO RW-LAST-REVIEW-DATE.
           MOVE RV-OPER-ID     TO RW-REVIEW-OPER.
           MOVE WS-RISK-WORK TO WS-CU-IMAGE (WS-CU-IDX).
           MOVE 'Y' TO WS-CU-REVIEWED-SW (WS-CU-IDX).
           MOVE RW-RATING TO WS-RL-RATING.
           MOVE 'RECORDED' TO WS-RL-RESULT.
       4100-RECORD-REVIEW-EXIT.
           EXIT.

       4900-WRITE-MASTER.
           ADD 1 TO WS-TOT-WRITTEN.
           WRITE RISK-OUT-RECORD FROM WS-RISK-WORK.
       4900-WRITE-MASTER-EXIT.
           EXIT.

       5000-RATE-CUSTOMER.
           IF WS-CU-MASTER-SW (WS-CU-IDX) = 'Y'
               MOVE WS-CU-IMAGE (WS-CU-IDX) TO WS-RISK-WORK
           ELSE
               PERFORM 5050-NEW-RISK-RECORD
           END-IF.
           MOVE RW-RATING TO WS-OLD-RATING.
           MOVE RW-SCORE  TO WS-OLD-SCORE.
           PERFORM 5100-SCORE-FACTORS.
           EVALUATE TRUE
               WHEN WS-CU-MASTER-SW (WS-CU-IDX) NOT = 'Y'
                   ADD 1 TO WS-TOT-NEW
                   MOVE WS-NEW-RATING TO RW-RATING
                   MOVE WS-RUN-DATE   TO RW-RATED-DATE
                   PERFORM 5300-SET-FIRST-REVIEW
               WHEN WS-NEW-RATING NOT = WS-OLD-RATING
                   PERFORM 5200-CHANGE-RATING
               WHEN WS-CU-REVIEWED-SW (WS-CU-IDX) = 'Y'
                   PERFORM 5400-SCHEDULE-REVIEW
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RW-HIGH
                   ADD 1 TO WS-TOT-HIGH
               WHEN RW-MEDIUM
                   ADD 1 TO WS-TOT-MEDIUM
               WHEN OTHER
                   ADD 1 TO WS-TOT-LOW
           END-EVALUATE.
           IF RW-NEXT-REVIEW-DATE NOT = ZERO
              AND RW-NEXT-REVIEW-DATE NOT > WS-RUN-DATE
               PERFORM 5600-PRINT-DUE
           END-IF.
           PERFORM 4900-WRITE-MASTER.
       5000-RATE-CUSTOMER-EXIT.
           EXIT.

       5050-NEW-RISK-RECORD.
           MOVE SPACES TO WS-RISK-WORK.
           MOVE ZERO TO RW-SCORE RW-PRIOR-SCORE RW-RATED-DATE
                        RW-SCORED-DATE RW-LAST-REVIEW-DATE
                        RW-REVIEW-OPER RW-NEXT-REVIEW-DATE
                        RW-PRODUCT-PTS RW-CASH-PTS RW-WIRE-PTS
                        RW-IAT-PTS RW-CASE-PTS RW-AGE-PTS
                        RW-CASH-AMT RW-WIRE-AMT RW-OLDEST-OPEN.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO RW-CUST-BANK.
           MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO RW-CUST-ID.
       5050-NEW-RISK-RECORD-EXIT.
           EXIT.

      * Sets the factors, RW-SCORE and WS-NEW-RATING from the month's
      * activity.
       5100-SCORE-FACTORS.
           MOVE 'A' TO RW-STATUS.
           MOVE WS-RUN-DATE TO RW-SCORED-DATE.
           MOVE WS-CU-OLDEST-OPEN (WS-CU-IDX) TO RW-OLDEST-OPEN.
           MOVE WS-CU-CASH-AMT (WS-CU-IDX) TO RW-CASH-AMT.
           MOVE WS-CU-WIRE-AMT (WS-CU-IDX) TO RW-WIRE-AMT.
           MOVE WS-CU-PRODUCT-PTS (WS-CU-IDX) TO RW-PRODUCT-PTS.
           MOVE ZERO TO WS-PTS.
           IF WS-CU-CASH-AMT (WS-CU-IDX) NOT < WS-CASH-LIMIT
               ADD WS-CASH-PTS TO WS-PTS
           END-IF.
           IF WS-CU-CTR-DAYS (WS-CU-IDX) > ZERO
               ADD WS-CTR-PTS TO WS-PTS
           END-IF.
           IF WS-CU-NEAR-DAYS (WS-CU-IDX) > ZERO
               ADD WS-NEAR-PTS TO WS-PTS
           END-IF.
           IF WS-PTS > 999
               MOVE 999 TO WS-PTS
           END-IF.
           MOVE WS-PTS TO RW-CASH-PTS.
           MOVE ZERO TO RW-WIRE-PTS RW-IAT-PTS RW-CASE-PTS RW-AGE-PTS.
           IF WS-CU-WIRE-AMT (WS-CU-IDX) NOT < WS-WIRE-LIMIT
               MOVE WS-WIRE-PTS TO RW-WIRE-PTS
           END-IF.
           IF WS-CU-IAT-COUNT (WS-CU-IDX) > ZERO
               MOVE WS-IAT-PTS TO RW-IAT-PTS
           END-IF.
           IF WS-CU-SARS (WS-CU-IDX) > ZERO
               MOVE WS-SAR-PTS TO RW-CASE-PTS
           ELSE
               IF WS-CU-CASES (WS-CU-IDX) > ZERO
                   MOVE WS-CASE-PTS TO RW-CASE-PTS
               END-IF
           END-IF.
           IF RW-OLDEST-OPEN NOT = ZERO
               MOVE RW-OLDEST-OPEN TO WS-WORK-DATE
               PERFORM 8500-JULIAN-TO-ABS
               COMPUTE WS-DAYS-WORK = WS-RUN-ABS - WS-ABS-DAYS
               IF WS-DAYS-WORK < WS-NEW-DAYS
                   MOVE WS-NEW-PTS TO RW-AGE-PTS
               END-IF
           END-IF.
           COMPUTE WS-PTS = RW-PRODUCT-PTS + RW-CASH-PTS
                          + RW-WIRE-PTS + RW-IAT-PTS
                          + RW-CASE-PTS + RW-AGE-PTS.
           IF WS-PTS > 999
               MOVE 999 TO WS-PTS
           END-IF.
           MOVE WS-PTS TO RW-SCORE.
           EVALUATE TRUE
               WHEN RW-SCORE NOT < WS-HIGH-SCORE
                   MOVE 'H' TO WS-NEW-RATING
               WHEN RW-SCORE NOT < WS-MEDIUM-SCORE
                   MOVE 'M' TO WS-NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-NEW-RATING
           END-EVALUATE.
       5100-SCORE-FACTORS-EXIT.
           EXIT.

      * A rating that goes up is due for review now; one that comes
      * down keeps its cycle from the last review.
       5200-CHANGE-RATING.
           MOVE WS-OLD-RATING TO RW-PRIOR-RATING.
           MOVE WS-OLD-SCORE  TO RW-PRIOR-SCORE.
           MOVE WS-NEW-RATING TO RW-RATING.
           MOVE WS-RUN-DATE   TO RW-RATED-DATE.
           IF RW-HIGH
              OR (RW-MEDIUM AND WS-OLD-RATING = 'L')
               ADD 1 TO WS-TOT-RAISED
               MOVE 'RAISED' TO WS-CG-DIRECTION
               MOVE WS-RUN-DATE TO RW-NEXT-REVIEW-DATE
           ELSE
               ADD 1 TO WS-TOT-LOWERED
               MOVE 'LOWERED' TO WS-CG-DIRECTION
               PERFORM 5400-SCHEDULE-REVIEW
           END-IF.
           PERFORM 5500-PRINT-CHANGE.
       5200-CHANGE-RATING-EXIT.
           EXIT.

      * Onboarding counts as the first review: the next falls one
      * cycle after the oldest account opened, or now if that date
      * has passed or is not known.
       5300-SET-FIRST-REVIEW.
           MOVE ZERO TO RW-NEXT-REVIEW-DATE.
           IF NOT RW-LOW
               MOVE WS-RUN-DATE TO RW-NEXT-REVIEW-DATE
               IF RW-OLDEST-OPEN NOT = ZERO
                   MOVE RW-OLDEST-OPEN TO WS-WORK-DATE
                   PERFORM 5410-ADD-CYCLE
                   IF WS-WORK-DATE > WS-RUN-DATE
                       MOVE WS-WORK-DATE TO RW-NEXT-REVIEW-DATE
                   END-IF
               END-IF
           END-IF.
       5300-SET-FIRST-REVIEW-EXIT.
           EXIT.

      * One cycle on from the last review; due now if there has not
      * been one.  A low customer has no scheduled review.
       5400-SCHEDULE-REVIEW.
           EVALUATE TRUE
               WHEN RW-LOW
                   MOVE ZERO TO RW-NEXT-REVIEW-DATE
               WHEN RW-LAST-REVIEW-DATE = ZERO
                   MOVE WS-RUN-DATE TO RW-NEXT-REVIEW-DATE
               WHEN OTHER
                   MOVE RW-LAST-REVIEW-DATE TO WS-WORK-DATE
                   PERFORM 5410-ADD-CYCLE
                   MOVE WS-WORK-DATE TO RW-NEXT-REVIEW-DATE
           END-EVALUATE.
       5400-SCHEDULE-REVIEW-EXIT.
           EXIT.

       5410-ADD-CYCLE.
           IF RW-HIGH
               MOVE WS-HIGH-CYCLE TO WS-ADD-DAYS
           ELSE
               MOVE WS-MEDIUM-CYCLE TO WS-ADD-DAYS
           END-IF.
           PERFORM 8600-ADD-DAYS.
       5410-ADD-CYCLE-EXIT.
           EXIT.

       5500-PRINT-CHANGE.
           MOVE RW-CUST-BANK        TO WS-CG-CUST-BANK.
           MOVE RW-CUST-ID          TO WS-CG-CUST-ID.
           MOVE RW-PRIOR-RATING     TO WS-CG-OLD-RATING.
           MOVE RW-PRIOR-SCORE      TO WS-CG-OLD-SCORE.
           MOVE RW-RATING           TO WS-CG-NEW-RATING.
           MOVE RW-SCORE            TO WS-CG-NEW-SCORE.
           PERFORM 5700-LOAD-FACTORS.
           MOVE SPACES TO WS-CG-FACTORS.
           PERFORM 5510-MOVE-CHANGE-FACTOR
               VARYING WS-FW-IDX FROM 1 BY 1
               UNTIL WS-FW-IDX > 6.
           MOVE RW-CASH-AMT         TO WS-CG-CASH-AMT.
           MOVE RW-WIRE-AMT         TO WS-CG-WIRE-AMT.
           MOVE RW-NEXT-REVIEW-DATE TO WS-CG-NEXT-REVIEW.
           WRITE CHANGE-RPT-LINE FROM WS-CHANGE-LINE.
       5500-PRINT-CHANGE-EXIT.
           EXIT.

       5510-MOVE-CHANGE-FACTOR.
           MOVE WS-FW-PTS (WS-FW-IDX) TO WS-CG-PTS (WS-FW-IDX).
       5510-MOVE-CHANGE-FACTOR-EXIT.
           EXIT.

       5600-PRINT-DUE.
           ADD 1 TO WS-TOT-DUE.
           IF RW-HIGH
               ADD 1 TO WS-TOT-DUE-HIGH
           END-IF.
           EVALUATE TRUE
               WHEN RW-LAST-REVIEW-DATE = ZERO
                   ADD 1 TO WS-TOT-DUE-NEVER
                   MOVE 'NEVER REVIEWED' TO WS-DL-REASON
               WHEN RW-RATED-DATE > RW-LAST-REVIEW-DATE
                   MOVE 'RATED SINCE REVIEW' TO WS-DL-REASON
               WHEN OTHER
                   MOVE 'REVIEW CYCLE' TO WS-DL-REASON
           END-EVALUATE.
           MOVE RW-NEXT-REVIEW-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-ABS.
           COMPUTE WS-DAYS-WORK = WS-RUN-ABS - WS-ABS-DAYS.
           MOVE RW-CUST-BANK        TO WS-DL-CUST-BANK.
           MOVE RW-CUST-ID          TO WS-DL-CUST-ID.
           MOVE RW-RATING           TO WS-DL-RATING.
           MOVE RW-SCORE            TO WS-DL-SCORE.
           MOVE RW-RATED-DATE       TO WS-DL-RATED-DATE.
           MOVE RW-LAST-REVIEW-DATE TO WS-DL-LAST-REVIEW.
           MOVE RW-NEXT-REVIEW-DATE TO WS-DL-NEXT-REVIEW.
           MOVE WS-DAYS-WORK        TO WS-DL-DAYS-OVER.
           MOVE RW-REVIEW-OPER      TO WS-DL-REVIEW-OPER.
           PERFORM 5700-LOAD-FACTORS.
           MOVE SPACES TO WS-DL-FACTORS.
           PERFORM 5610-MOVE-DUE-FACTOR
               VARYING WS-FW-IDX FROM 1 BY 1
               UNTIL WS-FW-IDX > 6.
           WRITE DUE-RPT-LINE FROM WS-DUE-LINE.
       5600-PRINT-DUE-EXIT.
           EXIT.

       5610-MOVE-DUE-FACTOR.
           MOVE WS-FW-PTS (WS-FW-IDX) TO WS-DL-PTS (WS-FW-IDX).
       5610-MOVE-DUE-FACTOR-EXIT.
           EXIT.

       5700-LOAD-FACTORS.
           MOVE RW-PRODUCT-PTS TO WS-FW-PTS (1).
           MOVE RW-CASH-PTS    TO WS-FW-PTS (2).
           MOVE RW-WIRE-PTS    TO WS-FW-PTS (3).
           MOVE RW-IAT-PTS     TO WS-FW-PTS (4).
           MOVE RW-CASE-PTS    TO WS-FW-PTS (5).
           MOVE RW-AGE-PTS     TO WS-FW-PTS (6).
       5700-LOAD-FACTORS-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO CHANGE-RPT-LINE.
           WRITE CHANGE-RPT-LINE.
           MOVE 'CUSTOMERS ON RELATIONSHIP EXTRACT' TO WS-TL-LABEL.
           MOVE WS-TOT-CUSTOMERS TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS RATED HIGH' TO WS-TL-LABEL.
           MOVE WS-TOT-HIGH TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS RATED MEDIUM' TO WS-TL-LABEL.
           MOVE WS-TOT-MEDIUM TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS RATED LOW' TO WS-TL-LABEL.
           MOVE WS-TOT-LOW TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS RATED FOR THE FIRST TIME' TO WS-TL-LABEL.
           MOVE WS-TOT-NEW TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RATINGS RAISED' TO WS-TL-LABEL.
           MOVE WS-TOT-RAISED TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RATINGS LOWERED' TO WS-TL-LABEL.
           MOVE WS-TOT-LOWERED TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS EXITED THIS RUN' TO WS-TL-LABEL.
           MOVE WS-TOT-EXITED TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXITED CUSTOMERS CARRIED' TO WS-TL-LABEL.
           MOVE WS-TOT-EXITED-CARRIED TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REVIEWS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-REV-READ TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REVIEWS RECORDED' TO WS-TL-LABEL.
           MOVE WS-TOT-REV-RECORDED TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REVIEWS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-REV-REJECTED TO WS-TL-COUNT.
           WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-CU-OVERFLOW > ZERO
               MOVE 'CUSTOMERS NOT RATED - TABLE FULL' TO WS-TL-LABEL
               MOVE WS-CU-OVERFLOW TO WS-TL-COUNT
               WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-AC-OVERFLOW > ZERO
               MOVE 'ACCOUNTS NOT TABLED - TABLE FULL' TO WS-TL-LABEL
               MOVE WS-AC-OVERFLOW TO WS-TL-COUNT
               WRITE CHANGE-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           MOVE SPACES TO DUE-RPT-LINE.
           WRITE DUE-RPT-LINE.
           MOVE 'CUSTOMERS DUE FOR REVIEW' TO WS-TL-LABEL.
           MOVE WS-TOT-DUE TO WS-TL-COUNT.
           WRITE DUE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DUE AND RATED HIGH' TO WS-TL-LABEL.
           MOVE WS-TOT-DUE-HIGH TO WS-TL-COUNT.
           WRITE DUE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DUE AND NEVER REVIEWED' TO WS-TL-LABEL.
           MOVE WS-TOT-DUE-NEVER TO WS-TL-COUNT.
           WRITE DUE-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      * WS-WORK-DATE (YYYYDDD) to days since the start of 1900.
       8500-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 8510-ADD-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-WORK-YEAR.
           ADD WS-WORK-DAY TO WS-ABS-DAYS.
       8500-JULIAN-TO-ABS-EXIT.
           EXIT.

       8510-ADD-YEAR-DAYS.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-ABS-DAYS.
           ADD 1 TO WS-EPOCH-YR.
       8510-ADD-YEAR-DAYS-EXIT.
           EXIT.

       8520-SET-DAYS-IN-YEAR.
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
       8520-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

      * Moves WS-WORK-DATE forward WS-ADD-DAYS days, carrying into
      * the following year as often as needed.
       8600-ADD-DAYS.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           COMPUTE WS-DUE-DAY = WS-WORK-DAY + WS-ADD-DAYS.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           PERFORM 8610-CARRY-YEAR
               UNTIL WS-DUE-DAY NOT > WS-DAYS-IN-YEAR.
           MOVE WS-EPOCH-YR TO WS-WORK-YEAR.
           MOVE WS-DUE-DAY  TO WS-WORK-DAY.
       8600-ADD-DAYS-EXIT.
           EXIT.

       8610-CARRY-YEAR.
           SUBTRACT WS-DAYS-IN-YEAR FROM WS-DUE-DAY.
           ADD 1 TO WS-EPOCH-YR.
           PERFORM 8520-SET-DAYS-IN-YEAR.
       8610-CARRY-YEAR-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RISK-PARM-FILE
                 PRODUCT-FILE
                 REL-EXTRACT-FILE
                 REL-ACCOUNT-FILE
                 CUST-CASH-FILE
                 DSDS-TXL-FILE
                 CASE-FILE
                 RISK-IN-FILE
                 REVIEW-FILE
                 RISK-OUT-FILE
                 CHANGE-RPT
                 DUE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
