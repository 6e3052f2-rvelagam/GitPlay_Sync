       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDR347.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDR347 is the monthly account and customer profitability
      * report.  DSDR312 shows fee income by officer; this run works
      * out what each account actually earned the bank for the
      * month and rolls it up to the customer and to the analysis
      * officer.
      *
      * Every NOW-ACCT-HEADER-RECORD (see DSDSODB) on NOWHDR is an
      * account.  Its bank's pricing comes from BCF-CONTENTS-03 (see
      * DSDSCOLE), the same fields DSDR320's analysis uses.
      *
      * Revenue:
      *
      *  - fee income -- the month's generated-fee transactions
      *    (FEETXN, the DSDS-TRANSACTION-LONG input DSDS155 posts
      *    from) that GLMAP maps to an income account, i.e. exactly
      *    what DSDS155 put on the GL extract, taken back to the
      *    account.  The income credits on the month's GLEXTR are
      *    totalled per bank and printed against the amounts
      *    attributed to accounts so the two can be tied;
      *  - balance earnings -- NAH-AVG-COL-BALANCE less
      *    FED-RESERVE-REQMNT, at UST-BILL-RATE for one month.
      *
      * Costs:
      *
      *  - interest paid -- the month's movement in
      *    NAH-INT-PAID-YTD against last month's figure, carried
      *    from PRFINTI to PRFINTO; in a new year, or for an account
      *    not carried, the whole year-to-date figure;
      *  - item processing -- the month's DSDSTXL volumes at
      *    DEPOSIT-ITEM-COST, DEBIT-ITEM-COST and CREDIT-ITEM-COST,
      *    counted the way DSDR320 counts them;
      *  - MAINTENANCE-COST for the month.
      *
      * The officer is SCH-SC-ANAL-OFFICER from the account's
      * PD-SC-STMT-HDR (see DSDSSCT) on SCSTMTHD; the customer is
      * the account's owner on CIFB102's RELACCT.  PRFACCT gets one
      * record per account with the figures.  PRFRPT shows the fee
      * tie-out, the officer roll-up, customers ranked by net profit
      * (as many as the rank limit in PRFPARM, 50 when zero) and
      * every loss-making relationship, worst first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRF-PARM-FILE      ASSIGN TO PRFPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-MAP-FILE        ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-INT-FILE     ASSIGN TO PRFINTI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-HDR-FILE       ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SC-STMT-HDR-FILE   ASSIGN TO SCSTMTHD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-TXN-FILE       ASSIGN TO FEETXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT-FILE    ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-INT-OUT      ASSIGN TO PRFINTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRF-ACCT-FILE      ASSIGN TO PRFACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRF-RPT            ASSIGN TO PRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRF-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRF-PARM-REC.
           05  PP-RUN-DATE             PIC 9(7).
           05  PP-RANK-LIMIT           PIC 9(5).
           05  FILLER                  PIC X(68).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  GL-MAP-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  GL-MAP-REC.
           05  GM-BANK-NO              PIC 99.
           05  GM-TX-CODE              PIC 9(3).
           05  GM-SC-TYPE              PIC 9.
           05  GM-INCOME-GL-ACCT       PIC 9(10).
           05  GM-OFFSET-GL-ACCT       PIC 9(10).

       FD  PRIOR-INT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PRIOR-INT-REC.
           05  PI-BANK-NO              PIC 99.
           05  PI-ACCT-ID              PIC 9(3).
           05  PI-ACCT-NO              PIC 9(9).
           05  PI-INT-PAID-YTD         PIC S9(7)V99.
           05  PI-PROC-DATE            PIC 9(7).
           05  FILLER                  PIC X(10).

       FD  NOW-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  SC-STMT-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-SC-STMT-HDR.
           COPY DSDSSCT.

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  FEE-TXN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==FEE-TRANSACTION==
               LEADING ==DSDSTXL== BY ==FETXL==.

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

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  PRIOR-INT-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01  PRIOR-INT-OUT-REC           PIC X(40).

       FD  PRF-ACCT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  PRF-ACCT-REC.
           05  PA-BANK-NO              PIC 99.
           05  PA-ACCT-ID              PIC 9(3).
           05  PA-ACCT-NO              PIC 9(9).
           05  PA-CUST-BANK            PIC 9(3).
           05  PA-CUST-ID              PIC 9(9).
           05  PA-OFFICER              PIC X(20).
           05  PA-AVG-COL-BALANCE      PIC S9(9).
           05  PA-BAL-EARNINGS         PIC S9(7)V99.
           05  PA-FEE-INCOME           PIC S9(7)V99.
           05  PA-INT-PAID             PIC S9(7)V99.
           05  PA-ITEM-COST            PIC S9(7)V99.
           05  PA-MAINT-COST           PIC S9(5)V99.
           05  PA-NET-PROFIT           PIC S9(7)V99.
           05  PA-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(16).

       FD  PRF-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRF-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-MAP-EOF-SW           PIC X          VALUE 'N'.
               88  WS-MAP-EOF                         VALUE 'Y'.
           05  WS-PRI-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PRI-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-SCH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SCH-EOF                         VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-FEE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FEE-EOF                         VALUE 'Y'.
           05  WS-GLX-EOF-SW           PIC X          VALUE 'N'.
               88  WS-GLX-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-MORE-SW              PIC X          VALUE 'N'.
               88  WS-MORE                            VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-GM-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-GM-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PR-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PR-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-BEST              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OF-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OF-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RANK                 PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Pricing for each bank on the BCF.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 100 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-RESERVE       PIC SV9(5)     COMP-3.
               10  WS-BK-BILL-RATE     PIC SV9(5)     COMP-3.
               10  WS-BK-MAINT-COST    PIC S99V999    COMP-3.
               10  WS-BK-DEP-ITEM-COST PIC SV9(5)     COMP-3.
               10  WS-BK-DEB-ITEM-COST PIC SV9(5)     COMP-3.
               10  WS-BK-CRD-ITEM-COST PIC SV9(5)     COMP-3.
               10  WS-BK-GL-INCOME     PIC S9(13)V99  COMP-3.
               10  WS-BK-FEE-ACCOUNTS  PIC S9(13)V99  COMP-3.
               10  WS-BK-FEE-NO-ACCT   PIC S9(13)V99  COMP-3.

       01  WS-GL-MAP-TABLE.
           05  WS-GM-ENTRY             OCCURS 500 TIMES.
               10  WS-GM-BANK-NO       PIC 99.
               10  WS-GM-TX-CODE       PIC 9(3).
               10  WS-GM-SC-TYPE       PIC 9.
               10  WS-GM-INCOME-ACCT   PIC 9(10).

      * Last month's interest paid year-to-date, from PRFINTI.
       01  WS-PRIOR-TABLE.
           05  WS-PR-ENTRY             OCCURS 20000 TIMES.
               10  WS-PR-BANK-NO       PIC 99.
               10  WS-PR-ACCT-ID       PIC 9(3).
               10  WS-PR-ACCT-NO       PIC 9(9).
               10  WS-PR-INT-PAID-YTD  PIC S9(7)V99   COMP-3.
               10  WS-PR-PROC-DATE     PIC 9(7).

      * One entry per account on NOWHDR.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY             OCCURS 20000 TIMES.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-ACCT-ID       PIC 9(3).
               10  WS-AC-ACCT-NO       PIC 9(9).
               10  WS-AC-BK-IDX        PIC S9(4)      COMP SYNC.
               10  WS-AC-AVG-COL-BAL   PIC S9(9)      COMP-3.
               10  WS-AC-INT-PAID-YTD  PIC S9(7)V99   COMP-3.
               10  WS-AC-INT-PAID      PIC S9(7)V99   COMP-3.
               10  WS-AC-PROC-DATE     PIC 9(7).
               10  WS-AC-OFFICER       PIC X(20).
               10  WS-AC-CUST-BANK     PIC 9(3).
               10  WS-AC-CUST-ID       PIC 9(9).
               10  WS-AC-FEE-INCOME    PIC S9(7)V99   COMP-3.
               10  WS-AC-CREDIT-ITEMS  PIC S9(7)      COMP-3.
               10  WS-AC-DEBIT-ITEMS   PIC S9(7)      COMP-3.
               10  WS-AC-DEPOSIT-ITEMS PIC S9(7)      COMP-3.

      * Customer and officer roll-ups.
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY             OCCURS 20000 TIMES.
               10  WS-CU-CUST-BANK     PIC 9(3).
               10  WS-CU-CUST-ID       PIC 9(9).
               10  WS-CU-ACCOUNTS      PIC S9(5)      COMP-3.
               10  WS-CU-EARNINGS      PIC S9(11)V99  COMP-3.
               10  WS-CU-FEES          PIC S9(11)V99  COMP-3.
               10  WS-CU-INTEREST      PIC S9(11)V99  COMP-3.
               10  WS-CU-PROCESSING    PIC S9(11)V99  COMP-3.
               10  WS-CU-NET           PIC S9(11)V99  COMP-3.
               10  WS-CU-LISTED-SW     PIC X.

       01  WS-OFFICER-TABLE.
           05  WS-OF-ENTRY             OCCURS 500 TIMES.
               10  WS-OF-OFFICER       PIC X(20).
               10  WS-OF-ACCOUNTS      PIC S9(5)      COMP-3.
               10  WS-OF-EARNINGS      PIC S9(11)V99  COMP-3.
               10  WS-OF-FEES          PIC S9(11)V99  COMP-3.
               10  WS-OF-INTEREST      PIC S9(11)V99  COMP-3.
               10  WS-OF-PROCESSING    PIC S9(11)V99  COMP-3.
               10  WS-OF-NET           PIC S9(11)V99  COMP-3.

       01  WS-PRIOR-INT-WORK.
           05  WS-PW-BANK-NO           PIC 99.
           05  WS-PW-ACCT-ID           PIC 9(3).
           05  WS-PW-ACCT-NO           PIC 9(9).
           05  WS-PW-INT-PAID-YTD      PIC S9(7)V99.
           05  WS-PW-PROC-DATE         PIC 9(7).
           05  FILLER                  PIC X(10)      VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-PRIOR-YEAR           PIC 9(4).

       01  WS-CALC-FIELDS.
           05  WS-INVESTABLE-BAL       PIC S9(11)V99  COMP-3.
           05  WS-EARNINGS             PIC S9(9)V99   COMP-3.
           05  WS-FEES                 PIC S9(9)V99   COMP-3.
           05  WS-INTEREST             PIC S9(9)V99   COMP-3.
           05  WS-ITEM-COST            PIC S9(9)V99   COMP-3.
           05  WS-MAINT-COST           PIC S9(7)V99   COMP-3.
           05  WS-PROCESSING           PIC S9(9)V99   COMP-3.
           05  WS-NET                  PIC S9(9)V99   COMP-3.
           05  WS-FEE-AMT              PIC S9(11)V99  COMP-3.
           05  WS-BEST-NET             PIC S9(11)V99  COMP-3.

       01  WS-FIND-BANK-NO             PIC 99         VALUE ZERO.
       01  WS-FIND-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-FIND-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-OFFICER                  PIC X(20)      VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RANK-LIMIT               PIC 9(5)       VALUE 50.

       01  WS-TOT-NOW-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NOW-DUPLICATE        PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NO-PRICING           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NO-PRIOR             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NEW-YEAR             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NO-CUSTOMER          PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NO-OFFICER           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-FEE-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-FEE-UNMAPPED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-FEE-NO-ACCT          PIC 9(7)       VALUE ZERO.
       01  WS-TOT-GLX-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-TXL-READ             PIC 9(9)       VALUE ZERO.
       01  WS-TOT-WRITTEN              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-LOSS-CUSTOMERS       PIC 9(7)       VALUE ZERO.
       01  WS-TOT-EARNINGS             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-FEES                 PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-INTEREST             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-PROCESSING           PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-NET                  PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-BK-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-GM-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-PR-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-AC-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-CU-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-OF-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDR347 - MONTHLY PROFITABILITY'.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-SECTION-HDG.
           05  WS-SH-TEXT              PIC X(60).
           05  FILLER                  PIC X(72)      VALUE SPACES.

       01  WS-RECON-HDG.
           05  FILLER                  PIC X(6)       VALUE 'BANK'.
           05  FILLER                  PIC X(20)      VALUE
               '    GL INCOME POSTED'.
           05  FILLER                  PIC X(20)      VALUE
               '  ON PRICED ACCOUNTS'.
           05  FILLER                  PIC X(20)      VALUE
               '   NO PRICED ACCOUNT'.
           05  FILLER                  PIC X(66)      VALUE
               '          DIFFERENCE'.

       01  WS-RECON-LINE.
           05  WS-RL-BANK-NO           PIC Z9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-RL-GL-INCOME         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-RL-ATTRIBUTED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-RL-NO-ACCOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-RL-DIFFERENCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(49)      VALUE SPACES.

       01  WS-DIFFERENCE               PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-PROFIT-HDG.
           05  WS-PH-KEY               PIC X(28).
           05  FILLER                  PIC X(6)       VALUE ' ACCTS'.
           05  FILLER                  PIC X(16)      VALUE
               '  BAL EARNINGS'.
           05  FILLER                  PIC X(16)      VALUE
               '    FEE INCOME'.
           05  FILLER                  PIC X(16)      VALUE
               '  INTEREST PAID'.
           05  FILLER                  PIC X(16)      VALUE
               '     PROCESSING'.
           05  FILLER                  PIC X(34)      VALUE
               '     NET PROFIT'.

       01  WS-PROFIT-LINE.
           05  WS-PL-KEY.
               10  WS-PL-RANK          PIC ZZ,ZZ9.
               10  FILLER              PIC X(2).
               10  WS-PL-CUST-BANK     PIC 999.
               10  WS-PL-SLASH         PIC X.
               10  WS-PL-CUST-ID       PIC 9(9).
               10  FILLER              PIC X(7).
           05  WS-PL-OFFICER-KEY REDEFINES WS-PL-KEY.
               10  WS-PL-OFFICER       PIC X(20).
               10  FILLER              PIC X(8).
           05  WS-PL-ACCOUNTS          PIC ZZ,ZZ9.
           05  WS-PL-EARNINGS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PL-FEES              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PL-INTEREST          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PL-PROCESSING        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PL-NET               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(19)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(60)      VALUE SPACES.

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
           MOVE 'DSDR347 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUM-FEE
               UNTIL WS-FEE-EOF.
           PERFORM 2100-ACCUM-GL-INCOME
               UNTIL WS-GLX-EOF.
           PERFORM 2200-ACCUM-ACTIVITY
               UNTIL WS-TXL-EOF.
           PERFORM 3000-PROFIT-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.
           PERFORM 4000-PRINT-RECONCILIATION.
           PERFORM 5000-PRINT-OFFICERS.
           PERFORM 6000-RANK-CUSTOMERS.
           PERFORM 7000-LIST-LOSSES.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN = WS-TOT-NOW-READ
                                  + WS-TOT-FEE-READ
                                  + WS-TOT-TXL-READ.
           MOVE WS-TOT-WRITTEN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-BK-OVERFLOW > ZERO
              OR WS-GM-OVERFLOW > ZERO
              OR WS-PR-OVERFLOW > ZERO
              OR WS-AC-OVERFLOW > ZERO
              OR WS-CU-OVERFLOW > ZERO
              OR WS-OF-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PRF-PARM-FILE
                       BCF-FILE
                       GL-MAP-FILE
                       PRIOR-INT-FILE
                       NOW-HDR-FILE
                       SC-STMT-HDR-FILE
                       REL-ACCOUNT-FILE
                       FEE-TXN-FILE
                       GL-EXTRACT-FILE
                       DSDS-TXL-FILE
                OUTPUT PRIOR-INT-OUT
                       PRF-ACCT-FILE
                       PRF-RPT.
           READ PRF-PARM-FILE.
           MOVE PP-RUN-DATE TO WS-RUN-DATE.
           IF PP-RANK-LIMIT NOT = ZERO
               MOVE PP-RANK-LIMIT TO WS-RANK-LIMIT
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE PRF-RPT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK
               UNTIL WS-BCF-EOF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-GL-MAP
               UNTIL WS-MAP-EOF.
           READ PRIOR-INT-FILE
               AT END MOVE 'Y' TO WS-PRI-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-PRIOR
               UNTIL WS-PRI-EOF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-ACCOUNT
               UNTIL WS-NOW-EOF.
           READ SC-STMT-HDR-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SW
           END-READ.
           PERFORM 1500-APPLY-OFFICER
               UNTIL WS-SCH-EOF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
           PERFORM 1600-APPLY-CUSTOMER
               UNTIL WS-RA-EOF.
           READ FEE-TXN-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-GLX-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK.
           IF BCF-DSD-REC
               IF WS-BK-COUNT < 100
                   ADD 1 TO WS-BK-COUNT
                   MOVE WS-BK-COUNT TO WS-BK-IDX
                   MOVE BCF-BANK-NO TO WS-BK-BANK-NO (WS-BK-IDX)
                   MOVE FED-RESERVE-REQMNT
                       TO WS-BK-RESERVE (WS-BK-IDX)
                   MOVE UST-BILL-RATE
                       TO WS-BK-BILL-RATE (WS-BK-IDX)
                   MOVE MAINTENANCE-COST
                       TO WS-BK-MAINT-COST (WS-BK-IDX)
                   MOVE DEPOSIT-ITEM-COST
                       TO WS-BK-DEP-ITEM-COST (WS-BK-IDX)
                   MOVE DEBIT-ITEM-COST
                       TO WS-BK-DEB-ITEM-COST (WS-BK-IDX)
                   MOVE CREDIT-ITEM-COST
                       TO WS-BK-CRD-ITEM-COST (WS-BK-IDX)
                   MOVE ZERO TO WS-BK-GL-INCOME (WS-BK-IDX)
                                WS-BK-FEE-ACCOUNTS (WS-BK-IDX)
                                WS-BK-FEE-NO-ACCT (WS-BK-IDX)
               ELSE
                   ADD 1 TO WS-BK-OVERFLOW
               END-IF
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1100-LOAD-BANK-EXIT.
           EXIT.

       1200-LOAD-GL-MAP.
           IF WS-GM-COUNT < 500
               ADD 1 TO WS-GM-COUNT
               MOVE WS-GM-COUNT TO WS-GM-IDX
               MOVE GM-BANK-NO        TO WS-GM-BANK-NO (WS-GM-IDX)
               MOVE GM-TX-CODE        TO WS-GM-TX-CODE (WS-GM-IDX)
               MOVE GM-SC-TYPE        TO WS-GM-SC-TYPE (WS-GM-IDX)
               MOVE GM-INCOME-GL-ACCT
                   TO WS-GM-INCOME-ACCT (WS-GM-IDX)
           ELSE
               ADD 1 TO WS-GM-OVERFLOW
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
       1200-LOAD-GL-MAP-EXIT.
           EXIT.

       1300-LOAD-PRIOR.
           IF WS-PR-COUNT < 20000
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-IDX
               MOVE PI-BANK-NO TO WS-PR-BANK-NO (WS-PR-IDX)
               MOVE PI-ACCT-ID TO WS-PR-ACCT-ID (WS-PR-IDX)
               MOVE PI-ACCT-NO TO WS-PR-ACCT-NO (WS-PR-IDX)
               MOVE PI-INT-PAID-YTD
                   TO WS-PR-INT-PAID-YTD (WS-PR-IDX)
               MOVE PI-PROC-DATE TO WS-PR-PROC-DATE (WS-PR-IDX)
           ELSE
               ADD 1 TO WS-PR-OVERFLOW
           END-IF.
           READ PRIOR-INT-FILE
               AT END MOVE 'Y' TO WS-PRI-EOF-SW
           END-READ.
       1300-LOAD-PRIOR-EXIT.
           EXIT.

       1400-LOAD-ACCOUNT.
           ADD 1 TO WS-TOT-NOW-READ.
           MOVE NAH-BANK-NO TO WS-FIND-BANK-NO.
           MOVE NAH-ACCT-ID TO WS-FIND-ACCT-ID.
           MOVE NAH-ACCT-NO TO WS-FIND-ACCT-NO.
           PERFORM 8100-FIND-ACCOUNT.
           IF WS-FOUND
               ADD 1 TO WS-TOT-NOW-DUPLICATE
           ELSE
               IF WS-AC-COUNT < 20000
                   PERFORM 1410-ADD-ACCOUNT
               ELSE
                   ADD 1 TO WS-AC-OVERFLOW
               END-IF
           END-IF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1400-LOAD-ACCOUNT-EXIT.
           EXIT.

       1410-ADD-ACCOUNT.
           ADD 1 TO WS-AC-COUNT.
           MOVE WS-AC-COUNT TO WS-AC-IDX.
           MOVE NAH-BANK-NO TO WS-AC-BANK-NO (WS-AC-IDX).
           MOVE NAH-ACCT-ID TO WS-AC-ACCT-ID (WS-AC-IDX).
           MOVE NAH-ACCT-NO TO WS-AC-ACCT-NO (WS-AC-IDX).
           MOVE NAH-AVG-COL-BALANCE TO WS-AC-AVG-COL-BAL (WS-AC-IDX).
           MOVE NAH-INT-PAID-YTD TO WS-AC-INT-PAID-YTD (WS-AC-IDX).
           MOVE NAH-CURR-PROC-DT TO WS-AC-PROC-DATE (WS-AC-IDX).
           MOVE SPACES TO WS-AC-OFFICER (WS-AC-IDX).
           MOVE ZERO TO WS-AC-CUST-BANK (WS-AC-IDX)
                        WS-AC-CUST-ID (WS-AC-IDX)
                        WS-AC-FEE-INCOME (WS-AC-IDX)
                        WS-AC-CREDIT-ITEMS (WS-AC-IDX)
                        WS-AC-DEBIT-ITEMS (WS-AC-IDX)
                        WS-AC-DEPOSIT-ITEMS (WS-AC-IDX).
           PERFORM 8200-FIND-BANK.
           IF WS-BANK-FOUND
               MOVE WS-BK-IDX TO WS-AC-BK-IDX (WS-AC-IDX)
           ELSE
               MOVE ZERO TO WS-AC-BK-IDX (WS-AC-IDX)
           END-IF.
           PERFORM 1420-INTEREST-DELTA.
       1410-ADD-ACCOUNT-EXIT.
           EXIT.

      * The month's interest is the rise in interest paid this year
      * since last month's run; across a year end, or where last
      * month has no figure, it is the whole year-to-date amount.
       1420-INTEREST-DELTA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1430-SCAN-PRIOR
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-FOUND.
           MOVE NAH-INT-PAID-YTD TO WS-AC-INT-PAID (WS-AC-IDX).
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PR-IDX
               MOVE WS-PR-PROC-DATE (WS-PR-IDX) TO WS-WORK-DATE
               MOVE WS-WORK-YEAR TO WS-PRIOR-YEAR
               MOVE WS-AC-PROC-DATE (WS-AC-IDX) TO WS-WORK-DATE
               IF WS-WORK-YEAR = WS-PRIOR-YEAR
                   COMPUTE WS-AC-INT-PAID (WS-AC-IDX) =
                       NAH-INT-PAID-YTD
                     - WS-PR-INT-PAID-YTD (WS-PR-IDX)
               ELSE
                   ADD 1 TO WS-TOT-NEW-YEAR
               END-IF
           ELSE
               ADD 1 TO WS-TOT-NO-PRIOR
           END-IF.
       1420-INTEREST-DELTA-EXIT.
           EXIT.

       1430-SCAN-PRIOR.
           IF WS-PR-BANK-NO (WS-PR-IDX) = WS-FIND-BANK-NO
              AND WS-PR-ACCT-ID (WS-PR-IDX) = WS-FIND-ACCT-ID
              AND WS-PR-ACCT-NO (WS-PR-IDX) = WS-FIND-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1430-SCAN-PRIOR-EXIT.
           EXIT.

       1500-APPLY-OFFICER.
           MOVE SCH-BANK-NO TO WS-FIND-BANK-NO.
           MOVE SCH-ACCT-ID TO WS-FIND-ACCT-ID.
           MOVE SCH-ACCT-NO TO WS-FIND-ACCT-NO.
           PERFORM 8100-FIND-ACCOUNT.
           IF WS-FOUND
               MOVE SCH-SC-ANAL-OFFICER TO WS-AC-OFFICER (WS-AC-IDX)
           END-IF.
           READ SC-STMT-HDR-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SW
           END-READ.
       1500-APPLY-OFFICER-EXIT.
           EXIT.

       1600-APPLY-CUSTOMER.
           IF RA-DSDS-ACCT
               MOVE RA-BANK-NO TO WS-FIND-BANK-NO
               MOVE RA-ACCT-ID TO WS-FIND-ACCT-ID
               MOVE RA-ACCT-NO TO WS-FIND-ACCT-NO
               PERFORM 8100-FIND-ACCOUNT
               IF WS-FOUND
                   MOVE RA-CUST-BANK TO WS-AC-CUST-BANK (WS-AC-IDX)
                   MOVE RA-CUST-ID TO WS-AC-CUST-ID (WS-AC-IDX)
               END-IF
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1600-APPLY-CUSTOMER-EXIT.
           EXIT.

      * Only a fee DSDS155 maps to an income account is revenue, and
      * it counts at the amount DSDS155 credited to income.
       2000-ACCUM-FEE.
           ADD 1 TO WS-TOT-FEE-READ.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2010-SCAN-GL-MAP
               VARYING WS-GM-IDX FROM 1 BY 1
               UNTIL WS-GM-IDX > WS-GM-COUNT OR WS-FOUND.
           IF WS-FOUND
               PERFORM 2020-ATTRIBUTE-FEE
           ELSE
               ADD 1 TO WS-TOT-FEE-UNMAPPED
           END-IF.
           READ FEE-TXN-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
       2000-ACCUM-FEE-EXIT.
           EXIT.

       2010-SCAN-GL-MAP.
           IF FETXL-BANK-NO = WS-GM-BANK-NO (WS-GM-IDX)
              AND FETXL-CODE = WS-GM-TX-CODE (WS-GM-IDX)
              AND FETXL-SC-TYPE = WS-GM-SC-TYPE (WS-GM-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2010-SCAN-GL-MAP-EXIT.
           EXIT.

       2020-ATTRIBUTE-FEE.
           IF FETXL-AMOUNT < ZERO
               COMPUTE WS-FEE-AMT = ZERO - FETXL-AMOUNT
           ELSE
               MOVE FETXL-AMOUNT TO WS-FEE-AMT
           END-IF.
           MOVE FETXL-BANK-NO TO WS-FIND-BANK-NO.
           MOVE FETXL-ACCT-ID TO WS-FIND-ACCT-ID.
           MOVE FETXL-ACCT-NO TO WS-FIND-ACCT-NO.
           PERFORM 8200-FIND-BANK.
           PERFORM 8100-FIND-ACCOUNT.
           IF WS-FOUND
               IF WS-AC-BK-IDX (WS-AC-IDX) = ZERO
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD WS-FEE-AMT TO WS-AC-FEE-INCOME (WS-AC-IDX)
               IF WS-BANK-FOUND
                   ADD WS-FEE-AMT TO WS-BK-FEE-ACCOUNTS (WS-BK-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-FEE-NO-ACCT
               IF WS-BANK-FOUND
                   ADD WS-FEE-AMT TO WS-BK-FEE-NO-ACCT (WS-BK-IDX)
               END-IF
           END-IF.
       2020-ATTRIBUTE-FEE-EXIT.
           EXIT.

       2100-ACCUM-GL-INCOME.
           ADD 1 TO WS-TOT-GLX-READ.
           IF GX-CREDIT
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2110-SCAN-INCOME-ACCT
                   VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT OR WS-FOUND
               IF WS-FOUND
                   MOVE GX-BANK-NO TO WS-FIND-BANK-NO
                   PERFORM 8200-FIND-BANK
                   IF WS-BANK-FOUND
                       ADD GX-AMOUNT TO WS-BK-GL-INCOME (WS-BK-IDX)
                   END-IF
               END-IF
           END-IF.
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-GLX-EOF-SW
           END-READ.
       2100-ACCUM-GL-INCOME-EXIT.
           EXIT.

       2110-SCAN-INCOME-ACCT.
           IF GX-BANK-NO = WS-GM-BANK-NO (WS-GM-IDX)
              AND GX-TX-CODE = WS-GM-TX-CODE (WS-GM-IDX)
              AND GX-GL-ACCT = WS-GM-INCOME-ACCT (WS-GM-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-INCOME-ACCT-EXIT.
           EXIT.

       2200-ACCUM-ACTIVITY.
           ADD 1 TO WS-TOT-TXL-READ.
           MOVE DSDSTXL-BANK-NO TO WS-FIND-BANK-NO.
           MOVE DSDSTXL-ACCT-ID TO WS-FIND-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO TO WS-FIND-ACCT-NO.
           PERFORM 8100-FIND-ACCOUNT.
           IF WS-FOUND
               IF DSDSTXL-CODE < 500
                   ADD 1 TO WS-AC-CREDIT-ITEMS (WS-AC-IDX)
                   ADD DSDSTXL-ITEM-COUNT
                       TO WS-AC-DEPOSIT-ITEMS (WS-AC-IDX)
               ELSE
                   ADD 1 TO WS-AC-DEBIT-ITEMS (WS-AC-IDX)
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2200-ACCUM-ACTIVITY-EXIT.
           EXIT.

       3000-PROFIT-ACCOUNT.
           PERFORM 3100-CARRY-INTEREST.
           IF WS-AC-BK-IDX (WS-AC-IDX) = ZERO
               ADD 1 TO WS-TOT-NO-PRICING
           ELSE
               MOVE WS-AC-BK-IDX (WS-AC-IDX) TO WS-BK-IDX
               PERFORM 3200-COMPUTE-PROFIT
               PERFORM 3300-WRITE-ACCOUNT
               PERFORM 3400-ROLL-UP-CUSTOMER
               PERFORM 3500-ROLL-UP-OFFICER
           END-IF.
       3000-PROFIT-ACCOUNT-EXIT.
           EXIT.

       3100-CARRY-INTEREST.
           MOVE WS-AC-BANK-NO (WS-AC-IDX) TO WS-PW-BANK-NO.
           MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO WS-PW-ACCT-ID.
           MOVE WS-AC-ACCT-NO (WS-AC-IDX) TO WS-PW-ACCT-NO.
           MOVE WS-AC-INT-PAID-YTD (WS-AC-IDX) TO WS-PW-INT-PAID-YTD.
           MOVE WS-AC-PROC-DATE (WS-AC-IDX) TO WS-PW-PROC-DATE.
           WRITE PRIOR-INT-OUT-REC FROM WS-PRIOR-INT-WORK.
       3100-CARRY-INTEREST-EXIT.
           EXIT.

      * Balance earnings and item costs are figured as DSDR320
      * figures the analysis earnings credit and activity charges.
       3200-COMPUTE-PROFIT.
           COMPUTE WS-INVESTABLE-BAL ROUNDED =
               WS-AC-AVG-COL-BAL (WS-AC-IDX) *
               (1 - WS-BK-RESERVE (WS-BK-IDX)).
           COMPUTE WS-EARNINGS ROUNDED =
               (WS-INVESTABLE-BAL *
                WS-BK-BILL-RATE (WS-BK-IDX)) / 12.
           MOVE WS-AC-FEE-INCOME (WS-AC-IDX) TO WS-FEES.
           MOVE WS-AC-INT-PAID (WS-AC-IDX) TO WS-INTEREST.
           COMPUTE WS-ITEM-COST ROUNDED =
               WS-AC-DEPOSIT-ITEMS (WS-AC-IDX) *
                   WS-BK-DEP-ITEM-COST (WS-BK-IDX)
             + WS-AC-DEBIT-ITEMS (WS-AC-IDX) *
                   WS-BK-DEB-ITEM-COST (WS-BK-IDX)
             + WS-AC-CREDIT-ITEMS (WS-AC-IDX) *
                   WS-BK-CRD-ITEM-COST (WS-BK-IDX).
           COMPUTE WS-MAINT-COST ROUNDED =
               WS-BK-MAINT-COST (WS-BK-IDX).
           COMPUTE WS-PROCESSING = WS-ITEM-COST + WS-MAINT-COST.
           COMPUTE WS-NET =
               WS-EARNINGS + WS-FEES - WS-INTEREST - WS-PROCESSING.
           ADD WS-EARNINGS TO WS-TOT-EARNINGS.
           ADD WS-FEES TO WS-TOT-FEES.
           ADD WS-INTEREST TO WS-TOT-INTEREST.
           ADD WS-PROCESSING TO WS-TOT-PROCESSING.
           ADD WS-NET TO WS-TOT-NET.
       3200-COMPUTE-PROFIT-EXIT.
           EXIT.

       3300-WRITE-ACCOUNT.
           MOVE SPACES TO PRF-ACCT-REC.
           MOVE WS-AC-BANK-NO (WS-AC-IDX) TO PA-BANK-NO.
           MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO PA-ACCT-ID.
           MOVE WS-AC-ACCT-NO (WS-AC-IDX) TO PA-ACCT-NO.
           MOVE WS-AC-CUST-BANK (WS-AC-IDX) TO PA-CUST-BANK.
           MOVE WS-AC-CUST-ID (WS-AC-IDX) TO PA-CUST-ID.
           MOVE WS-AC-OFFICER (WS-AC-IDX) TO PA-OFFICER.
           MOVE WS-AC-AVG-COL-BAL (WS-AC-IDX) TO PA-AVG-COL-BALANCE.
           MOVE WS-EARNINGS TO PA-BAL-EARNINGS.
           MOVE WS-FEES TO PA-FEE-INCOME.
           MOVE WS-INTEREST TO PA-INT-PAID.
           MOVE WS-ITEM-COST TO PA-ITEM-COST.
           MOVE WS-MAINT-COST TO PA-MAINT-COST.
           MOVE WS-NET TO PA-NET-PROFIT.
           MOVE WS-RUN-DATE TO PA-RUN-DATE.
           WRITE PRF-ACCT-REC.
           ADD 1 TO WS-TOT-WRITTEN.
       3300-WRITE-ACCOUNT-EXIT.
           EXIT.

       3400-ROLL-UP-CUSTOMER.
           IF WS-AC-CUST-ID (WS-AC-IDX) = ZERO
               ADD 1 TO WS-TOT-NO-CUSTOMER
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 3410-SCAN-CUSTOMER
                   VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-COUNT OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-CU-IDX
               ELSE
                   PERFORM 3420-ADD-CUSTOMER
               END-IF
               IF WS-FOUND
                   ADD 1 TO WS-CU-ACCOUNTS (WS-CU-IDX)
                   ADD WS-EARNINGS TO WS-CU-EARNINGS (WS-CU-IDX)
                   ADD WS-FEES TO WS-CU-FEES (WS-CU-IDX)
                   ADD WS-INTEREST TO WS-CU-INTEREST (WS-CU-IDX)
                   ADD WS-PROCESSING TO WS-CU-PROCESSING (WS-CU-IDX)
                   ADD WS-NET TO WS-CU-NET (WS-CU-IDX)
               END-IF
           END-IF.
       3400-ROLL-UP-CUSTOMER-EXIT.
           EXIT.

       3410-SCAN-CUSTOMER.
           IF WS-CU-CUST-BANK (WS-CU-IDX) = WS-AC-CUST-BANK (WS-AC-IDX)
              AND WS-CU-CUST-ID (WS-CU-IDX) = WS-AC-CUST-ID (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3410-SCAN-CUSTOMER-EXIT.
           EXIT.

       3420-ADD-CUSTOMER.
           IF WS-CU-COUNT < 20000
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-IDX
               MOVE WS-AC-CUST-BANK (WS-AC-IDX)
                   TO WS-CU-CUST-BANK (WS-CU-IDX)
               MOVE WS-AC-CUST-ID (WS-AC-IDX)
                   TO WS-CU-CUST-ID (WS-CU-IDX)
               MOVE ZERO TO WS-CU-ACCOUNTS (WS-CU-IDX)
                            WS-CU-EARNINGS (WS-CU-IDX)
                            WS-CU-FEES (WS-CU-IDX)
                            WS-CU-INTEREST (WS-CU-IDX)
                            WS-CU-PROCESSING (WS-CU-IDX)
                            WS-CU-NET (WS-CU-IDX)
               MOVE 'N' TO WS-CU-LISTED-SW (WS-CU-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CU-OVERFLOW
           END-IF.
       3420-ADD-CUSTOMER-EXIT.
           EXIT.

       3500-ROLL-UP-OFFICER.
           IF WS-AC-OFFICER (WS-AC-IDX) = SPACES
               ADD 1 TO WS-TOT-NO-OFFICER
               MOVE '(NO OFFICER)' TO WS-OFFICER
           ELSE
               MOVE WS-AC-OFFICER (WS-AC-IDX) TO WS-OFFICER
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3510-SCAN-OFFICER
               VARYING WS-OF-IDX FROM 1 BY 1
               UNTIL WS-OF-IDX > WS-OF-COUNT OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OF-IDX
           ELSE
               IF WS-OF-COUNT < 500
                   ADD 1 TO WS-OF-COUNT
                   MOVE WS-OF-COUNT TO WS-OF-IDX
                   MOVE WS-OFFICER TO WS-OF-OFFICER (WS-OF-IDX)
                   MOVE ZERO TO WS-OF-ACCOUNTS (WS-OF-IDX)
                                WS-OF-EARNINGS (WS-OF-IDX)
                                WS-OF-FEES (WS-OF-IDX)
                                WS-OF-INTEREST (WS-OF-IDX)
                                WS-OF-PROCESSING (WS-OF-IDX)
                                WS-OF-NET (WS-OF-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-OF-OVERFLOW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-OF-ACCOUNTS (WS-OF-IDX)
               ADD WS-EARNINGS TO WS-OF-EARNINGS (WS-OF-IDX)
               ADD WS-FEES TO WS-OF-FEES (WS-OF-IDX)
               ADD WS-INTEREST TO WS-OF-INTEREST (WS-OF-IDX)
               ADD WS-PROCESSING TO WS-OF-PROCESSING (WS-OF-IDX)
               ADD WS-NET TO WS-OF-NET (WS-OF-IDX)
           END-IF.
       3500-ROLL-UP-OFFICER-EXIT.
           EXIT.

       3510-SCAN-OFFICER.
           IF WS-OF-OFFICER (WS-OF-IDX) = WS-OFFICER
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3510-SCAN-OFFICER-EXIT.
           EXIT.

       4000-PRINT-RECONCILIATION.
           MOVE SPACES TO PRF-RPT-LINE.
           WRITE PRF-RPT-LINE.
           MOVE 'FEE INCOME - GL EXTRACT AGAINST ACCOUNTS'
               TO WS-SH-TEXT.
           WRITE PRF-RPT-LINE FROM WS-SECTION-HDG.
           WRITE PRF-RPT-LINE FROM WS-RECON-HDG.
           PERFORM 4100-PRINT-BANK-RECON
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
       4000-PRINT-RECONCILIATION-EXIT.
           EXIT.

       4100-PRINT-BANK-RECON.
           IF WS-BK-GL-INCOME (WS-BK-IDX) NOT = ZERO
              OR WS-BK-FEE-ACCOUNTS (WS-BK-IDX) NOT = ZERO
              OR WS-BK-FEE-NO-ACCT (WS-BK-IDX) NOT = ZERO
               MOVE WS-BK-BANK-NO (WS-BK-IDX) TO WS-RL-BANK-NO
               MOVE WS-BK-GL-INCOME (WS-BK-IDX) TO WS-RL-GL-INCOME
               MOVE WS-BK-FEE-ACCOUNTS (WS-BK-IDX)
                   TO WS-RL-ATTRIBUTED
               MOVE WS-BK-FEE-NO-ACCT (WS-BK-IDX) TO WS-RL-NO-ACCOUNT
               COMPUTE WS-DIFFERENCE =
                   WS-BK-GL-INCOME (WS-BK-IDX)
                 - WS-BK-FEE-ACCOUNTS (WS-BK-IDX)
                 - WS-BK-FEE-NO-ACCT (WS-BK-IDX)
               MOVE WS-DIFFERENCE TO WS-RL-DIFFERENCE
               WRITE PRF-RPT-LINE FROM WS-RECON-LINE
           END-IF.
       4100-PRINT-BANK-RECON-EXIT.
           EXIT.

       5000-PRINT-OFFICERS.
           MOVE SPACES TO PRF-RPT-LINE.
           WRITE PRF-RPT-LINE.
           MOVE 'PROFITABILITY BY ANALYSIS OFFICER' TO WS-SH-TEXT.
           WRITE PRF-RPT-LINE FROM WS-SECTION-HDG.
           MOVE 'OFFICER' TO WS-PH-KEY.
           WRITE PRF-RPT-LINE FROM WS-PROFIT-HDG.
           PERFORM 5100-PRINT-OFFICER
               VARYING WS-OF-IDX FROM 1 BY 1
               UNTIL WS-OF-IDX > WS-OF-COUNT.
       5000-PRINT-OFFICERS-EXIT.
           EXIT.

       5100-PRINT-OFFICER.
           MOVE SPACES TO WS-PL-KEY.
           MOVE WS-OF-OFFICER (WS-OF-IDX) TO WS-PL-OFFICER.
           MOVE WS-OF-ACCOUNTS (WS-OF-IDX) TO WS-PL-ACCOUNTS.
           MOVE WS-OF-EARNINGS (WS-OF-IDX) TO WS-PL-EARNINGS.
           MOVE WS-OF-FEES (WS-OF-IDX) TO WS-PL-FEES.
           MOVE WS-OF-INTEREST (WS-OF-IDX) TO WS-PL-INTEREST.
           MOVE WS-OF-PROCESSING (WS-OF-IDX) TO WS-PL-PROCESSING.
           MOVE WS-OF-NET (WS-OF-IDX) TO WS-PL-NET.
           WRITE PRF-RPT-LINE FROM WS-PROFIT-LINE.
       5100-PRINT-OFFICER-EXIT.
           EXIT.

      * Customers are ranked by picking the most profitable one not
      * yet listed, as many times as the rank limit allows.
       6000-RANK-CUSTOMERS.
           MOVE SPACES TO PRF-RPT-LINE.
           WRITE PRF-RPT-LINE.
           MOVE 'CUSTOMERS RANKED BY NET PROFIT' TO WS-SH-TEXT.
           WRITE PRF-RPT-LINE FROM WS-SECTION-HDG.
           MOVE '  RANK  CUSTOMER' TO WS-PH-KEY.
           WRITE PRF-RPT-LINE FROM WS-PROFIT-HDG.
           MOVE ZERO TO WS-RANK.
           MOVE 'Y' TO WS-MORE-SW.
           PERFORM 6100-RANK-NEXT
               UNTIL NOT WS-MORE OR WS-RANK NOT < WS-RANK-LIMIT.
       6000-RANK-CUSTOMERS-EXIT.
           EXIT.

       6100-RANK-NEXT.
           MOVE ZERO TO WS-CU-BEST.
           PERFORM 6110-FIND-BEST
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           IF WS-CU-BEST = ZERO
               MOVE 'N' TO WS-MORE-SW
           ELSE
               ADD 1 TO WS-RANK
               MOVE 'Y' TO WS-CU-LISTED-SW (WS-CU-BEST)
               MOVE WS-CU-BEST TO WS-CU-IDX
               PERFORM 8300-PRINT-CUSTOMER
           END-IF.
       6100-RANK-NEXT-EXIT.
           EXIT.

       6110-FIND-BEST.
           IF WS-CU-LISTED-SW (WS-CU-IDX) = 'N'
               IF WS-CU-BEST = ZERO
                   MOVE WS-CU-IDX TO WS-CU-BEST
                   MOVE WS-CU-NET (WS-CU-IDX) TO WS-BEST-NET
               ELSE
                   IF WS-CU-NET (WS-CU-IDX) > WS-BEST-NET
                       MOVE WS-CU-IDX TO WS-CU-BEST
                       MOVE WS-CU-NET (WS-CU-IDX) TO WS-BEST-NET
                   END-IF
               END-IF
           END-IF.
       6110-FIND-BEST-EXIT.
           EXIT.

      * Every customer losing money, worst first.  The ranking's
      * listed flags are reset first so none is missed.
       7000-LIST-LOSSES.
           PERFORM 7010-RESET-LISTED
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           MOVE SPACES TO PRF-RPT-LINE.
           WRITE PRF-RPT-LINE.
           MOVE 'LOSS-MAKING RELATIONSHIPS' TO WS-SH-TEXT.
           WRITE PRF-RPT-LINE FROM WS-SECTION-HDG.
           MOVE '        CUSTOMER' TO WS-PH-KEY.
           WRITE PRF-RPT-LINE FROM WS-PROFIT-HDG.
           MOVE ZERO TO WS-RANK.
           MOVE 'Y' TO WS-MORE-SW.
           PERFORM 7100-LOSS-NEXT
               UNTIL NOT WS-MORE.
           IF WS-TOT-LOSS-CUSTOMERS = ZERO
               MOVE 'NONE' TO WS-SH-TEXT
               WRITE PRF-RPT-LINE FROM WS-SECTION-HDG
           END-IF.
       7000-LIST-LOSSES-EXIT.
           EXIT.

       7010-RESET-LISTED.
           MOVE 'N' TO WS-CU-LISTED-SW (WS-CU-IDX).
       7010-RESET-LISTED-EXIT.
           EXIT.

       7100-LOSS-NEXT.
           MOVE ZERO TO WS-CU-BEST.
           PERFORM 7110-FIND-WORST
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           IF WS-CU-BEST = ZERO
               MOVE 'N' TO WS-MORE-SW
           ELSE
               ADD 1 TO WS-TOT-LOSS-CUSTOMERS
               MOVE 'Y' TO WS-CU-LISTED-SW (WS-CU-BEST)
               MOVE WS-CU-BEST TO WS-CU-IDX
               MOVE ZERO TO WS-RANK
               PERFORM 8300-PRINT-CUSTOMER
           END-IF.
       7100-LOSS-NEXT-EXIT.
           EXIT.

       7110-FIND-WORST.
           IF WS-CU-LISTED-SW (WS-CU-IDX) = 'N'
              AND WS-CU-NET (WS-CU-IDX) < ZERO
               IF WS-CU-BEST = ZERO
                   MOVE WS-CU-IDX TO WS-CU-BEST
                   MOVE WS-CU-NET (WS-CU-IDX) TO WS-BEST-NET
               ELSE
                   IF WS-CU-NET (WS-CU-IDX) < WS-BEST-NET
                       MOVE WS-CU-IDX TO WS-CU-BEST
                       MOVE WS-CU-NET (WS-CU-IDX) TO WS-BEST-NET
                   END-IF
               END-IF
           END-IF.
       7110-FIND-WORST-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRF-RPT-LINE.
           WRITE PRF-RPT-LINE.
           MOVE 'RUN TOTALS' TO WS-SH-TEXT.
           WRITE PRF-RPT-LINE FROM WS-SECTION-HDG.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ACCOUNT HEADERS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-NOW-READ TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DUPLICATE HEADERS IGNORED' TO WS-TL-LABEL.
           MOVE WS-TOT-NOW-DUPLICATE TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS WITHOUT BCF PRICING' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-PRICING TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INTEREST - NO PRIOR MONTH, FULL YTD' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-PRIOR TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INTEREST - NEW YEAR, FULL YTD' TO WS-TL-LABEL.
           MOVE WS-TOT-NEW-YEAR TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS WITHOUT A CUSTOMER' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-CUSTOMER TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS WITHOUT AN OFFICER' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-OFFICER TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE TRANSACTIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-FEE-READ TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE TRANSACTIONS NOT MAPPED TO INCOME' TO WS-TL-LABEL.
           MOVE WS-TOT-FEE-UNMAPPED TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEES ON NO PRICED ACCOUNT' TO WS-TL-LABEL.
           MOVE WS-TOT-FEE-NO-ACCT TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'GL EXTRACT ENTRIES READ' TO WS-TL-LABEL.
           MOVE WS-TOT-GLX-READ TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACTIVITY TRANSACTIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-TXL-READ TO WS-TL-COUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TABLE OVERFLOWS' TO WS-TL-LABEL.
           COMPUTE WS-TL-COUNT = WS-BK-OVERFLOW + WS-GM-OVERFLOW
                               + WS-PR-OVERFLOW + WS-AC-OVERFLOW
                               + WS-CU-OVERFLOW + WS-OF-OVERFLOW.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS / BALANCE EARNINGS' TO WS-TL-LABEL.
           MOVE WS-TOT-WRITTEN TO WS-TL-COUNT.
           MOVE WS-TOT-EARNINGS TO WS-TL-AMOUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE INCOME' TO WS-TL-LABEL.
           MOVE WS-TOT-FEES TO WS-TL-AMOUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INTEREST PAID' TO WS-TL-LABEL.
           MOVE WS-TOT-INTEREST TO WS-TL-AMOUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PROCESSING COST' TO WS-TL-LABEL.
           MOVE WS-TOT-PROCESSING TO WS-TL-AMOUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NET PROFIT' TO WS-TL-LABEL.
           MOVE WS-TOT-NET TO WS-TL-AMOUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS' TO WS-TL-LABEL.
           MOVE WS-CU-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-TOT-LOSS-CUSTOMERS TO WS-TL-COUNT.
           MOVE 'LOSS-MAKING CUSTOMERS' TO WS-TL-LABEL.
           WRITE PRF-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 8110-SCAN-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
           END-IF.
       8100-FIND-ACCOUNT-EXIT.
           EXIT.

       8110-SCAN-ACCOUNT.
           IF WS-AC-BANK-NO (WS-AC-IDX) = WS-FIND-BANK-NO
              AND WS-AC-ACCT-ID (WS-AC-IDX) = WS-FIND-ACCT-ID
              AND WS-AC-ACCT-NO (WS-AC-IDX) = WS-FIND-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       8110-SCAN-ACCOUNT-EXIT.
           EXIT.

       8200-FIND-BANK.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 8210-SCAN-BANK
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       8200-FIND-BANK-EXIT.
           EXIT.

       8210-SCAN-BANK.
           IF WS-BK-BANK-NO (WS-BK-IDX) = WS-FIND-BANK-NO
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       8210-SCAN-BANK-EXIT.
           EXIT.

       8300-PRINT-CUSTOMER.
           MOVE SPACES TO WS-PL-KEY.
           IF WS-RANK > ZERO
               MOVE WS-RANK TO WS-PL-RANK
           END-IF.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO WS-PL-CUST-BANK.
           MOVE '/' TO WS-PL-SLASH.
           MOVE WS-CU-CUST-ID (WS-CU-IDX) TO WS-PL-CUST-ID.
           MOVE WS-CU-ACCOUNTS (WS-CU-IDX) TO WS-PL-ACCOUNTS.
           MOVE WS-CU-EARNINGS (WS-CU-IDX) TO WS-PL-EARNINGS.
           MOVE WS-CU-FEES (WS-CU-IDX) TO WS-PL-FEES.
           MOVE WS-CU-INTEREST (WS-CU-IDX) TO WS-PL-INTEREST.
           MOVE WS-CU-PROCESSING (WS-CU-IDX) TO WS-PL-PROCESSING.
           MOVE WS-CU-NET (WS-CU-IDX) TO WS-PL-NET.
           WRITE PRF-RPT-LINE FROM WS-PROFIT-LINE.
       8300-PRINT-CUSTOMER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PRF-PARM-FILE
                 BCF-FILE
                 GL-MAP-FILE
                 PRIOR-INT-FILE
                 NOW-HDR-FILE
                 SC-STMT-HDR-FILE
                 REL-ACCOUNT-FILE
                 FEE-TXN-FILE
                 GL-EXTRACT-FILE
                 DSDS-TXL-FILE
                 PRIOR-INT-OUT
                 PRF-ACCT-FILE
                 PRF-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
