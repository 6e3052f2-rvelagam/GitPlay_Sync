       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS176.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS176 calculates, notices and tracks IRA required minimum
      * distributions, which until now were worked by hand from a
      * spreadsheet every January.
      *
      * RMDPARM carries the run date (YYYYDDD), the run mode and up
      * to five distribution transaction codes.  In the year-start
      * run (mode N), for every IRA header (PDH-IR-ACCOUNT) on the
      * year-end statement header stream (see DSDSPDTX):
      *
      *  - the owner's birth date comes from IRABIRTH, the capture
      *    of HOLD-GE-DT-OF-BIRTH off the statement work area (see
      *    DSDR286) -- the DSDR319 convention for those transient
      *    fields;
      *  - the age attained this year decides whether a distribution
      *    is required: 72 for owners born in 1950 or earlier, 73
      *    for 1951 through 1959, 75 from 1960.  The first year it
      *    is required the deadline is 1 April of the next year,
      *    otherwise 31 December;
      *  - the RMD is PDH-ENDING-BAL, the prior year-end balance,
      *    divided by the IRS Uniform Lifetime Table period for that
      *    age, and a notice prints on RMDNOTC;
      *  - an IRA with no birth date prints for manual calculation.
      *
      * The year's RMD master (RMDMAST) is rewritten to RMDMASTO
      * every run.  The year-start run builds the new year's master
      * from the headers, but first carries forward every prior-year
      * first-year entry (status F) still unsatisfied: that RMD is
      * not due until 1 April, and distributions taken before then
      * are applied to it first, with any excess counting toward
      * the current year.  A carried entry leaves the master once it
      * is satisfied; one still short after 1 April prints as missed
      * and is dropped.
      *
      * Every run, year-start included, the day's
      * DSDS-TRANSACTION-LONG (see DSDSTYP) is applied: a debit to
      * an account on the master under one of the parm distribution
      * codes -- any debit, when the parm names none -- adds to the
      * amount distributed this year and, once it reaches the RMD,
      * marks the account satisfied.
      *
      * From 1 December, every run prints the shortfall list -- each
      * account whose distributions so far are short of its RMD --
      * so the customer can be reached before the excise tax
      * applies.  First-year accounts are listed with their April
      * deadline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMD-PARM-FILE      ASSIGN TO RMDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IRA-BIRTH-FILE     ASSIGN TO IRABIRTH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RMD-MASTER-FILE    ASSIGN TO RMDMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RMD-MASTER-OUT     ASSIGN TO RMDMASTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RMD-NOTICE-FILE    ASSIGN TO RMDNOTC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RMD-RPT            ASSIGN TO RMDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RMD-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RMD-PARM-REC.
           05  RP-RUN-DATE             PIC 9(7).
           05  RP-RUN-MODE             PIC X.
               88  RP-YEAR-START                      VALUE 'N'.
           05  RP-DIST-CODE            PIC 9(3)   OCCURS 5 TIMES.
           05  FILLER                  PIC X(7).

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  IRA-BIRTH-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  IRA-BIRTH-REC.
           05  IB-BANK-NO              PIC 99.
           05  IB-ACCT-ID              PIC 9(3).
           05  IB-ACCT-NO              PIC 9(9).
           05  IB-BIRTH-DATE           PIC 9(7).
           05  FILLER                  PIC X(3).

       FD  RMD-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RMD-MASTER-REC.
           05  RM-BANK-NO              PIC 99.
           05  RM-ACCT-ID              PIC 9(3).
           05  RM-ACCT-NO              PIC 9(9).
           05  RM-RMD-YEAR             PIC 9(4).
           05  RM-BIRTH-DATE           PIC 9(7).
           05  RM-AGE                  PIC 9(3).
           05  RM-YE-BALANCE           PIC S9(11)V99  SIGN LEADING
                                                       SEPARATE.
           05  RM-DIVISOR              PIC 99V9.
           05  RM-RMD-AMT              PIC 9(11)V99.
           05  RM-DIST-YTD             PIC 9(11)V99.
           05  RM-STATUS               PIC X.
               88  RM-REQUIRED                        VALUE 'R'.
               88  RM-FIRST-YEAR                      VALUE 'F'.
               88  RM-SATISFIED                       VALUE 'S'.
           05  FILLER                  PIC X(8).

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  RMD-MASTER-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RMD-MASTER-OUT-REC          PIC X(80).

       FD  RMD-NOTICE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RMD-NOTICE-LINE             PIC X(132).

       FD  RMD-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RMD-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-IB-EOF-SW            PIC X          VALUE 'N'.
               88  WS-IB-EOF                          VALUE 'Y'.
           05  WS-RM-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RM-EOF                          VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-DIST-CODE-SW         PIC X          VALUE 'N'.
               88  WS-DIST-CODE                       VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.
           05  WS-DECEMBER-SW          PIC X          VALUE 'N'.
               88  WS-DECEMBER                        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-IB-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IB-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RM-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RM-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RM-OUT-COUNT         PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LE-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BIRTH-TABLE.
           05  WS-IB-ENTRY             OCCURS 20000 TIMES.
               10  WS-IB-BANK-NO       PIC 99.
               10  WS-IB-ACCT-ID       PIC 9(3).
               10  WS-IB-ACCT-NO       PIC 9(9).
               10  WS-IB-BIRTH-DATE    PIC 9(7).

       01  WS-RMD-TABLE.
           05  WS-RM-ENTRY             OCCURS 20000 TIMES.
               10  WS-RM-BANK-NO       PIC 99.
               10  WS-RM-ACCT-ID       PIC 9(3).
               10  WS-RM-ACCT-NO       PIC 9(9).
               10  WS-RM-RMD-YEAR      PIC 9(4).
               10  WS-RM-BIRTH-DATE    PIC 9(7).
               10  WS-RM-AGE           PIC 9(3).
               10  WS-RM-YE-BALANCE    PIC S9(11)V99  COMP-3.
               10  WS-RM-DIVISOR       PIC 99V9.
               10  WS-RM-RMD-AMT       PIC S9(11)V99  COMP-3.
               10  WS-RM-DIST-YTD      PIC S9(11)V99  COMP-3.
               10  WS-RM-STATUS        PIC X.
                   88  WS-RM-FIRST-YEAR               VALUE 'F'.
                   88  WS-RM-SATISFIED                VALUE 'S'.

      * IRS Uniform Lifetime Table: distribution period by age
      * attained, ages 72 through 120 (120 and over).
       01  WS-LIFE-EXP-VALUES.
           05  FILLER                  PIC X(30)      VALUE
               '274265255246237229220211202194'.
           05  FILLER                  PIC X(30)      VALUE
               '185177168160152144137129122115'.
           05  FILLER                  PIC X(30)      VALUE
               '108101095089084078073068064060'.
           05  FILLER                  PIC X(30)      VALUE
               '056052049046043041039037035034'.
           05  FILLER                  PIC X(27)      VALUE
               '033031030029028027025023020'.
       01  WS-LIFE-EXP-TABLE REDEFINES WS-LIFE-EXP-VALUES.
           05  WS-LE-DIVISOR           PIC 99V9   OCCURS 49 TIMES.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-DAY              PIC 9(3).
       01  WS-BIRTH-DATE               PIC 9(7)       VALUE ZERO.
       01  WS-BIRTH-DATE-SPLIT REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR           PIC 9(4).
           05  WS-BIRTH-DAY            PIC 9(3).
       01  WS-AGE                      PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-START-AGE                PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-DEC-1-DAY                PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-APR-1-DAY                PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-PRIOR-YEAR               PIC 9(4)       VALUE ZERO.
       01  WS-DIST-LEFT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-QUOTIENT                 PIC S9(4)      VALUE ZERO
                                                       COMP-3.
       01  WS-REMAINDER                PIC S9(4)      VALUE ZERO
                                                       COMP-3.
       01  WS-SHORT-AMT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-DUE-YEAR                 PIC 9(4)       VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-IRAS             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NOTICES          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RMD-AMT          PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-BIRTH         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DISTS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DIST-AMT         PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SHORT-CNT        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SHORT-AMT        PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-CARRIED          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MISSED           PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS176 - IRA REQUIRED MINIMUM DISTRIBUTION RUN   '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-SHORT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'RMD SHORTFALL LIST - DISTRIBUTIONS SHORT OF RMD   '.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-NOTICE-LINE.
           05  FILLER                  PIC X(12)      VALUE
               'RMD NOTICE  '.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-NL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-NL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-NL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(6)       VALUE ' YEAR '.
           05  WS-NL-YEAR              PIC 9(4).
           05  FILLER                  PIC X(5)       VALUE ' AGE '.
           05  WS-NL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(5)       VALUE ' BAL '.
           05  WS-NL-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' DIV '.
           05  WS-NL-DIVISOR           PIC Z9.9.
           05  FILLER                  PIC X(5)       VALUE ' RMD '.
           05  WS-NL-RMD-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' DUE '.
           05  WS-NL-DUE               PIC X(14).
           05  FILLER                  PIC X(2)       VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-EL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-EL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-EL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-TEXT              PIC X(50).
           05  FILLER                  PIC X(52)      VALUE SPACES.

       01  WS-SHORT-LINE.
           05  FILLER                  PIC X(10)      VALUE
               'SHORTFALL '.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-SL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-SL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-SL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(5)       VALUE ' RMD '.
           05  WS-SL-RMD-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' TAKEN '.
           05  WS-SL-DIST-YTD          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' SHORT '.
           05  WS-SL-SHORT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' DUE '.
           05  WS-SL-DUE               PIC X(11).
           05  FILLER                  PIC X(8)       VALUE SPACES.

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
           MOVE 'DSDS176 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           IF RP-YEAR-START
               PERFORM 1400-CARRY-FIRST-YEAR
                   UNTIL WS-RM-EOF
               PERFORM 2000-CALCULATE-RMD
                   UNTIL WS-PDH-EOF
           ELSE
               PERFORM 1300-LOAD-MASTER
                   UNTIL WS-RM-EOF
           END-IF.
           PERFORM 3000-APPLY-DISTRIBUTION
               UNTIL WS-TXL-EOF.
           PERFORM 4000-REWRITE-MASTER
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-RM-COUNT.
           IF WS-DECEMBER
               WRITE RMD-RPT-LINE FROM WS-SHORT-HDG
               PERFORM 5000-LIST-SHORTFALL
                   VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
           END-IF.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-RM-OUT-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RMD-PARM-FILE
                       PD-HDR-FILE
                       IRA-BIRTH-FILE
                       RMD-MASTER-FILE
                       DSDS-TXL-FILE
                OUTPUT RMD-MASTER-OUT
                       RMD-NOTICE-FILE
                       RMD-RPT.
           READ RMD-PARM-FILE.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE RMD-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 1100-CHECK-DECEMBER.
           IF RP-YEAR-START
               READ IRA-BIRTH-FILE
                   AT END MOVE 'Y' TO WS-IB-EOF-SW
               END-READ
               PERFORM 1200-LOAD-BIRTH-DATE
                   UNTIL WS-IB-EOF
               READ PD-HDR-FILE
                   AT END MOVE 'Y' TO WS-PDH-EOF-SW
               END-READ
           END-IF.
           READ RMD-MASTER-FILE
               AT END MOVE 'Y' TO WS-RM-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * 1 December is day 335, or 336 in a leap year; 1 April is
      * day 91, or 92.
       1100-CHECK-DECEMBER.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-RUN-YEAR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-RUN-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-RUN-YEAR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           MOVE 335 TO WS-DEC-1-DAY.
           MOVE 91 TO WS-APR-1-DAY.
           IF WS-LEAP-YEAR
               MOVE 336 TO WS-DEC-1-DAY
               MOVE 92 TO WS-APR-1-DAY
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1.
           IF WS-RUN-DAY NOT < WS-DEC-1-DAY
               MOVE 'Y' TO WS-DECEMBER-SW
           END-IF.
       1100-CHECK-DECEMBER-EXIT.
           EXIT.

       1200-LOAD-BIRTH-DATE.
           ADD 1 TO WS-IB-COUNT.
           MOVE WS-IB-COUNT TO WS-IB-IDX.
           MOVE IB-BANK-NO    TO WS-IB-BANK-NO (WS-IB-IDX).
           MOVE IB-ACCT-ID    TO WS-IB-ACCT-ID (WS-IB-IDX).
           MOVE IB-ACCT-NO    TO WS-IB-ACCT-NO (WS-IB-IDX).
           MOVE IB-BIRTH-DATE TO WS-IB-BIRTH-DATE (WS-IB-IDX).
           READ IRA-BIRTH-FILE
               AT END MOVE 'Y' TO WS-IB-EOF-SW
           END-READ.
       1200-LOAD-BIRTH-DATE-EXIT.
           EXIT.

       1300-LOAD-MASTER.
           ADD 1 TO WS-RRG-RECORDS-IN.
           PERFORM 1310-STORE-MASTER-ENTRY.
           READ RMD-MASTER-FILE
               AT END MOVE 'Y' TO WS-RM-EOF-SW
           END-READ.
       1300-LOAD-MASTER-EXIT.
           EXIT.

       1310-STORE-MASTER-ENTRY.
           ADD 1 TO WS-RM-COUNT.
           MOVE WS-RM-COUNT TO WS-RM-IDX.
           MOVE RM-BANK-NO    TO WS-RM-BANK-NO (WS-RM-IDX).
           MOVE RM-ACCT-ID    TO WS-RM-ACCT-ID (WS-RM-IDX).
           MOVE RM-ACCT-NO    TO WS-RM-ACCT-NO (WS-RM-IDX).
           MOVE RM-RMD-YEAR   TO WS-RM-RMD-YEAR (WS-RM-IDX).
           MOVE RM-BIRTH-DATE TO WS-RM-BIRTH-DATE (WS-RM-IDX).
           MOVE RM-AGE        TO WS-RM-AGE (WS-RM-IDX).
           MOVE RM-YE-BALANCE TO WS-RM-YE-BALANCE (WS-RM-IDX).
           MOVE RM-DIVISOR    TO WS-RM-DIVISOR (WS-RM-IDX).
           MOVE RM-RMD-AMT    TO WS-RM-RMD-AMT (WS-RM-IDX).
           MOVE RM-DIST-YTD   TO WS-RM-DIST-YTD (WS-RM-IDX).
           MOVE RM-STATUS     TO WS-RM-STATUS (WS-RM-IDX).
       1310-STORE-MASTER-ENTRY-EXIT.
           EXIT.

      * Year-start: of last year's master only the first-year
      * entries still unsatisfied come forward; they are loaded
      * ahead of this year's entries so distributions reach them
      * first.
       1400-CARRY-FIRST-YEAR.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF RM-FIRST-YEAR
              AND RM-RMD-YEAR = WS-PRIOR-YEAR
               ADD 1 TO WS-TOT-CARRIED
               PERFORM 1310-STORE-MASTER-ENTRY
           END-IF.
           READ RMD-MASTER-FILE
               AT END MOVE 'Y' TO WS-RM-EOF-SW
           END-READ.
       1400-CARRY-FIRST-YEAR-EXIT.
           EXIT.

       2000-CALCULATE-RMD.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF PDH-IR-ACCOUNT
              AND PDH-HEADER
               ADD 1 TO WS-TOT-IRAS
               PERFORM 2100-CALCULATE-ONE-IRA
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       2000-CALCULATE-RMD-EXIT.
           EXIT.

       2100-CALCULATE-ONE-IRA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-BIRTH-DATES
               VARYING WS-IB-IDX FROM 1 BY 1
               UNTIL WS-IB-IDX > WS-IB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-IB-IDX
               MOVE WS-IB-BIRTH-DATE (WS-IB-IDX) TO WS-BIRTH-DATE
           ELSE
               MOVE ZERO TO WS-BIRTH-DATE
           END-IF.
           IF WS-BIRTH-DATE = ZERO
               ADD 1 TO WS-TOT-NO-BIRTH
               MOVE 'NO BIRTH DATE - CALCULATE RMD MANUALLY'
                   TO WS-EL-TEXT
               PERFORM 7000-PRINT-EXCEPTION
           ELSE
               PERFORM 2120-CHECK-RMD-AGE
           END-IF.
       2100-CALCULATE-ONE-IRA-EXIT.
           EXIT.

       2110-SCAN-BIRTH-DATES.
           IF PDH-BANK-NO = WS-IB-BANK-NO (WS-IB-IDX)
              AND PDH-ACCT-ID = WS-IB-ACCT-ID (WS-IB-IDX)
              AND PDH-ACCT-NO = WS-IB-ACCT-NO (WS-IB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-BIRTH-DATES-EXIT.
           EXIT.

      * An owner who has reached the starting age for their birth
      * year owes a distribution this year.
       2120-CHECK-RMD-AGE.
           COMPUTE WS-AGE = WS-RUN-YEAR - WS-BIRTH-YEAR.
           EVALUATE TRUE
               WHEN WS-BIRTH-YEAR < 1951
                   MOVE 72 TO WS-START-AGE
               WHEN WS-BIRTH-YEAR < 1960
                   MOVE 73 TO WS-START-AGE
               WHEN OTHER
                   MOVE 75 TO WS-START-AGE
           END-EVALUATE.
           IF WS-AGE NOT < WS-START-AGE
               IF WS-RM-COUNT NOT < 20000
                   MOVE 'RMD MASTER TABLE FULL - NOT CALCULATED'
                       TO WS-EL-TEXT
                   PERFORM 7000-PRINT-EXCEPTION
               ELSE
                   PERFORM 2130-ADD-RMD-ENTRY
               END-IF
           END-IF.
       2120-CHECK-RMD-AGE-EXIT.
           EXIT.

       2130-ADD-RMD-ENTRY.
           ADD 1 TO WS-RM-COUNT.
           MOVE WS-RM-COUNT TO WS-RM-IDX.
           MOVE PDH-BANK-NO    TO WS-RM-BANK-NO (WS-RM-IDX).
           MOVE PDH-ACCT-ID    TO WS-RM-ACCT-ID (WS-RM-IDX).
           MOVE PDH-ACCT-NO    TO WS-RM-ACCT-NO (WS-RM-IDX).
           MOVE WS-RUN-YEAR    TO WS-RM-RMD-YEAR (WS-RM-IDX).
           MOVE WS-BIRTH-DATE  TO WS-RM-BIRTH-DATE (WS-RM-IDX).
           MOVE WS-AGE         TO WS-RM-AGE (WS-RM-IDX).
           MOVE PDH-ENDING-BAL TO WS-RM-YE-BALANCE (WS-RM-IDX).
           MOVE ZERO           TO WS-RM-DIST-YTD (WS-RM-IDX).
           IF WS-AGE > 120
               MOVE 49 TO WS-LE-IDX
           ELSE
               COMPUTE WS-LE-IDX = WS-AGE - 71
           END-IF.
           MOVE WS-LE-DIVISOR (WS-LE-IDX)
                               TO WS-RM-DIVISOR (WS-RM-IDX).
           IF PDH-ENDING-BAL > ZERO
               COMPUTE WS-RM-RMD-AMT (WS-RM-IDX) ROUNDED =
                   PDH-ENDING-BAL / WS-LE-DIVISOR (WS-LE-IDX)
           ELSE
               MOVE ZERO TO WS-RM-RMD-AMT (WS-RM-IDX)
           END-IF.
           IF WS-AGE = WS-START-AGE
               MOVE 'F' TO WS-RM-STATUS (WS-RM-IDX)
           ELSE
               MOVE 'R' TO WS-RM-STATUS (WS-RM-IDX)
           END-IF.
           IF WS-RM-RMD-AMT (WS-RM-IDX) = ZERO
               MOVE 'S' TO WS-RM-STATUS (WS-RM-IDX)
           END-IF.
           PERFORM 2200-WRITE-NOTICE.
       2130-ADD-RMD-ENTRY-EXIT.
           EXIT.

       2200-WRITE-NOTICE.
           ADD 1 TO WS-TOT-NOTICES.
           ADD WS-RM-RMD-AMT (WS-RM-IDX) TO WS-TOT-RMD-AMT.
           MOVE PDH-BANK-NO    TO WS-NL-BANK.
           MOVE PDH-ACCT-ID    TO WS-NL-ACCT-ID.
           MOVE PDH-ACCT-NO    TO WS-NL-ACCT-NO.
           MOVE WS-RUN-YEAR    TO WS-NL-YEAR.
           MOVE WS-AGE         TO WS-NL-AGE.
           MOVE PDH-ENDING-BAL TO WS-NL-BALANCE.
           MOVE WS-RM-DIVISOR (WS-RM-IDX) TO WS-NL-DIVISOR.
           MOVE WS-RM-RMD-AMT (WS-RM-IDX) TO WS-NL-RMD-AMT.
           PERFORM 6000-BUILD-DUE-DATE.
           MOVE WS-SL-DUE TO WS-NL-DUE.
           WRITE RMD-NOTICE-LINE FROM WS-NOTICE-LINE.
       2200-WRITE-NOTICE-EXIT.
           EXIT.

       3000-APPLY-DISTRIBUTION.
           IF DSDSTXL-CODE NOT < 500
               PERFORM 3100-CHECK-DIST-CODE
               IF WS-DIST-CODE
                   MOVE 'N' TO WS-FOUND-SW
                   MOVE DSDSTXL-AMOUNT TO WS-DIST-LEFT
                   PERFORM 3200-APPLY-TO-ACCOUNT
                       VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > WS-RM-COUNT
                          OR WS-DIST-LEFT = ZERO
                   IF WS-FOUND
                       ADD 1 TO WS-TOT-DISTS
                       COMPUTE WS-TOT-DIST-AMT = WS-TOT-DIST-AMT
                           + DSDSTXL-AMOUNT - WS-DIST-LEFT
                   END-IF
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       3000-APPLY-DISTRIBUTION-EXIT.
           EXIT.

      * With no distribution codes on the parm, any debit counts.
       3100-CHECK-DIST-CODE.
           MOVE 'N' TO WS-DIST-CODE-SW.
           IF RP-DIST-CODE (1) = ZERO
               MOVE 'Y' TO WS-DIST-CODE-SW
           ELSE
               PERFORM 3110-SCAN-DIST-CODES
                   VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > 5
                      OR WS-DIST-CODE
           END-IF.
       3100-CHECK-DIST-CODE-EXIT.
           EXIT.

       3110-SCAN-DIST-CODES.
           IF DSDSTXL-CODE = RP-DIST-CODE (WS-DC-IDX)
              AND RP-DIST-CODE (WS-DC-IDX) NOT = ZERO
               MOVE 'Y' TO WS-DIST-CODE-SW
           END-IF.
       3110-SCAN-DIST-CODES-EXIT.
           EXIT.

      * A carried first-year entry takes the distribution up to its
      * shortfall until 1 April; the current year takes the rest.
       3200-APPLY-TO-ACCOUNT.
           IF DSDSTXL-BANK-NO = WS-RM-BANK-NO (WS-RM-IDX)
              AND DSDSTXL-ACCT-ID = WS-RM-ACCT-ID (WS-RM-IDX)
              AND DSDSTXL-ACCT-NO = WS-RM-ACCT-NO (WS-RM-IDX)
               EVALUATE TRUE
                   WHEN WS-RM-RMD-YEAR (WS-RM-IDX) = WS-RUN-YEAR
                       PERFORM 3210-APPLY-CURRENT-YEAR
                   WHEN WS-RM-FIRST-YEAR (WS-RM-IDX)
                    AND WS-RM-RMD-YEAR (WS-RM-IDX) = WS-PRIOR-YEAR
                    AND WS-RUN-DAY NOT > WS-APR-1-DAY
                       PERFORM 3220-APPLY-FIRST-YEAR
               END-EVALUATE
           END-IF.
       3200-APPLY-TO-ACCOUNT-EXIT.
           EXIT.

       3210-APPLY-CURRENT-YEAR.
           MOVE 'Y' TO WS-FOUND-SW.
           ADD WS-DIST-LEFT TO WS-RM-DIST-YTD (WS-RM-IDX).
           MOVE ZERO TO WS-DIST-LEFT.
           IF WS-RM-DIST-YTD (WS-RM-IDX) NOT <
                  WS-RM-RMD-AMT (WS-RM-IDX)
               MOVE 'S' TO WS-RM-STATUS (WS-RM-IDX)
           END-IF.
       3210-APPLY-CURRENT-YEAR-EXIT.
           EXIT.

       3220-APPLY-FIRST-YEAR.
           MOVE 'Y' TO WS-FOUND-SW.
           COMPUTE WS-SHORT-AMT = WS-RM-RMD-AMT (WS-RM-IDX)
                                - WS-RM-DIST-YTD (WS-RM-IDX).
           IF WS-DIST-LEFT < WS-SHORT-AMT
               ADD WS-DIST-LEFT TO WS-RM-DIST-YTD (WS-RM-IDX)
               MOVE ZERO TO WS-DIST-LEFT
           ELSE
               ADD WS-SHORT-AMT TO WS-RM-DIST-YTD (WS-RM-IDX)
               SUBTRACT WS-SHORT-AMT FROM WS-DIST-LEFT
               MOVE 'S' TO WS-RM-STATUS (WS-RM-IDX)
           END-IF.
       3220-APPLY-FIRST-YEAR-EXIT.
           EXIT.

      * A prior-year entry is written back only while it is still
      * open and 1 April has not passed.
       4000-REWRITE-MASTER.
           IF WS-RM-RMD-YEAR (WS-RM-IDX) < WS-RUN-YEAR
               IF WS-RM-SATISFIED (WS-RM-IDX)
                   CONTINUE
               ELSE
                   IF WS-RUN-DAY > WS-APR-1-DAY
                       PERFORM 4200-PRINT-MISSED
                   ELSE
                       PERFORM 4100-WRITE-MASTER
                   END-IF
               END-IF
           ELSE
               PERFORM 4100-WRITE-MASTER
           END-IF.
       4000-REWRITE-MASTER-EXIT.
           EXIT.

       4100-WRITE-MASTER.
           ADD 1 TO WS-RM-OUT-COUNT.
           MOVE SPACES TO RMD-MASTER-REC.
           MOVE WS-RM-BANK-NO (WS-RM-IDX)    TO RM-BANK-NO.
           MOVE WS-RM-ACCT-ID (WS-RM-IDX)    TO RM-ACCT-ID.
           MOVE WS-RM-ACCT-NO (WS-RM-IDX)    TO RM-ACCT-NO.
           MOVE WS-RM-RMD-YEAR (WS-RM-IDX)   TO RM-RMD-YEAR.
           MOVE WS-RM-BIRTH-DATE (WS-RM-IDX) TO RM-BIRTH-DATE.
           MOVE WS-RM-AGE (WS-RM-IDX)        TO RM-AGE.
           MOVE WS-RM-YE-BALANCE (WS-RM-IDX) TO RM-YE-BALANCE.
           MOVE WS-RM-DIVISOR (WS-RM-IDX)    TO RM-DIVISOR.
           MOVE WS-RM-RMD-AMT (WS-RM-IDX)    TO RM-RMD-AMT.
           MOVE WS-RM-DIST-YTD (WS-RM-IDX)   TO RM-DIST-YTD.
           MOVE WS-RM-STATUS (WS-RM-IDX)     TO RM-STATUS.
           WRITE RMD-MASTER-OUT-REC FROM RMD-MASTER-REC.
       4100-WRITE-MASTER-EXIT.
           EXIT.

       4200-PRINT-MISSED.
           ADD 1 TO WS-TOT-MISSED.
           MOVE WS-RM-BANK-NO (WS-RM-IDX) TO WS-EL-BANK.
           MOVE WS-RM-ACCT-ID (WS-RM-IDX) TO WS-EL-ACCT-ID.
           MOVE WS-RM-ACCT-NO (WS-RM-IDX) TO WS-EL-ACCT-NO.
           MOVE 'FIRST-YEAR RMD SHORT AT 1 APRIL - DROPPED'
               TO WS-EL-TEXT.
           WRITE RMD-RPT-LINE FROM WS-EXCEPTION-LINE.
       4200-PRINT-MISSED-EXIT.
           EXIT.

       5000-LIST-SHORTFALL.
           IF NOT WS-RM-SATISFIED (WS-RM-IDX)
              AND WS-RM-RMD-YEAR (WS-RM-IDX) = WS-RUN-YEAR
               COMPUTE WS-SHORT-AMT = WS-RM-RMD-AMT (WS-RM-IDX)
                                    - WS-RM-DIST-YTD (WS-RM-IDX)
               ADD 1 TO WS-TOT-SHORT-CNT
               ADD WS-SHORT-AMT TO WS-TOT-SHORT-AMT
               MOVE WS-RM-BANK-NO (WS-RM-IDX)  TO WS-SL-BANK
               MOVE WS-RM-ACCT-ID (WS-RM-IDX)  TO WS-SL-ACCT-ID
               MOVE WS-RM-ACCT-NO (WS-RM-IDX)  TO WS-SL-ACCT-NO
               MOVE WS-RM-RMD-AMT (WS-RM-IDX)  TO WS-SL-RMD-AMT
               MOVE WS-RM-DIST-YTD (WS-RM-IDX) TO WS-SL-DIST-YTD
               MOVE WS-SHORT-AMT               TO WS-SL-SHORT-AMT
               PERFORM 6000-BUILD-DUE-DATE
               WRITE RMD-RPT-LINE FROM WS-SHORT-LINE
           END-IF.
       5000-LIST-SHORTFALL-EXIT.
           EXIT.

      * The first required year is due by 1 April of the next year,
      * every later year by 31 December.
       6000-BUILD-DUE-DATE.
           MOVE SPACES TO WS-SL-DUE.
           MOVE WS-RM-RMD-YEAR (WS-RM-IDX) TO WS-DUE-YEAR.
           IF WS-RM-FIRST-YEAR (WS-RM-IDX)
               ADD 1 TO WS-DUE-YEAR
               STRING '01 APR ' DELIMITED BY SIZE
                      WS-DUE-YEAR DELIMITED BY SIZE
                   INTO WS-SL-DUE
           ELSE
               STRING '31 DEC ' DELIMITED BY SIZE
                      WS-DUE-YEAR DELIMITED BY SIZE
                   INTO WS-SL-DUE
           END-IF.
       6000-BUILD-DUE-DATE-EXIT.
           EXIT.

       7000-PRINT-EXCEPTION.
           MOVE PDH-BANK-NO TO WS-EL-BANK.
           MOVE PDH-ACCT-ID TO WS-EL-ACCT-ID.
           MOVE PDH-ACCT-NO TO WS-EL-ACCT-NO.
           WRITE RMD-RPT-LINE FROM WS-EXCEPTION-LINE.
       7000-PRINT-EXCEPTION-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RMD-RPT-LINE.
           WRITE RMD-RPT-LINE.
           IF RP-YEAR-START
               MOVE 'IRA HEADERS READ' TO WS-TL-LABEL
               MOVE WS-TOT-IRAS TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE
               MOVE 'RMD NOTICES / TOTAL RMD' TO WS-TL-LABEL
               MOVE WS-TOT-NOTICES TO WS-TL-COUNT
               MOVE WS-TOT-RMD-AMT TO WS-TL-AMOUNT
               WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE
               MOVE 'IRAS WITH NO BIRTH DATE' TO WS-TL-LABEL
               MOVE WS-TOT-NO-BIRTH TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE
               MOVE 'FIRST-YEAR RMDS CARRIED FORWARD' TO WS-TL-LABEL
               MOVE WS-TOT-CARRIED TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-TOT-MISSED > ZERO
               MOVE 'FIRST-YEAR RMDS MISSED AT 1 APRIL' TO WS-TL-LABEL
               MOVE WS-TOT-MISSED TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           MOVE 'DISTRIBUTIONS APPLIED' TO WS-TL-LABEL.
           MOVE WS-TOT-DISTS TO WS-TL-COUNT.
           MOVE WS-TOT-DIST-AMT TO WS-TL-AMOUNT.
           WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-DECEMBER
               MOVE 'ACCOUNTS SHORT / TOTAL SHORTFALL' TO WS-TL-LABEL
               MOVE WS-TOT-SHORT-CNT TO WS-TL-COUNT
               MOVE WS-TOT-SHORT-AMT TO WS-TL-AMOUNT
               WRITE RMD-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RMD-PARM-FILE
                 PD-HDR-FILE
                 IRA-BIRTH-FILE
                 RMD-MASTER-FILE
                 DSDS-TXL-FILE
                 RMD-MASTER-OUT
                 RMD-NOTICE-FILE
                 RMD-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
