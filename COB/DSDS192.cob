       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS192.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS192 keeps the aggregate overdraft and returned-item fee
      * totals Reg DD wants on every consumer periodic statement --
      * for the statement period and for the calendar year to date.
      * Until now the statements printed only the individual fee
      * lines and nobody held the totals.
      *
      * The accumulator (see DSDSFEEA) rolls forward nightly from
      * FEEACCUM to FEEACCMO, one record per account ever charged.
      * Each run, in this order:
      *
      *  1. FEEDISC, the statement disclosures DSDS193 wrote from
      *     the last run's accumulator, closes the period: each
      *     account that got a statement starts its period totals
      *     again from zero;
      *  2. YECTRGR, the DSDS102 year-end queue (one record per bank
      *     whose PROC-YEAR-END switch is on, the DSDR304 "YEAR END"
      *     flag), starts the bank's accounts on a new calendar year
      *     -- year-to-date totals to zero, FA-YTD-YEAR the year
      *     after the bank's year-end date;
      *  3. FEETXIN -- DSDS116's overdraft fees and DSDS167's
      *     returned-item fees, their TXLOUT files read concatenated
      *     -- adds to both totals under the fee codes on FEEPARM
      *     (575 and DSDS167's NSFPARM fee code);
      *  4. the day's DSDS-TRANSACTION-LONG (see DSDSTYP) is read for
      *     the two refund codes on FEEPARM; a refund reduces both
      *     totals of its kind, never below zero.  A refund for an
      *     account with no fees on file is listed and not applied.
      *
      * An account charged for the first time is added.  A table
      * that fills leaves the run at RC 8 with the overflow counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE      ASSIGN TO FEEPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-ACCUM-FILE     ASSIGN TO FEEACCUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-DISC-FILE      ASSIGN TO FEEDISC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YEAR-END-QUEUE     ASSIGN TO YECTRGR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-TX-FILE        ASSIGN TO FEETXIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-ACCUM-OUT      ASSIGN TO FEEACCMO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-ACCUM-RPT      ASSIGN TO FEEACRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  FEE-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FP-OD-FEE-CODE          PIC 9(3).
           05  FP-RI-FEE-CODE          PIC 9(3).
           05  FP-OD-REFUND-CODE       PIC 9(3).
           05  FP-RI-REFUND-CODE       PIC 9(3).
           05  FILLER                  PIC X(11).

       FD  FEE-ACCUM-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY DSDSFEEA.

      * Written by DSDS193, one record per statement disclosed.
       FD  FEE-DISC-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  FEE-DISC-REC.
           05  FD-BANK-NO              PIC 99.
           05  FD-ACCT-ID              PIC 9(3).
           05  FD-ACCT-NO              PIC 9(9).
           05  FD-STMT-DATE            PIC 9(7).
           05  FD-PRD-OD-FEES          PIC 9(7)V99.
           05  FD-PRD-RI-FEES          PIC 9(7)V99.
           05  FD-YTD-OD-FEES          PIC 9(7)V99.
           05  FD-YTD-RI-FEES          PIC 9(7)V99.
           05  FILLER                  PIC X(3).

       FD  YEAR-END-QUEUE
           RECORD CONTAINS 9 CHARACTERS.
       01  YEAR-END-TRIGGER-REC.
           05  YEC-BANK-NO             PIC 99.
           05  YEC-YEAR-END-DATE       PIC 9(7).

       FD  FEE-TX-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==FEE-TRANSACTION==
               LEADING ==DSDSTXL== BY ==FETXL==.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  FEE-ACCUM-OUT
           RECORD CONTAINS 70 CHARACTERS.
       01  FEE-ACCUM-OUT-REC           PIC X(70).

       FD  FEE-ACCUM-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FEE-ACCUM-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FA-EOF                          VALUE 'Y'.
           05  WS-FD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FD-EOF                          VALUE 'Y'.
           05  WS-YEC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-YEC-EOF                         VALUE 'Y'.
           05  WS-FEE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FEE-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-FA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-YE-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-YE-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-ACCUM-TABLE.
           05  WS-FA-ENTRY             OCCURS 5000 TIMES.
               10  WS-FA-BANK-NO       PIC 99.
               10  WS-FA-ACCT-ID       PIC 9(3).
               10  WS-FA-ACCT-NO       PIC 9(9).
               10  WS-FA-YTD-YEAR      PIC 9(4).
               10  WS-FA-PRD-OD-FEES   PIC S9(7)V99   COMP-3.
               10  WS-FA-PRD-RI-FEES   PIC S9(7)V99   COMP-3.
               10  WS-FA-YTD-OD-FEES   PIC S9(7)V99   COMP-3.
               10  WS-FA-YTD-RI-FEES   PIC S9(7)V99   COMP-3.
               10  WS-FA-LAST-FEE-DATE PIC 9(7).
               10  WS-FA-LAST-STMT-DATE
                                       PIC 9(7).

      * Banks at year end tonight and the calendar year their
      * accounts now accumulate for.
       01  WS-YEAR-END-TABLE.
           05  WS-YE-ENTRY             OCCURS 100 TIMES.
               10  WS-YE-BANK-NO       PIC 99.
               10  WS-YE-NEW-YEAR      PIC 9(4).
               10  WS-YE-ACCTS         PIC S9(7)      COMP-3.

           COPY DSDSFEEA REPLACING ==FEE-ACCUM-REC== BY
                                   ==WS-FEE-ACCUM-WORK==
                                   LEADING ==FA-== BY ==FW-==.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-YEAR                 PIC 9(4)       VALUE ZERO.
       01  WS-OD-FEE-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-RI-FEE-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-OD-REFUND-CODE           PIC 9(3)       VALUE ZERO.
       01  WS-RI-REFUND-CODE           PIC 9(3)       VALUE ZERO.
       01  WS-KEY-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-KEY-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-KEY-ACCT-NO              PIC 9(9)       VALUE ZERO.
       01  WS-TX-AMOUNT                PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-FA-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-ACCUM-READ       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ACCUM-NEW        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ACCUM-WRITTEN    PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PERIODS-CLOSED   PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-YE-BANKS         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OD-FEES          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OD-FEE-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RI-FEES          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RI-FEE-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OD-REFUNDS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OD-REFUND-AMT    PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RI-REFUNDS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RI-REFUND-AMT    PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-UNAPPLIED        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-UNAPPLIED-AMT    PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDS192 - AGGREGATE FEE ACCUMULATOR             '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(71)      VALUE SPACES.

       01  WS-YEAR-END-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-YL-BANK              PIC Z9.
           05  FILLER                  PIC X(14)      VALUE
               '  YEAR END ON '.
           05  WS-YL-DATE              PIC 9(7).
           05  FILLER                  PIC X(24)      VALUE
               ' - YTD FEES RESET FOR   '.
           05  WS-YL-YEAR              PIC 9(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-YL-ACCTS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9)       VALUE
               ' ACCOUNTS'.
           05  FILLER                  PIC X(57)      VALUE SPACES.

       01  WS-REFUND-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-RL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-RL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '-'.
           05  WS-RL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-KIND              PIC X(22).
           05  FILLER                  PIC X(8)       VALUE ' AMOUNT '.
           05  WS-RL-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-TEXT              PIC X(30).
           05  FILLER                  PIC X(30)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(65)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
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
           MOVE 'DSDS192 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CLOSE-PERIOD
               UNTIL WS-FD-EOF.
           PERFORM 3000-YEAR-END
               UNTIL WS-YEC-EOF.
           PERFORM 4000-APPLY-FEE
               UNTIL WS-FEE-EOF.
           PERFORM 5000-APPLY-REFUND
               UNTIL WS-TXL-EOF.
           PERFORM 6000-WRITE-ACCUM
               VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN = WS-TOT-OD-FEES
                                  + WS-TOT-RI-FEES.
           MOVE WS-TOT-ACCUM-WRITTEN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-FA-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FEE-PARM-FILE
                       FEE-ACCUM-FILE
                       FEE-DISC-FILE
                       YEAR-END-QUEUE
                       FEE-TX-FILE
                       DSDS-TXL-FILE
                OUTPUT FEE-ACCUM-OUT
                       FEE-ACCUM-RPT.
           READ FEE-PARM-FILE.
           MOVE FP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE WS-WORK-YEAR TO WS-RUN-YEAR.
           MOVE FP-OD-FEE-CODE TO WS-OD-FEE-CODE.
           IF WS-OD-FEE-CODE = ZERO
               MOVE 575 TO WS-OD-FEE-CODE
           END-IF.
           MOVE FP-RI-FEE-CODE TO WS-RI-FEE-CODE.
           MOVE FP-OD-REFUND-CODE TO WS-OD-REFUND-CODE.
           MOVE FP-RI-REFUND-CODE TO WS-RI-REFUND-CODE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-RPT-HDG.
           READ FEE-ACCUM-FILE
               AT END MOVE 'Y' TO WS-FA-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ACCUM
               UNTIL WS-FA-EOF.
           READ FEE-DISC-FILE
               AT END MOVE 'Y' TO WS-FD-EOF-SW
           END-READ.
           READ YEAR-END-QUEUE
               AT END MOVE 'Y' TO WS-YEC-EOF-SW
           END-READ.
           READ FEE-TX-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ACCUM.
           ADD 1 TO WS-TOT-ACCUM-READ.
           IF WS-FA-COUNT < 5000
               ADD 1 TO WS-FA-COUNT
               MOVE WS-FA-COUNT TO WS-FA-IDX
               MOVE FA-BANK-NO     TO WS-FA-BANK-NO (WS-FA-IDX)
               MOVE FA-ACCT-ID     TO WS-FA-ACCT-ID (WS-FA-IDX)
               MOVE FA-ACCT-NO     TO WS-FA-ACCT-NO (WS-FA-IDX)
               MOVE FA-YTD-YEAR    TO WS-FA-YTD-YEAR (WS-FA-IDX)
               MOVE FA-PRD-OD-FEES TO WS-FA-PRD-OD-FEES (WS-FA-IDX)
               MOVE FA-PRD-RI-FEES TO WS-FA-PRD-RI-FEES (WS-FA-IDX)
               MOVE FA-YTD-OD-FEES TO WS-FA-YTD-OD-FEES (WS-FA-IDX)
               MOVE FA-YTD-RI-FEES TO WS-FA-YTD-RI-FEES (WS-FA-IDX)
               MOVE FA-LAST-FEE-DATE
                   TO WS-FA-LAST-FEE-DATE (WS-FA-IDX)
               MOVE FA-LAST-STMT-DATE
                   TO WS-FA-LAST-STMT-DATE (WS-FA-IDX)
           ELSE
               ADD 1 TO WS-FA-OVERFLOW
           END-IF.
           READ FEE-ACCUM-FILE
               AT END MOVE 'Y' TO WS-FA-EOF-SW
           END-READ.
       1100-LOAD-ACCUM-EXIT.
           EXIT.

       2000-CLOSE-PERIOD.
           MOVE FD-BANK-NO TO WS-KEY-BANK-NO.
           MOVE FD-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE FD-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 7000-FIND-ACCUM.
           IF WS-FOUND
               MOVE ZERO TO WS-FA-PRD-OD-FEES (WS-FA-IDX)
                            WS-FA-PRD-RI-FEES (WS-FA-IDX)
               MOVE FD-STMT-DATE TO WS-FA-LAST-STMT-DATE (WS-FA-IDX)
               ADD 1 TO WS-TOT-PERIODS-CLOSED
           END-IF.
           READ FEE-DISC-FILE
               AT END MOVE 'Y' TO WS-FD-EOF-SW
           END-READ.
       2000-CLOSE-PERIOD-EXIT.
           EXIT.

       3000-YEAR-END.
           IF WS-YE-COUNT < 100
               ADD 1 TO WS-TOT-YE-BANKS
               ADD 1 TO WS-YE-COUNT
               MOVE WS-YE-COUNT TO WS-YE-IDX
               MOVE YEC-BANK-NO TO WS-YE-BANK-NO (WS-YE-IDX)
               MOVE YEC-YEAR-END-DATE TO WS-WORK-DATE
               COMPUTE WS-YE-NEW-YEAR (WS-YE-IDX) = WS-WORK-YEAR + 1
               MOVE ZERO TO WS-YE-ACCTS (WS-YE-IDX)
               PERFORM 3100-RESET-YEAR
                   VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               MOVE YEC-BANK-NO TO WS-YL-BANK
               MOVE YEC-YEAR-END-DATE TO WS-YL-DATE
               MOVE WS-YE-NEW-YEAR (WS-YE-IDX) TO WS-YL-YEAR
               MOVE WS-YE-ACCTS (WS-YE-IDX) TO WS-YL-ACCTS
               WRITE FEE-ACCUM-RPT-LINE FROM WS-YEAR-END-LINE
           END-IF.
           READ YEAR-END-QUEUE
               AT END MOVE 'Y' TO WS-YEC-EOF-SW
           END-READ.
       3000-YEAR-END-EXIT.
           EXIT.

       3100-RESET-YEAR.
           IF WS-FA-BANK-NO (WS-FA-IDX) = YEC-BANK-NO
              AND WS-FA-YTD-YEAR (WS-FA-IDX)
                  < WS-YE-NEW-YEAR (WS-YE-IDX)
               MOVE ZERO TO WS-FA-YTD-OD-FEES (WS-FA-IDX)
                            WS-FA-YTD-RI-FEES (WS-FA-IDX)
               MOVE WS-YE-NEW-YEAR (WS-YE-IDX)
                   TO WS-FA-YTD-YEAR (WS-FA-IDX)
               ADD 1 TO WS-YE-ACCTS (WS-YE-IDX)
           END-IF.
       3100-RESET-YEAR-EXIT.
           EXIT.

       4000-APPLY-FEE.
           IF FETXL-CODE = WS-OD-FEE-CODE
              OR (FETXL-CODE = WS-RI-FEE-CODE
                  AND WS-RI-FEE-CODE NOT = ZERO)
               MOVE FETXL-BANK-NO TO WS-KEY-BANK-NO
               MOVE FETXL-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE FETXL-ACCT-NO TO WS-KEY-ACCT-NO
               MOVE FETXL-AMOUNT  TO WS-TX-AMOUNT
               PERFORM 7000-FIND-ACCUM
               IF NOT WS-FOUND
                   PERFORM 7100-ADD-ACCUM
               END-IF
               IF WS-FOUND
                   PERFORM 4100-ADD-FEE
               END-IF
           END-IF.
           READ FEE-TX-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
       4000-APPLY-FEE-EXIT.
           EXIT.

       4100-ADD-FEE.
           IF FETXL-CODE = WS-OD-FEE-CODE
               ADD WS-TX-AMOUNT TO WS-FA-PRD-OD-FEES (WS-FA-IDX)
                                   WS-FA-YTD-OD-FEES (WS-FA-IDX)
               ADD 1 TO WS-TOT-OD-FEES
               ADD WS-TX-AMOUNT TO WS-TOT-OD-FEE-AMT
           ELSE
               ADD WS-TX-AMOUNT TO WS-FA-PRD-RI-FEES (WS-FA-IDX)
                                   WS-FA-YTD-RI-FEES (WS-FA-IDX)
               ADD 1 TO WS-TOT-RI-FEES
               ADD WS-TX-AMOUNT TO WS-TOT-RI-FEE-AMT
           END-IF.
           MOVE WS-RUN-DATE TO WS-FA-LAST-FEE-DATE (WS-FA-IDX).
       4100-ADD-FEE-EXIT.
           EXIT.

       5000-APPLY-REFUND.
           IF (DSDSTXL-CODE = WS-OD-REFUND-CODE
               AND WS-OD-REFUND-CODE NOT = ZERO)
              OR (DSDSTXL-CODE = WS-RI-REFUND-CODE
                  AND WS-RI-REFUND-CODE NOT = ZERO)
               MOVE DSDSTXL-BANK-NO TO WS-KEY-BANK-NO
               MOVE DSDSTXL-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE DSDSTXL-ACCT-NO TO WS-KEY-ACCT-NO
               MOVE DSDSTXL-AMOUNT  TO WS-TX-AMOUNT
               IF DSDSTXL-CODE = WS-OD-REFUND-CODE
                   MOVE 'OVERDRAFT FEE REFUND' TO WS-RL-KIND
               ELSE
                   MOVE 'RETURNED ITEM REFUND' TO WS-RL-KIND
               END-IF
               PERFORM 7000-FIND-ACCUM
               IF WS-FOUND
                   PERFORM 5100-REDUCE-FEES
                   MOVE 'APPLIED' TO WS-RL-TEXT
               ELSE
                   ADD 1 TO WS-TOT-UNAPPLIED
                   ADD WS-TX-AMOUNT TO WS-TOT-UNAPPLIED-AMT
                   MOVE 'NO FEES ON FILE - NOT APPLIED'
                       TO WS-RL-TEXT
               END-IF
               PERFORM 8100-PRINT-REFUND
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       5000-APPLY-REFUND-EXIT.
           EXIT.

       5100-REDUCE-FEES.
           IF DSDSTXL-CODE = WS-OD-REFUND-CODE
               SUBTRACT WS-TX-AMOUNT
                   FROM WS-FA-PRD-OD-FEES (WS-FA-IDX)
                        WS-FA-YTD-OD-FEES (WS-FA-IDX)
               IF WS-FA-PRD-OD-FEES (WS-FA-IDX) < ZERO
                   MOVE ZERO TO WS-FA-PRD-OD-FEES (WS-FA-IDX)
               END-IF
               IF WS-FA-YTD-OD-FEES (WS-FA-IDX) < ZERO
                   MOVE ZERO TO WS-FA-YTD-OD-FEES (WS-FA-IDX)
               END-IF
               ADD 1 TO WS-TOT-OD-REFUNDS
               ADD WS-TX-AMOUNT TO WS-TOT-OD-REFUND-AMT
           ELSE
               SUBTRACT WS-TX-AMOUNT
                   FROM WS-FA-PRD-RI-FEES (WS-FA-IDX)
                        WS-FA-YTD-RI-FEES (WS-FA-IDX)
               IF WS-FA-PRD-RI-FEES (WS-FA-IDX) < ZERO
                   MOVE ZERO TO WS-FA-PRD-RI-FEES (WS-FA-IDX)
               END-IF
               IF WS-FA-YTD-RI-FEES (WS-FA-IDX) < ZERO
                   MOVE ZERO TO WS-FA-YTD-RI-FEES (WS-FA-IDX)
               END-IF
               ADD 1 TO WS-TOT-RI-REFUNDS
               ADD WS-TX-AMOUNT TO WS-TOT-RI-REFUND-AMT
           END-IF.
       5100-REDUCE-FEES-EXIT.
           EXIT.

       6000-WRITE-ACCUM.
           MOVE SPACES TO WS-FEE-ACCUM-WORK.
           MOVE WS-FA-BANK-NO (WS-FA-IDX)     TO FW-BANK-NO.
           MOVE WS-FA-ACCT-ID (WS-FA-IDX)     TO FW-ACCT-ID.
           MOVE WS-FA-ACCT-NO (WS-FA-IDX)     TO FW-ACCT-NO.
           MOVE WS-FA-YTD-YEAR (WS-FA-IDX)    TO FW-YTD-YEAR.
           MOVE WS-FA-PRD-OD-FEES (WS-FA-IDX) TO FW-PRD-OD-FEES.
           MOVE WS-FA-PRD-RI-FEES (WS-FA-IDX) TO FW-PRD-RI-FEES.
           MOVE WS-FA-YTD-OD-FEES (WS-FA-IDX) TO FW-YTD-OD-FEES.
           MOVE WS-FA-YTD-RI-FEES (WS-FA-IDX) TO FW-YTD-RI-FEES.
           MOVE WS-FA-LAST-FEE-DATE (WS-FA-IDX)
               TO FW-LAST-FEE-DATE.
           MOVE WS-FA-LAST-STMT-DATE (WS-FA-IDX)
               TO FW-LAST-STMT-DATE.
           WRITE FEE-ACCUM-OUT-REC FROM WS-FEE-ACCUM-WORK.
           ADD 1 TO WS-TOT-ACCUM-WRITTEN.
       6000-WRITE-ACCUM-EXIT.
           EXIT.

       7000-FIND-ACCUM.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-ACCUM
               VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FA-IDX
           END-IF.
       7000-FIND-ACCUM-EXIT.
           EXIT.

       7010-SCAN-ACCUM.
           IF WS-KEY-BANK-NO = WS-FA-BANK-NO (WS-FA-IDX)
              AND WS-KEY-ACCT-ID = WS-FA-ACCT-ID (WS-FA-IDX)
              AND WS-KEY-ACCT-NO = WS-FA-ACCT-NO (WS-FA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-ACCUM-EXIT.
           EXIT.

      * First fee for the account.  Its year is the run year, or the
      * new year when its bank went through year end tonight.
       7100-ADD-ACCUM.
           IF WS-FA-COUNT < 5000
               ADD 1 TO WS-FA-COUNT
               MOVE WS-FA-COUNT TO WS-FA-IDX
               MOVE WS-KEY-BANK-NO TO WS-FA-BANK-NO (WS-FA-IDX)
               MOVE WS-KEY-ACCT-ID TO WS-FA-ACCT-ID (WS-FA-IDX)
               MOVE WS-KEY-ACCT-NO TO WS-FA-ACCT-NO (WS-FA-IDX)
               MOVE WS-RUN-YEAR TO WS-FA-YTD-YEAR (WS-FA-IDX)
               PERFORM 7110-CHECK-YEAR-END
                   VARYING WS-YE-IDX FROM 1 BY 1
                   UNTIL WS-YE-IDX > WS-YE-COUNT
               MOVE ZERO TO WS-FA-PRD-OD-FEES (WS-FA-IDX)
                            WS-FA-PRD-RI-FEES (WS-FA-IDX)
                            WS-FA-YTD-OD-FEES (WS-FA-IDX)
                            WS-FA-YTD-RI-FEES (WS-FA-IDX)
                            WS-FA-LAST-FEE-DATE (WS-FA-IDX)
                            WS-FA-LAST-STMT-DATE (WS-FA-IDX)
               ADD 1 TO WS-TOT-ACCUM-NEW
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-FA-OVERFLOW
           END-IF.
       7100-ADD-ACCUM-EXIT.
           EXIT.

       7110-CHECK-YEAR-END.
           IF WS-YE-BANK-NO (WS-YE-IDX) = WS-KEY-BANK-NO
               MOVE WS-YE-NEW-YEAR (WS-YE-IDX)
                   TO WS-FA-YTD-YEAR (WS-FA-IDX)
           END-IF.
       7110-CHECK-YEAR-END-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO FEE-ACCUM-RPT-LINE.
           WRITE FEE-ACCUM-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ACCUMULATORS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCUM-READ TO WS-TL-COUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STATEMENT PERIODS CLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-PERIODS-CLOSED TO WS-TL-COUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BANKS AT YEAR END' TO WS-TL-LABEL.
           MOVE WS-TOT-YE-BANKS TO WS-TL-COUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OVERDRAFT FEES' TO WS-TL-LABEL.
           MOVE WS-TOT-OD-FEES TO WS-TL-COUNT.
           MOVE WS-TOT-OD-FEE-AMT TO WS-TL-AMOUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RETURNED-ITEM FEES' TO WS-TL-LABEL.
           MOVE WS-TOT-RI-FEES TO WS-TL-COUNT.
           MOVE WS-TOT-RI-FEE-AMT TO WS-TL-AMOUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OVERDRAFT FEE REFUNDS' TO WS-TL-LABEL.
           MOVE WS-TOT-OD-REFUNDS TO WS-TL-COUNT.
           MOVE WS-TOT-OD-REFUND-AMT TO WS-TL-AMOUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RETURNED-ITEM FEE REFUNDS' TO WS-TL-LABEL.
           MOVE WS-TOT-RI-REFUNDS TO WS-TL-COUNT.
           MOVE WS-TOT-RI-REFUND-AMT TO WS-TL-AMOUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFUNDS NOT APPLIED' TO WS-TL-LABEL.
           MOVE WS-TOT-UNAPPLIED TO WS-TL-COUNT.
           MOVE WS-TOT-UNAPPLIED-AMT TO WS-TL-AMOUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ACCUMULATORS ADDED' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCUM-NEW TO WS-TL-COUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCUMULATORS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCUM-WRITTEN TO WS-TL-COUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-FA-OVERFLOW > ZERO
               MOVE 'ACCUMULATOR TABLE FULL - NOT CARRIED' TO
                   WS-TL-LABEL
               MOVE WS-FA-OVERFLOW TO WS-TL-COUNT
               WRITE FEE-ACCUM-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-REFUND.
           MOVE WS-KEY-BANK-NO TO WS-RL-BANK.
           MOVE WS-KEY-ACCT-ID TO WS-RL-ACCT-ID.
           MOVE WS-KEY-ACCT-NO TO WS-RL-ACCT-NO.
           MOVE WS-TX-AMOUNT   TO WS-RL-AMOUNT.
           WRITE FEE-ACCUM-RPT-LINE FROM WS-REFUND-LINE.
       8100-PRINT-REFUND-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FEE-PARM-FILE
                 FEE-ACCUM-FILE
                 FEE-DISC-FILE
                 YEAR-END-QUEUE
                 FEE-TX-FILE
                 DSDS-TXL-FILE
                 FEE-ACCUM-OUT
                 FEE-ACCUM-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
