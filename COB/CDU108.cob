       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CDU108.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CDU108 is our own nightly CD interest accrual.  CD-BANKCTL
      * (see CDMSTR) carries the whole accrual calendar, but the
      * accrual itself happens in the vendor module and nobody here
      * can prove its accrued-interest-payable figure.
      *
      * Per bank, from ACCPARM's run date:
      *
      *  - the accrual runs through the day before the next business
      *    day, found through DSDS103 off the CDC.BANKCTL holiday
      *    table, so Friday's run (or the run before a holiday)
      *    catches up the days no run will see -- unless the bank
      *    processes weekends (CDBC-WEEKEND, CDBC-PRC-WEEKEND), when
      *    every calendar day has its own run and the accrual runs
      *    through the run date;
      *  - the accrual window starts the day after the old
      *    CDBC-ACCR-THRU-DT, so a missed night is caught up too, and
      *    a rerun on the same date accrues nothing;
      *  - days in the window past the end of the run date's month
      *    are memo days (CDBC-ACCR-DAYS-MEM), accrued now but
      *    belonging to next month's expense;
      *  - CDBC-ACCR-DT-LAST, CDBC-ACCR-DT-FIRST, CDBC-ACCR-THRU-DT
      *    and CDBC-ACCR-DAYS-PRV/CUR/MEM roll forward and the bank
      *    control rewrites to CDBANKCO.  CDBC-DO-NOT-PROCESS banks
      *    pass through untouched.
      *
      * Each active certificate on the CD interest extract (CDACCEXT)
      * accrues its balance times its rate for the days of the
      * window it is open -- from its open date, up to the day
      * before maturity -- over 365 or 360 by CDBC-ACCRUAL-BASE.
      * The accrued interest carries five decimals on the extract
      * (rewritten to CDACCEXO) so daily rounding never drifts.
      *
      * ACCRGL gets one record per bank for the GL: the night's
      * accrual, its memo part and the bank's total accrued interest
      * payable.  The report ties that payable to the vendor's
      * figure on VNDACCR and flags any difference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-BANKCTL-FILE    ASSIGN TO CDBANKCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-BANKCTL-OUT     ASSIGN TO CDBANKCO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-PARM-FILE     ASSIGN TO ACCPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-EXTRACT-FILE  ASSIGN TO CDACCEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-EXTRACT-OUT   ASSIGN TO CDACCEXO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-ACCR-FILE   ASSIGN TO VNDACCR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-GL-FILE       ASSIGN TO ACCRGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-RPT           ASSIGN TO ACCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDMSTR.

       FD  CD-BANKCTL-OUT
           RECORD CONTAINS 400 CHARACTERS.
       01  CD-BANKCTL-OUT-REC          PIC X(400).

       FD  ACCR-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  ACCR-PARM-REC.
           05  AP-RUN-DATE             PIC 9(7).

       FD  ACCR-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCR-EXTRACT-REC.
           05  AX-BANK-NBR             PIC 9(3).
           05  AX-ACCT-NBR             PIC 9(10).
           05  AX-BALANCE              PIC 9(11)V99.
           05  AX-INT-RATE             PIC 9(2)V9(7).
           05  AX-OPEN-DATE            PIC 9(7).
           05  AX-MATURITY-DATE        PIC 9(7).
           05  AX-ACCRUED-INT          PIC 9(9)V9(5).
           05  AX-LAST-ACCR-AMT        PIC 9(7)V9(5).
           05  AX-STATUS               PIC X.
               88  AX-ACTIVE                          VALUE 'A'.
           05  FILLER                  PIC X(4).

       FD  ACCR-EXTRACT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCR-EXTRACT-OUT-REC        PIC X(80).

       FD  VENDOR-ACCR-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  VENDOR-ACCR-REC.
           05  VA-BANK-NBR             PIC 9(3).
           05  VA-PAYABLE              PIC 9(13)V99.
           05  FILLER                  PIC X(2).

       FD  ACCR-GL-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  ACCR-GL-REC.
           05  AG-BANK-NBR             PIC 9(3).
           05  AG-RUN-DATE             PIC 9(7).
           05  AG-ACCR-THRU            PIC 9(7).
           05  AG-ACCR-DAYS            PIC 9(3).
           05  AG-ACCR-AMT             PIC 9(11)V99.
           05  AG-MEMO-AMT             PIC 9(11)V99.
           05  AG-PAYABLE-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(3).

       FD  ACCR-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BANK-EOF-SW          PIC X          VALUE 'N'.
               88  WS-BANK-EOF                        VALUE 'Y'.
           05  WS-EXT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-EXT-EOF                         VALUE 'Y'.
           05  WS-VND-EOF-SW           PIC X          VALUE 'N'.
               88  WS-VND-EOF                         VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.
           05  WS-YEAR-DONE-SW         PIC X          VALUE 'N'.
               88  WS-YEAR-DONE                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Per bank: the accrual window worked out from CD-BANKCTL,
      * and the night's totals.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 200 TIMES.
               10  WS-BK-BANK-NBR      PIC 9(3).
               10  WS-BK-ACCRUE-SW     PIC X.
                   88  WS-BK-ACCRUE                   VALUE 'Y'.
               10  WS-BK-SKIP-TEXT     PIC X(40).
               10  WS-BK-BASE-DAYS     PIC 9(3).
               10  WS-BK-WIN-START     PIC S9(9)      COMP SYNC.
               10  WS-BK-WIN-END       PIC S9(9)      COMP SYNC.
               10  WS-BK-MONTH-END     PIC S9(9)      COMP SYNC.
               10  WS-BK-FIRST-DATE    PIC 9(7).
               10  WS-BK-THRU-DATE     PIC 9(7).
               10  WS-BK-DAYS          PIC 9(3).
               10  WS-BK-MEMO-DAYS     PIC 9(3).
               10  WS-BK-CERT-CNT      PIC S9(7)      COMP-3.
               10  WS-BK-ACCR-AMT      PIC S9(11)V9(5) COMP-3.
               10  WS-BK-MEMO-AMT      PIC S9(11)V9(5) COMP-3.
               10  WS-BK-PAYABLE       PIC S9(13)V9(5) COMP-3.
               10  WS-BK-VENDOR-SW     PIC X.
                   88  WS-BK-VENDOR-FOUND             VALUE 'Y'.
               10  WS-BK-VENDOR-AMT    PIC S9(13)V99  COMP-3.

       01  WS-COUNTS.
           05  WS-NO-BANK-CNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TIE-FAIL-CNT         PIC S9(5)      VALUE ZERO
                                                       COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-RUN-ABS                  PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-OLD-THRU-ABS             PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-CERT-START               PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-CERT-END                 PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-CERT-MEMO-START          PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-CERT-DAYS                PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-CERT-MEMO-DAYS           PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-DAILY-AMT                PIC S9(9)V9(7) VALUE ZERO
                                                       COMP-3.
       01  WS-CERT-ACCR                PIC S9(9)V9(5) VALUE ZERO
                                                       COMP-3.
       01  WS-CERT-MEMO                PIC S9(9)V9(5) VALUE ZERO
                                                       COMP-3.
       01  WS-ROUNDED-AMT              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-DIFF-AMT                 PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

      * Date work: YYYYDDD, its absolute day count from 1900, and
      * the DB2 YYYY-MM-DD form CD-BANKCTL carries.
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

       01  WS-DB2-DATE                 PIC X(10)      VALUE SPACES.
       01  FILLER REDEFINES WS-DB2-DATE.
           05  WS-DB2-YEAR             PIC 9(4).
           05  WS-DB2-DASH-1           PIC X.
           05  WS-DB2-MONTH            PIC 99.
           05  WS-DB2-DASH-2           PIC X.
           05  WS-DB2-DAY              PIC 99.

       01  WS-MONTH-DAYS-VALUES        PIC X(24)      VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99         OCCURS 12 TIMES.
       01  WS-DW-MONTH                 PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-DW-DAY                   PIC S9(3)      VALUE ZERO
                                                       COMP-3.

       01  BDL-PARM-AREA.
           05  BDL-BANK-NO             PIC 99.
           05  BDL-START-DATE          PIC 9(7).
           05  BDL-BUS-DAYS-FWD        PIC S9(3)      COMP-3.
           05  BDL-RESULT-DATE         PIC 9(7).
           05  BDL-RETURN-CODE         PIC 99.
               88  BDL-SUCCESS                        VALUE 0.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(42)      VALUE
               'CDU108 - CD DAILY INTEREST ACCRUAL        '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(77)      VALUE SPACES.

       01  WS-BANK-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-BL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' THRU: '.
           05  WS-BL-THRU              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' DAYS: '.
           05  WS-BL-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(12)      VALUE
               ' MEMO DAYS: '.
           05  WS-BL-MEMO-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(8)       VALUE ' CERTS: '.
           05  WS-BL-CERTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10)      VALUE
               ' ACCRUED: '.
           05  WS-BL-ACCR-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' MEMO: '.
           05  WS-BL-MEMO-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19)      VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(15)      VALUE
               '      PAYABLE: '.
           05  WS-TL-PAYABLE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)       VALUE
               ' VENDOR: '.
           05  WS-TL-VENDOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' DIFF: '.
           05  WS-TL-DIFF              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-TEXT              PIC X(20).
           05  FILLER                  PIC X(28)      VALUE SPACES.

       01  WS-SKIP-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-SL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SL-TEXT              PIC X(40).
           05  FILLER                  PIC X(81)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-ACCRUE-CERTIFICATE
               UNTIL WS-EXT-EOF.
           PERFORM 4000-ROLL-BANK-CONTROL.
           PERFORM 5000-REPORT-BANK
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           PERFORM 6000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CD-BANKCTL-FILE
                       ACCR-PARM-FILE
                       ACCR-EXTRACT-FILE
                       VENDOR-ACCR-FILE
                OUTPUT ACCR-EXTRACT-OUT
                       ACCR-GL-FILE
                       ACCR-RPT.
           READ ACCR-PARM-FILE.
           MOVE AP-RUN-DATE TO WS-RUN-DATE
                               WS-RH-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-RUN-ABS.
           WRITE ACCR-RPT-LINE FROM WS-RPT-HDG.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
           PERFORM 2000-SET-BANK-WINDOW
               UNTIL WS-BANK-EOF.
           CLOSE CD-BANKCTL-FILE.
           READ VENDOR-ACCR-FILE
               AT END MOVE 'Y' TO WS-VND-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-VENDOR
               UNTIL WS-VND-EOF.
           READ ACCR-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EXT-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-VENDOR.
           MOVE VA-BANK-NBR TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF WS-BANK-FOUND
               MOVE 'Y' TO WS-BK-VENDOR-SW (WS-BK-IDX)
               MOVE VA-PAYABLE TO WS-BK-VENDOR-AMT (WS-BK-IDX)
           END-IF.
           READ VENDOR-ACCR-FILE
               AT END MOVE 'Y' TO WS-VND-EOF-SW
           END-READ.
       1100-LOAD-VENDOR-EXIT.
           EXIT.

      * The window runs from the day after the old thru date to the
      * new thru date.  A bank with no thru date yet starts today.
       2000-SET-BANK-WINDOW.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE CDBC-BANK-NBR TO WS-BK-BANK-NBR (WS-BK-IDX).
           MOVE 'N' TO WS-BK-ACCRUE-SW (WS-BK-IDX)
                       WS-BK-VENDOR-SW (WS-BK-IDX).
           MOVE SPACES TO WS-BK-SKIP-TEXT (WS-BK-IDX).
           MOVE ZERO TO WS-BK-DAYS (WS-BK-IDX)
                        WS-BK-MEMO-DAYS (WS-BK-IDX)
                        WS-BK-CERT-CNT (WS-BK-IDX)
                        WS-BK-ACCR-AMT (WS-BK-IDX)
                        WS-BK-MEMO-AMT (WS-BK-IDX)
                        WS-BK-PAYABLE (WS-BK-IDX)
                        WS-BK-VENDOR-AMT (WS-BK-IDX)
                        WS-BK-FIRST-DATE (WS-BK-IDX)
                        WS-BK-THRU-DATE (WS-BK-IDX).
           IF CDBC-ACCRUAL-365-360
               MOVE 360 TO WS-BK-BASE-DAYS (WS-BK-IDX)
           ELSE
               MOVE 365 TO WS-BK-BASE-DAYS (WS-BK-IDX)
           END-IF.
           IF CDBC-DO-NOT-PROCESS
               MOVE 'NOT PROCESSED - CDBC-DO-NOT-PROCESS'
                   TO WS-BK-SKIP-TEXT (WS-BK-IDX)
           ELSE
               PERFORM 2050-OPEN-WINDOW
           END-IF.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
       2000-SET-BANK-WINDOW-EXIT.
           EXIT.

       2050-OPEN-WINDOW.
           MOVE CDBC-ACCR-THRU-DT TO WS-DB2-DATE.
           PERFORM 8400-DB2-TO-JULIAN.
           IF WS-WORK-DATE = ZERO
               COMPUTE WS-OLD-THRU-ABS = WS-RUN-ABS - 1
           ELSE
               PERFORM 8000-JULIAN-TO-ABS
               MOVE WS-ABS-DAYS TO WS-OLD-THRU-ABS
           END-IF.
           PERFORM 2100-SET-NEW-THRU.
           IF WS-BK-WIN-END (WS-BK-IDX) NOT > WS-OLD-THRU-ABS
               MOVE 'ACCRUAL ALREADY CURRENT - NOTHING DUE'
                   TO WS-BK-SKIP-TEXT (WS-BK-IDX)
           ELSE
               COMPUTE WS-BK-WIN-START (WS-BK-IDX) =
                   WS-OLD-THRU-ABS + 1
               COMPUTE WS-BK-DAYS (WS-BK-IDX) =
                   WS-BK-WIN-END (WS-BK-IDX) - WS-OLD-THRU-ABS
               MOVE WS-BK-WIN-START (WS-BK-IDX) TO WS-ABS-DAYS
               PERFORM 8300-ABS-TO-JULIAN
               MOVE WS-WORK-DATE TO WS-BK-FIRST-DATE (WS-BK-IDX)
               PERFORM 2200-SET-MONTH-END
               IF WS-BK-WIN-END (WS-BK-IDX) >
                  WS-BK-MONTH-END (WS-BK-IDX)
                   COMPUTE WS-BK-MEMO-DAYS (WS-BK-IDX) =
                       WS-BK-WIN-END (WS-BK-IDX) -
                       WS-BK-MONTH-END (WS-BK-IDX)
               END-IF
               MOVE 'Y' TO WS-BK-ACCRUE-SW (WS-BK-IDX)
           END-IF.
       2050-OPEN-WINDOW-EXIT.
           EXIT.

      * DSDS103 gives the next business day after the run date; the
      * accrual runs to the day before it.  Should the service not
      * know the bank, tonight accrues through the run date only.
       2100-SET-NEW-THRU.
           MOVE WS-RUN-ABS TO WS-BK-WIN-END (WS-BK-IDX).
           IF NOT CDBC-WEEKEND
               MOVE CDBC-BANK-NBR TO BDL-BANK-NO
               MOVE WS-RUN-DATE TO BDL-START-DATE
               MOVE +1 TO BDL-BUS-DAYS-FWD
               MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE
               CALL 'DSDS103' USING BDL-PARM-AREA
               IF BDL-SUCCESS
                   MOVE BDL-RESULT-DATE TO WS-WORK-DATE
                   PERFORM 8000-JULIAN-TO-ABS
                   COMPUTE WS-BK-WIN-END (WS-BK-IDX) =
                       WS-ABS-DAYS - 1
               END-IF
           END-IF.
           MOVE WS-BK-WIN-END (WS-BK-IDX) TO WS-ABS-DAYS.
           PERFORM 8300-ABS-TO-JULIAN.
           MOVE WS-WORK-DATE TO WS-BK-THRU-DATE (WS-BK-IDX).
       2100-SET-NEW-THRU-EXIT.
           EXIT.

       2200-SET-MONTH-END.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-DB2.
           COMPUTE WS-BK-MONTH-END (WS-BK-IDX) =
               WS-RUN-ABS + WS-MONTH-DAYS (WS-DW-MONTH) - WS-DW-DAY.
       2200-SET-MONTH-END-EXIT.
           EXIT.

      * Certificates of banks not accruing tonight still count to
      * the bank's payable; they just earn nothing new.
       3000-ACCRUE-CERTIFICATE.
           MOVE AX-BANK-NBR TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF NOT WS-BANK-FOUND
               ADD 1 TO WS-NO-BANK-CNT
           ELSE
               IF AX-ACTIVE
                  AND WS-BK-ACCRUE (WS-BK-IDX)
                   PERFORM 3100-CALC-CERT-ACCRUAL
               END-IF
               IF AX-ACTIVE
                   ADD AX-ACCRUED-INT TO WS-BK-PAYABLE (WS-BK-IDX)
               END-IF
           END-IF.
           WRITE ACCR-EXTRACT-OUT-REC FROM ACCR-EXTRACT-REC.
           READ ACCR-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EXT-EOF-SW
           END-READ.
       3000-ACCRUE-CERTIFICATE-EXIT.
           EXIT.

      * The certificate earns for the part of the window from its
      * open date through the day before it matures.
       3100-CALC-CERT-ACCRUAL.
           MOVE ZERO TO AX-LAST-ACCR-AMT.
           MOVE WS-BK-WIN-START (WS-BK-IDX) TO WS-CERT-START.
           MOVE WS-BK-WIN-END (WS-BK-IDX)   TO WS-CERT-END.
           MOVE AX-OPEN-DATE TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           IF WS-ABS-DAYS > WS-CERT-START
               MOVE WS-ABS-DAYS TO WS-CERT-START
           END-IF.
           MOVE AX-MATURITY-DATE TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           IF WS-ABS-DAYS - 1 < WS-CERT-END
               COMPUTE WS-CERT-END = WS-ABS-DAYS - 1
           END-IF.
           COMPUTE WS-CERT-DAYS = WS-CERT-END - WS-CERT-START + 1.
           IF WS-CERT-DAYS > ZERO
               PERFORM 3150-ACCRUE-CERT-DAYS
           END-IF.
       3100-CALC-CERT-ACCRUAL-EXIT.
           EXIT.

       3150-ACCRUE-CERT-DAYS.
           MOVE ZERO TO WS-CERT-MEMO-DAYS.
           COMPUTE WS-CERT-MEMO-START =
               WS-BK-MONTH-END (WS-BK-IDX) + 1.
           IF WS-CERT-START > WS-CERT-MEMO-START
               MOVE WS-CERT-START TO WS-CERT-MEMO-START
           END-IF.
           IF WS-CERT-END NOT < WS-CERT-MEMO-START
               COMPUTE WS-CERT-MEMO-DAYS =
                   WS-CERT-END - WS-CERT-MEMO-START + 1
           END-IF.
           COMPUTE WS-DAILY-AMT ROUNDED =
               AX-BALANCE * AX-INT-RATE / WS-BK-BASE-DAYS (WS-BK-IDX).
           COMPUTE WS-CERT-ACCR ROUNDED = WS-DAILY-AMT * WS-CERT-DAYS.
           COMPUTE WS-CERT-MEMO ROUNDED =
               WS-DAILY-AMT * WS-CERT-MEMO-DAYS.
           MOVE WS-CERT-ACCR TO AX-LAST-ACCR-AMT.
           ADD WS-CERT-ACCR TO AX-ACCRUED-INT.
           ADD 1 TO WS-BK-CERT-CNT (WS-BK-IDX).
           ADD WS-CERT-ACCR TO WS-BK-ACCR-AMT (WS-BK-IDX).
           ADD WS-CERT-MEMO TO WS-BK-MEMO-AMT (WS-BK-IDX).
       3150-ACCRUE-CERT-DAYS-EXIT.
           EXIT.

      * Second pass over CD-BANKCTL: the accrual calendar rolls for
      * every bank that accrued tonight; the rest copy through.
       4000-ROLL-BANK-CONTROL.
           MOVE 'N' TO WS-BANK-EOF-SW.
           OPEN INPUT  CD-BANKCTL-FILE
                OUTPUT CD-BANKCTL-OUT.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
           PERFORM 4100-ROLL-ONE-BANK
               UNTIL WS-BANK-EOF.
           CLOSE CD-BANKCTL-FILE
                 CD-BANKCTL-OUT.
       4000-ROLL-BANK-CONTROL-EXIT.
           EXIT.

       4100-ROLL-ONE-BANK.
           MOVE CDBC-BANK-NBR TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF WS-BANK-FOUND
               IF WS-BK-ACCRUE (WS-BK-IDX)
                   MOVE CDBC-ACCR-DAYS-CUR TO CDBC-ACCR-DAYS-PRV
                   MOVE WS-BK-DAYS (WS-BK-IDX)
                       TO CDBC-ACCR-DAYS-CUR
                   MOVE WS-BK-MEMO-DAYS (WS-BK-IDX)
                       TO CDBC-ACCR-DAYS-MEM
                   MOVE WS-RUN-DATE TO WS-WORK-DATE
                   PERFORM 8500-JULIAN-TO-DB2
                   MOVE WS-DB2-DATE TO CDBC-ACCR-DT-LAST
                   MOVE WS-BK-FIRST-DATE (WS-BK-IDX) TO WS-WORK-DATE
                   PERFORM 8500-JULIAN-TO-DB2
                   MOVE WS-DB2-DATE TO CDBC-ACCR-DT-FIRST
                   MOVE WS-BK-THRU-DATE (WS-BK-IDX) TO WS-WORK-DATE
                   PERFORM 8500-JULIAN-TO-DB2
                   MOVE WS-DB2-DATE TO CDBC-ACCR-THRU-DT
               END-IF
           END-IF.
           WRITE CD-BANKCTL-OUT-REC FROM CD-BANKCTL.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
       4100-ROLL-ONE-BANK-EXIT.
           EXIT.

      * GL record and report lines; the payable ties to the vendor
      * to the cent.
       5000-REPORT-BANK.
           IF NOT WS-BK-ACCRUE (WS-BK-IDX)
               MOVE WS-BK-BANK-NBR (WS-BK-IDX) TO WS-SL-BANK
               MOVE WS-BK-SKIP-TEXT (WS-BK-IDX) TO WS-SL-TEXT
               WRITE ACCR-RPT-LINE FROM WS-SKIP-LINE
           END-IF.
           MOVE SPACES TO ACCR-GL-REC.
           MOVE WS-BK-BANK-NBR (WS-BK-IDX)  TO AG-BANK-NBR.
           MOVE WS-RUN-DATE                 TO AG-RUN-DATE.
           MOVE WS-BK-THRU-DATE (WS-BK-IDX) TO AG-ACCR-THRU.
           MOVE WS-BK-DAYS (WS-BK-IDX)      TO AG-ACCR-DAYS.
           COMPUTE AG-ACCR-AMT ROUNDED = WS-BK-ACCR-AMT (WS-BK-IDX).
           COMPUTE AG-MEMO-AMT ROUNDED = WS-BK-MEMO-AMT (WS-BK-IDX).
           COMPUTE AG-PAYABLE-TOTAL ROUNDED =
               WS-BK-PAYABLE (WS-BK-IDX).
           WRITE ACCR-GL-REC.
           MOVE WS-BK-BANK-NBR (WS-BK-IDX)  TO WS-BL-BANK.
           MOVE WS-BK-THRU-DATE (WS-BK-IDX) TO WS-BL-THRU.
           MOVE WS-BK-DAYS (WS-BK-IDX)      TO WS-BL-DAYS.
           MOVE WS-BK-MEMO-DAYS (WS-BK-IDX) TO WS-BL-MEMO-DAYS.
           MOVE WS-BK-CERT-CNT (WS-BK-IDX)  TO WS-BL-CERTS.
           MOVE AG-ACCR-AMT                 TO WS-BL-ACCR-AMT.
           MOVE AG-MEMO-AMT                 TO WS-BL-MEMO-AMT.
           WRITE ACCR-RPT-LINE FROM WS-BANK-LINE.
           MOVE AG-PAYABLE-TOTAL TO WS-ROUNDED-AMT
                                    WS-TL-PAYABLE.
           IF WS-BK-VENDOR-FOUND (WS-BK-IDX)
               MOVE WS-BK-VENDOR-AMT (WS-BK-IDX) TO WS-TL-VENDOR
               COMPUTE WS-DIFF-AMT =
                   WS-ROUNDED-AMT - WS-BK-VENDOR-AMT (WS-BK-IDX)
               MOVE WS-DIFF-AMT TO WS-TL-DIFF
               IF WS-DIFF-AMT = ZERO
                   MOVE 'TIES TO VENDOR' TO WS-TL-TEXT
               ELSE
                   MOVE '*** OUT OF BALANCE' TO WS-TL-TEXT
                   ADD 1 TO WS-TIE-FAIL-CNT
               END-IF
           ELSE
               MOVE ZERO TO WS-TL-VENDOR
                            WS-TL-DIFF
               MOVE '*** NO VENDOR FIGURE' TO WS-TL-TEXT
               ADD 1 TO WS-TIE-FAIL-CNT
           END-IF.
           WRITE ACCR-RPT-LINE FROM WS-TIE-LINE.
       5000-REPORT-BANK-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACES TO ACCR-RPT-LINE.
           WRITE ACCR-RPT-LINE.
           MOVE 'BANKS NOT TIED TO VENDOR' TO WS-TOT-LABEL.
           MOVE WS-TIE-FAIL-CNT TO WS-TOT-COUNT.
           WRITE ACCR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CERTIFICATES WITH NO CD.BANKCTL ROW' TO WS-TOT-LABEL.
           MOVE WS-NO-BANK-CNT TO WS-TOT-COUNT.
           WRITE ACCR-RPT-LINE FROM WS-TOTAL-LINE.
       6000-PRINT-TOTALS-EXIT.
           EXIT.

       7000-FIND-BANK.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 7010-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       7000-FIND-BANK-EXIT.
           EXIT.

       7010-SCAN-BANK-TABLE.
           IF WS-TEST-BANK = WS-BK-BANK-NBR (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       7010-SCAN-BANK-TABLE-EXIT.
           EXIT.

      * YYYYDDD to an absolute day count from the 1900 epoch.
       8000-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 8100-ADD-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-WORK-YEAR.
           ADD WS-WORK-DAY TO WS-ABS-DAYS.
       8000-JULIAN-TO-ABS-EXIT.
           EXIT.

       8100-ADD-YEAR-DAYS.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-ABS-DAYS.
           ADD 1 TO WS-EPOCH-YR.
       8100-ADD-YEAR-DAYS-EXIT.
           EXIT.

       8200-SET-DAYS-IN-YEAR.
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
               MOVE 29 TO WS-MONTH-DAYS (2)
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
               MOVE 28 TO WS-MONTH-DAYS (2)
           END-IF.
       8200-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

      * The inverse: an absolute day count back to YYYYDDD.
       8300-ABS-TO-JULIAN.
           MOVE 1900 TO WS-EPOCH-YR.
           MOVE 'N' TO WS-YEAR-DONE-SW.
           PERFORM 8310-STRIP-YEAR-DAYS
               UNTIL WS-YEAR-DONE.
           MOVE WS-EPOCH-YR TO WS-WORK-YEAR.
           MOVE WS-ABS-DAYS TO WS-WORK-DAY.
       8300-ABS-TO-JULIAN-EXIT.
           EXIT.

       8310-STRIP-YEAR-DAYS.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           IF WS-ABS-DAYS > WS-DAYS-IN-YEAR
               SUBTRACT WS-DAYS-IN-YEAR FROM WS-ABS-DAYS
               ADD 1 TO WS-EPOCH-YR
           ELSE
               MOVE 'Y' TO WS-YEAR-DONE-SW
           END-IF.
       8310-STRIP-YEAR-DAYS-EXIT.
           EXIT.

      * YYYY-MM-DD to YYYYDDD; a blank or malformed date gives zero.
       8400-DB2-TO-JULIAN.
           MOVE ZERO TO WS-WORK-DATE.
           IF WS-DB2-YEAR NOT NUMERIC
              OR WS-DB2-MONTH NOT NUMERIC
              OR WS-DB2-DAY NOT NUMERIC
              OR WS-DB2-MONTH < 1
              OR WS-DB2-MONTH > 12
               MOVE ZERO TO WS-WORK-DATE
           ELSE
               MOVE WS-DB2-YEAR TO WS-EPOCH-YR
                                   WS-WORK-YEAR
               PERFORM 8200-SET-DAYS-IN-YEAR
               MOVE WS-DB2-DAY TO WS-WORK-DAY
               MOVE WS-DB2-MONTH TO WS-DW-MONTH
               PERFORM 8410-ADD-PRIOR-MONTH
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX NOT < WS-DW-MONTH
           END-IF.
       8400-DB2-TO-JULIAN-EXIT.
           EXIT.

       8410-ADD-PRIOR-MONTH.
           ADD WS-MONTH-DAYS (WS-MO-IDX) TO WS-WORK-DAY.
       8410-ADD-PRIOR-MONTH-EXIT.
           EXIT.

      * YYYYDDD to YYYY-MM-DD, leaving the month and day of month in
      * WS-DW-MONTH and WS-DW-DAY.
       8500-JULIAN-TO-DB2.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           MOVE WS-WORK-DAY TO WS-DW-DAY.
           MOVE 1 TO WS-DW-MONTH.
           PERFORM 8510-STEP-MONTH
               UNTIL WS-DW-DAY NOT > WS-MONTH-DAYS (WS-DW-MONTH).
           MOVE WS-WORK-YEAR TO WS-DB2-YEAR.
           MOVE '-' TO WS-DB2-DASH-1
                       WS-DB2-DASH-2.
           MOVE WS-DW-MONTH TO WS-DB2-MONTH.
           MOVE WS-DW-DAY TO WS-DB2-DAY.
       8500-JULIAN-TO-DB2-EXIT.
           EXIT.

       8510-STEP-MONTH.
           SUBTRACT WS-MONTH-DAYS (WS-DW-MONTH) FROM WS-DW-DAY.
           ADD 1 TO WS-DW-MONTH.
       8510-STEP-MONTH-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ACCR-PARM-FILE
                 ACCR-EXTRACT-FILE
                 VENDOR-ACCR-FILE
                 ACCR-EXTRACT-OUT
                 ACCR-GL-FILE
                 ACCR-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
