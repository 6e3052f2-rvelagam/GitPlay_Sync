       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CDU107.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CDU107 is the one calculation of a CD early-withdrawal
      * penalty, a callable service in the DSDS103 style.  Branches
      * have been working penalties out on a calculator, and two
      * miscalculations this year ended in refunds; the branch
      * screen, the CDU106 renewal run and the exemption logic all
      * call this instead.
      *
      * Called as:
      *     CALL 'CDU107' USING EWP-PARM-AREA.
      *
      * The caller sets EWP-BANK-NBR, EWP-PRINCIPAL, EWP-INT-RATE
      * (annual, as a decimal fraction the way CD.BANKCTL carries
      * its corridor), EWP-OPEN-DATE, EWP-MATURITY-DATE,
      * EWP-WDR-DATE and EWP-WDR-AMOUNT (all dates modified Julian
      * YYYYDDD).  EWP-INT-EARNED is the interest earned and still
      * on the certificate; left zero, the service estimates it as
      * simple interest on the amount withdrawn for the days held.
      *
      * The penalty is a number of days of interest on the amount
      * withdrawn, by the certificate's original term (maturity less
      * open date), from the bank's rows on CDPENTAB -- the row with
      * the smallest term ceiling that covers the original term.
      * A day's interest is the rate over 365 or 360 by the bank's
      * CDBC-ACCRUAL-BASE (see CDMSTR).  A withdrawal on or after
      * maturity carries no penalty.  When the penalty is more than
      * the interest earned, EWP-INVADES-PRIN is set and
      * EWP-PRIN-INVADED carries the part that comes out of
      * principal.
      *
      * EWP-RETURN-CODE:
      *     0  penalty returned (zero when not early);
      *     1  bank not on CD.BANKCTL;
      *     2  no penalty schedule row covers the original term;
      *     3  dates out of order (maturity not after open, or the
      *        withdrawal before the open date).
      * Any non-zero code returns a zero penalty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-BANKCTL-FILE    ASSIGN TO CDBANKCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENALTY-TABLE-FILE ASSIGN TO CDPENTAB
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDMSTR.

      * One row per bank per term band: terms up to PT-MAX-TERM-DAYS
      * forfeit PT-PENALTY-DAYS of interest.
       FD  PENALTY-TABLE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PENALTY-TABLE-REC.
           05  PT-BANK-NBR             PIC 9(3).
           05  PT-MAX-TERM-DAYS        PIC 9(5).
           05  PT-PENALTY-DAYS         PIC 9(4).
           05  FILLER                  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BANK-EOF-SW          PIC X          VALUE 'N'.
               88  WS-BANK-EOF                        VALUE 'Y'.
           05  WS-PEN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PEN-EOF                         VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-ROW-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-ROW-FOUND                       VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-BASE-DAYS                PIC 9(3)       VALUE 365.
       01  WS-BEST-MAX-TERM            PIC 9(5)       VALUE ZERO.
       01  WS-PENALTY-DAYS             PIC 9(4)       VALUE ZERO.
       01  WS-TERM-DAYS                PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-DAYS-HELD                PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-INT-EARNED               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PENALTY-AMT              PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-DAY-NBR-DATE.
           05  WS-DN-YEAR              PIC 9(4).
           05  WS-DN-DAY               PIC 9(3).
       01  WS-DAY-NBR                  PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-OPEN-DAY-NBR             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-MAT-DAY-NBR              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-WDR-DAY-NBR              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-EPOCH-YR                 PIC 9(4)       VALUE ZERO.
       01  WS-LP-QUOTIENT              PIC 9(4)       VALUE ZERO.
       01  WS-LP-REMAINDER             PIC 9(4)       VALUE ZERO.

       LINKAGE SECTION.
       01  EWP-PARM-AREA.
           05  EWP-BANK-NBR            PIC 9(3).
           05  EWP-PRINCIPAL           PIC 9(11)V99.
           05  EWP-INT-RATE            PIC 9(2)V9(7).
           05  EWP-OPEN-DATE           PIC 9(7).
           05  EWP-MATURITY-DATE       PIC 9(7).
           05  EWP-WDR-DATE            PIC 9(7).
           05  EWP-WDR-AMOUNT          PIC 9(11)V99.
           05  EWP-INT-EARNED          PIC 9(11)V99.
           05  EWP-TERM-DAYS           PIC 9(5).
           05  EWP-PENALTY-DAYS        PIC 9(4).
           05  EWP-PENALTY-AMT         PIC 9(11)V99.
           05  EWP-PRIN-INVADED        PIC 9(11)V99.
           05  EWP-INVADE-IND          PIC X.
               88  EWP-INVADES-PRIN                   VALUE 'Y'.
           05  EWP-RETURN-CODE         PIC 99.
               88  EWP-SUCCESS                        VALUE 0.
               88  EWP-BANK-NOT-FOUND                 VALUE 1.
               88  EWP-NO-SCHEDULE                    VALUE 2.
               88  EWP-BAD-DATES                      VALUE 3.

       PROCEDURE DIVISION USING EWP-PARM-AREA.

       0000-MAINLINE.
           MOVE ZERO TO EWP-TERM-DAYS
                        EWP-PENALTY-DAYS
                        EWP-PENALTY-AMT
                        EWP-PRIN-INVADED
                        EWP-RETURN-CODE.
           MOVE 'N' TO EWP-INVADE-IND.
           PERFORM 1000-CALC-TERM.
           IF NOT EWP-BAD-DATES
               PERFORM 2000-GET-ACCRUAL-BASE
               IF NOT WS-BANK-FOUND
                   MOVE 1 TO EWP-RETURN-CODE
               ELSE
                   IF WS-WDR-DAY-NBR < WS-MAT-DAY-NBR
                       PERFORM 2500-PRICE-PENALTY
                   END-IF
               END-IF
           END-IF.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-CALC-TERM.
           MOVE EWP-OPEN-DATE TO WS-DAY-NBR-DATE.
           PERFORM 7000-CALC-DAY-NBR.
           MOVE WS-DAY-NBR TO WS-OPEN-DAY-NBR.
           MOVE EWP-MATURITY-DATE TO WS-DAY-NBR-DATE.
           PERFORM 7000-CALC-DAY-NBR.
           MOVE WS-DAY-NBR TO WS-MAT-DAY-NBR.
           MOVE EWP-WDR-DATE TO WS-DAY-NBR-DATE.
           PERFORM 7000-CALC-DAY-NBR.
           MOVE WS-DAY-NBR TO WS-WDR-DAY-NBR.
           IF WS-MAT-DAY-NBR NOT > WS-OPEN-DAY-NBR
              OR WS-WDR-DAY-NBR < WS-OPEN-DAY-NBR
               MOVE 3 TO EWP-RETURN-CODE
           ELSE
               COMPUTE WS-TERM-DAYS =
                   WS-MAT-DAY-NBR - WS-OPEN-DAY-NBR
               COMPUTE WS-DAYS-HELD =
                   WS-WDR-DAY-NBR - WS-OPEN-DAY-NBR
               MOVE WS-TERM-DAYS TO EWP-TERM-DAYS
           END-IF.
       1000-CALC-TERM-EXIT.
           EXIT.

       2000-GET-ACCRUAL-BASE.
           MOVE 'N' TO WS-BANK-EOF-SW
                       WS-BANK-FOUND-SW.
           OPEN INPUT CD-BANKCTL-FILE.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
           PERFORM 2100-SCAN-FOR-BANK
               UNTIL WS-BANK-EOF
                  OR WS-BANK-FOUND.
           CLOSE CD-BANKCTL-FILE.
       2000-GET-ACCRUAL-BASE-EXIT.
           EXIT.

       2100-SCAN-FOR-BANK.
           IF CDBC-BANK-NBR = EWP-BANK-NBR
               MOVE 'Y' TO WS-BANK-FOUND-SW
               IF CDBC-ACCRUAL-365-360
                   MOVE 360 TO WS-BASE-DAYS
               ELSE
                   MOVE 365 TO WS-BASE-DAYS
               END-IF
           ELSE
               READ CD-BANKCTL-FILE
                   AT END MOVE 'Y' TO WS-BANK-EOF-SW
               END-READ
           END-IF.
       2100-SCAN-FOR-BANK-EXIT.
           EXIT.

      * A withdrawal before maturity is charged the penalty days of
      * the bank's schedule row for the original term.
       2500-PRICE-PENALTY.
           PERFORM 3000-GET-PENALTY-DAYS.
           IF NOT WS-ROW-FOUND
               MOVE 2 TO EWP-RETURN-CODE
           ELSE
               PERFORM 4000-CALC-PENALTY
           END-IF.
       2500-PRICE-PENALTY-EXIT.
           EXIT.

      * The bank's rows need not be in term order; the tightest
      * ceiling at or above the original term wins.
       3000-GET-PENALTY-DAYS.
           MOVE 'N' TO WS-PEN-EOF-SW
                       WS-ROW-FOUND-SW.
           MOVE ZERO TO WS-BEST-MAX-TERM
                        WS-PENALTY-DAYS.
           OPEN INPUT PENALTY-TABLE-FILE.
           READ PENALTY-TABLE-FILE
               AT END MOVE 'Y' TO WS-PEN-EOF-SW
           END-READ.
           PERFORM 3100-SCAN-PENALTY-ROW
               UNTIL WS-PEN-EOF.
           CLOSE PENALTY-TABLE-FILE.
       3000-GET-PENALTY-DAYS-EXIT.
           EXIT.

       3100-SCAN-PENALTY-ROW.
           IF PT-BANK-NBR = EWP-BANK-NBR
              AND PT-MAX-TERM-DAYS NOT < WS-TERM-DAYS
               IF NOT WS-ROW-FOUND
                  OR PT-MAX-TERM-DAYS < WS-BEST-MAX-TERM
                   MOVE 'Y' TO WS-ROW-FOUND-SW
                   MOVE PT-MAX-TERM-DAYS TO WS-BEST-MAX-TERM
                   MOVE PT-PENALTY-DAYS  TO WS-PENALTY-DAYS
               END-IF
           END-IF.
           READ PENALTY-TABLE-FILE
               AT END MOVE 'Y' TO WS-PEN-EOF-SW
           END-READ.
       3100-SCAN-PENALTY-ROW-EXIT.
           EXIT.

       4000-CALC-PENALTY.
           MOVE WS-PENALTY-DAYS TO EWP-PENALTY-DAYS.
           COMPUTE WS-PENALTY-AMT ROUNDED =
               EWP-WDR-AMOUNT * EWP-INT-RATE * WS-PENALTY-DAYS
                   / WS-BASE-DAYS.
           MOVE WS-PENALTY-AMT TO EWP-PENALTY-AMT.
           IF EWP-INT-EARNED > ZERO
               MOVE EWP-INT-EARNED TO WS-INT-EARNED
           ELSE
               COMPUTE WS-INT-EARNED ROUNDED =
                   EWP-WDR-AMOUNT * EWP-INT-RATE * WS-DAYS-HELD
                       / WS-BASE-DAYS
           END-IF.
           IF WS-PENALTY-AMT > WS-INT-EARNED
               MOVE 'Y' TO EWP-INVADE-IND
               COMPUTE EWP-PRIN-INVADED =
                   WS-PENALTY-AMT - WS-INT-EARNED
           END-IF.
       4000-CALC-PENALTY-EXIT.
           EXIT.

      * Day number counted from 1 January 1900, so differences
      * across year ends come out in calendar days.
       7000-CALC-DAY-NBR.
           MOVE ZERO TO WS-DAY-NBR.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 7100-COUNT-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-DN-YEAR.
           ADD WS-DN-DAY TO WS-DAY-NBR.
       7000-CALC-DAY-NBR-EXIT.
           EXIT.

       7100-COUNT-YEAR-DAYS.
           PERFORM 7200-CHECK-LEAP-YEAR.
           IF WS-LEAP-YEAR
               ADD 366 TO WS-DAY-NBR
           ELSE
               ADD 365 TO WS-DAY-NBR
           END-IF.
           ADD 1 TO WS-EPOCH-YR.
       7100-COUNT-YEAR-DAYS-EXIT.
           EXIT.

       7200-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-EPOCH-YR BY 4 GIVING WS-LP-QUOTIENT
               REMAINDER WS-LP-REMAINDER.
           IF WS-LP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-EPOCH-YR BY 100 GIVING WS-LP-QUOTIENT
                   REMAINDER WS-LP-REMAINDER
               IF WS-LP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-EPOCH-YR BY 400 GIVING WS-LP-QUOTIENT
                       REMAINDER WS-LP-REMAINDER
                   IF WS-LP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
       7200-CHECK-LEAP-YEAR-EXIT.
           EXIT.
