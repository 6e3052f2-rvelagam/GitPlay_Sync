       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CLR303.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CLR303 is the monthly loan-to-value review of commercial-loan
      * collateral.  On CLS.CLST50_USERFIELDS (see DSDM020P) a
      * pledge is only a CL50-COLL-FORM number; what it is worth
      * has lived in lenders' desk files.  COLL-REGISTER now carries
      * one row per loan and collateral form -- collateral type,
      * the appraised or market value and the date it was valued,
      * the advance rate policy lends against it and our lien
      * position -- kept in bank, customer, loan and form order.
      *
      * COLL-CTL-FILE declares each collateral type: how many days
      * a valuation stays good and whether the type is marketable
      * securities, which are margined rather than re-appraised.
      *
      * For each loan on the register the review adds up the
      * collateral value and its lendable value (value times
      * advance rate) and sets them against CL34-PRIN-BAL from
      * CLS.CLST34_BR_AVAILABLE (see CURRDATE):
      *
      *  - loan-to-value is principal over collateral value;
      *  - a loan whose principal is more than its lendable value
      *    is over policy;
      *  - a loan over policy that is secured by securities goes to
      *    MARGCALL for the amount needed to bring it back in line;
      *  - any valuation older than its type's age is stale and is
      *    listed under the loan.
      *
      * CLST50 rows naming a collateral form the register has never
      * heard of, register loans no longer on CL34, and types not
      * on COLL-CTL-FILE print as exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-PARM-FILE     ASSIGN TO COLLPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLL-CTL-FILE      ASSIGN TO COLLCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLL-REGISTER      ASSIGN TO COLLREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CL34-FILE          ASSIGN TO CLST34
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLST50-FILE        ASSIGN TO CLST50
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARGIN-CALL-FILE   ASSIGN TO MARGCALL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLL-RPT           ASSIGN TO COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  COLL-PARM-REC.
           05  CP-RUN-DATE             PIC 9(7).

       FD  COLL-CTL-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  COLL-CTL-REC.
           05  CC-COLL-TYPE            PIC X(4).
           05  CC-TYPE-DESC            PIC X(20).
           05  CC-MAX-AGE-DAYS         PIC 9(4).
           05  CC-SECURITIES-SW        PIC X.
           05  FILLER                  PIC X.

       FD  COLL-REGISTER
           RECORD CONTAINS 100 CHARACTERS.
       01  COLL-REGISTER-REC.
           05  CR-BANK-NBR             PIC 9(3).
           05  CR-CUST-NBR             PIC 9(7).
           05  CR-LOAN-NBR             PIC 9(4).
           05  CR-COLL-FORM            PIC 9(6).
           05  CR-COLL-TYPE            PIC X(4).
           05  CR-COLL-DESC            PIC X(30).
           05  CR-VALUE-SOURCE         PIC X.
               88  CR-APPRAISED                       VALUE 'A'.
               88  CR-MARKET                          VALUE 'M'.
           05  CR-COLL-VALUE           PIC 9(11)V99.
           05  CR-VALUATION-DATE       PIC 9(7).
           05  CR-ADVANCE-RATE         PIC 9(3)V99.
           05  CR-LIEN-POSITION        PIC 9.
           05  FILLER                  PIC X(19).

       FD  CL34-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY CURRDATE.

       FD  CLST50-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY DSDM020P.

       FD  MARGIN-CALL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MARGIN-CALL-REC.
           05  MC-BANK-NBR             PIC 9(3).
           05  MC-CUST-NBR             PIC 9(7).
           05  MC-LOAN-NBR             PIC 9(4).
           05  MC-PRIN-BAL             PIC 9(11)V99.
           05  MC-COLL-VALUE           PIC 9(11)V99.
           05  MC-LENDABLE-VALUE       PIC 9(11)V99.
           05  MC-CALL-AMT             PIC 9(11)V99.
           05  MC-LTV-PCT              PIC 9(3)V99.
           05  MC-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(2).

       FD  COLL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  COLL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CTL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CTL-EOF                         VALUE 'Y'.
           05  WS-CR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CR-EOF                          VALUE 'Y'.
           05  WS-CL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CL-EOF                          VALUE 'Y'.
           05  WS-C50-EOF-SW           PIC X          VALUE 'N'.
               88  WS-C50-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-SECURITIES-SW        PIC X          VALUE 'N'.
               88  WS-SECURED-BY-SECURITIES           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CR-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CR-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LOAN-START           PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LOAN-END             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Collateral types, each with the oldest valuation date that
      * is still current as of the run date.
       01  WS-TYPE-TABLE.
           05  WS-CT-ENTRY             OCCURS 100 TIMES.
               10  WS-CT-COLL-TYPE     PIC X(4).
               10  WS-CT-MAX-AGE       PIC 9(4).
               10  WS-CT-SECURITIES    PIC X.
               10  WS-CT-CUTOFF-DATE   PIC 9(7).

       01  WS-REGISTER-TABLE.
           05  WS-CR-ENTRY             OCCURS 5000 TIMES.
               10  WS-CR-BANK-NBR      PIC 9(3).
               10  WS-CR-CUST-NBR      PIC 9(7).
               10  WS-CR-LOAN-NBR      PIC 9(4).
               10  WS-CR-COLL-FORM     PIC 9(6).
               10  WS-CR-COLL-TYPE     PIC X(4).
               10  WS-CR-COLL-DESC     PIC X(30).
               10  WS-CR-COLL-VALUE    PIC 9(11)V99.
               10  WS-CR-VALUATION-DATE
                                       PIC 9(7).
               10  WS-CR-ADVANCE-RATE  PIC 9(3)V99.
               10  WS-CR-LIEN-POSITION PIC 9.

       01  WS-LOAN-TABLE.
           05  WS-CL-ENTRY             OCCURS 5000 TIMES.
               10  WS-CL-BANK-NBR      PIC 9(3).
               10  WS-CL-CUST-NBR      PIC 9(7).
               10  WS-CL-LOAN-NBR      PIC 9(4).
               10  WS-CL-PRIN-BAL      PIC S9(11)V99  COMP-3.

       01  WS-KEY-BANK-NBR             PIC 9(3)       VALUE ZERO.
       01  WS-KEY-CUST-NBR             PIC 9(7)       VALUE ZERO.
       01  WS-KEY-LOAN-NBR             PIC 9(4)       VALUE ZERO.
       01  WS-KEY-COLL-FORM            PIC 9(6)       VALUE ZERO.
       01  WS-LAST-C50-KEY.
           05  WS-LAST-C50-BANK        PIC 9(3)       VALUE ZERO.
           05  WS-LAST-C50-CUST        PIC 9(7)       VALUE ZERO.
           05  WS-LAST-C50-LOAN        PIC 9(4)       VALUE ZERO.
           05  WS-LAST-C50-FORM        PIC 9(6)       VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-LN-PRIN-BAL              PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-LN-COLL-VALUE            PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-LN-LENDABLE              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-LN-LTV                   PIC S9(5)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-LN-CALL-AMT              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-ITEM-LENDABLE            PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

      * Date work: YYYYDDD.
       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).
       01  WS-CUT-DAY                  PIC S9(5)      VALUE ZERO
                                                       COMP-3.

       01  WS-TOTALS.
           05  WS-TOT-ITEMS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-LOANS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OVER-POLICY      PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MARGIN-CALLS     PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-STALE            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-TYPE          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NOT-ON-CL34      PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-UNREGISTERED     PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(44)      VALUE
               'CLR303 - COLLATERAL LOAN-TO-VALUE     DATE '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(81)      VALUE SPACES.

       01  WS-SECTION-HDG.
           05  WS-SH-TEXT              PIC X(40).
           05  FILLER                  PIC X(92)      VALUE SPACES.

       01  WS-LOAN-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-LL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' CUST: '.
           05  WS-LL-CUST              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' LOAN: '.
           05  WS-LL-LOAN              PIC 9(4).
           05  FILLER                  PIC X(6)       VALUE ' PRIN '.
           05  WS-LL-PRIN              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' VALUE '.
           05  WS-LL-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10)      VALUE
               ' LENDABLE '.
           05  WS-LL-LENDABLE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' LTV '.
           05  WS-LL-LTV               PIC ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-FLAG              PIC X(11).
           05  FILLER                  PIC X(4)       VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(5)       VALUE SPACES.
           05  FILLER                  PIC X(6)       VALUE 'FORM: '.
           05  WS-IL-FORM              PIC 9(6).
           05  FILLER                  PIC X(7)       VALUE ' TYPE: '.
           05  WS-IL-TYPE              PIC X(4).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-IL-DESC              PIC X(30).
           05  FILLER                  PIC X(6)       VALUE ' LIEN '.
           05  WS-IL-LIEN              PIC 9.
           05  FILLER                  PIC X(8)       VALUE ' VALUED '.
           05  WS-IL-VAL-DATE          PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' VALUE '.
           05  WS-IL-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-IL-TEXT              PIC X(15).
           05  FILLER                  PIC X(11)      VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-XL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' CUST: '.
           05  WS-XL-CUST              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' LOAN: '.
           05  WS-XL-LOAN              PIC 9(4).
           05  FILLER                  PIC X(7)       VALUE ' FORM: '.
           05  WS-XL-FORM              PIC 9(6).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-XL-TEXT              PIC X(40).
           05  FILLER                  PIC X(43)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           MOVE 'COLLATERAL NOT ON REGISTER' TO WS-SH-TEXT.
           WRITE COLL-RPT-LINE FROM WS-SECTION-HDG.
           PERFORM 2000-CHECK-USERFIELD
               UNTIL WS-C50-EOF.
           MOVE SPACES TO COLL-RPT-LINE.
           WRITE COLL-RPT-LINE.
           MOVE 'LOAN-TO-VALUE BY LOAN' TO WS-SH-TEXT.
           WRITE COLL-RPT-LINE FROM WS-SECTION-HDG.
           MOVE 1 TO WS-CR-IDX.
           PERFORM 3000-REVIEW-LOAN
               UNTIL WS-CR-IDX > WS-CR-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  COLL-PARM-FILE
                       COLL-CTL-FILE
                       COLL-REGISTER
                       CL34-FILE
                       CLST50-FILE
                OUTPUT MARGIN-CALL-FILE
                       COLL-RPT.
           READ COLL-PARM-FILE.
           MOVE CP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE COLL-RPT-LINE FROM WS-RPT-HDG.
           READ COLL-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-TYPES
               UNTIL WS-CTL-EOF.
           READ COLL-REGISTER
               AT END MOVE 'Y' TO WS-CR-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-REGISTER
               UNTIL WS-CR-EOF.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-LOAN-TABLE
               UNTIL WS-CL-EOF.
           READ CLST50-FILE
               AT END MOVE 'Y' TO WS-C50-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-TYPES.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-IDX.
           MOVE CC-COLL-TYPE     TO WS-CT-COLL-TYPE (WS-CT-IDX).
           MOVE CC-MAX-AGE-DAYS  TO WS-CT-MAX-AGE (WS-CT-IDX).
           MOVE CC-SECURITIES-SW TO WS-CT-SECURITIES (WS-CT-IDX).
           PERFORM 8300-SET-CUTOFF-DATE.
           READ COLL-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
       1100-LOAD-TYPES-EXIT.
           EXIT.

       1200-LOAD-REGISTER.
           ADD 1 TO WS-CR-COUNT.
           MOVE WS-CR-COUNT TO WS-CR-IDX.
           MOVE CR-BANK-NBR       TO WS-CR-BANK-NBR (WS-CR-IDX).
           MOVE CR-CUST-NBR       TO WS-CR-CUST-NBR (WS-CR-IDX).
           MOVE CR-LOAN-NBR       TO WS-CR-LOAN-NBR (WS-CR-IDX).
           MOVE CR-COLL-FORM      TO WS-CR-COLL-FORM (WS-CR-IDX).
           MOVE CR-COLL-TYPE      TO WS-CR-COLL-TYPE (WS-CR-IDX).
           MOVE CR-COLL-DESC      TO WS-CR-COLL-DESC (WS-CR-IDX).
           MOVE CR-COLL-VALUE     TO WS-CR-COLL-VALUE (WS-CR-IDX).
           MOVE CR-VALUATION-DATE TO WS-CR-VALUATION-DATE (WS-CR-IDX).
           MOVE CR-ADVANCE-RATE   TO WS-CR-ADVANCE-RATE (WS-CR-IDX).
           MOVE CR-LIEN-POSITION  TO WS-CR-LIEN-POSITION (WS-CR-IDX).
           ADD 1 TO WS-TOT-ITEMS.
           READ COLL-REGISTER
               AT END MOVE 'Y' TO WS-CR-EOF-SW
           END-READ.
       1200-LOAD-REGISTER-EXIT.
           EXIT.

       1300-LOAD-LOAN-TABLE.
           ADD 1 TO WS-CL-COUNT.
           MOVE WS-CL-COUNT TO WS-CL-IDX.
           MOVE CL34-BANK-NBR TO WS-CL-BANK-NBR (WS-CL-IDX).
           MOVE CL34-CUST-NBR TO WS-CL-CUST-NBR (WS-CL-IDX).
           MOVE CL34-LOAN-NBR TO WS-CL-LOAN-NBR (WS-CL-IDX).
           MOVE CL34-PRIN-BAL TO WS-CL-PRIN-BAL (WS-CL-IDX).
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
       1300-LOAD-LOAN-TABLE-EXIT.
           EXIT.

      * A collateral form carries several CLST50 rows, one per
      * literal; it is reported once.
       2000-CHECK-USERFIELD.
           IF CL50-COLL-FORM > ZERO
               MOVE CL50-BANK-NBR  TO WS-KEY-BANK-NBR
               MOVE CL50-CUST-NBR  TO WS-KEY-CUST-NBR
               MOVE CL50-LOAN-NBR  TO WS-KEY-LOAN-NBR
               MOVE CL50-COLL-FORM TO WS-KEY-COLL-FORM
               IF WS-KEY-BANK-NBR NOT = WS-LAST-C50-BANK
                  OR WS-KEY-CUST-NBR NOT = WS-LAST-C50-CUST
                  OR WS-KEY-LOAN-NBR NOT = WS-LAST-C50-LOAN
                  OR WS-KEY-COLL-FORM NOT = WS-LAST-C50-FORM
                   MOVE WS-KEY-BANK-NBR  TO WS-LAST-C50-BANK
                   MOVE WS-KEY-CUST-NBR  TO WS-LAST-C50-CUST
                   MOVE WS-KEY-LOAN-NBR  TO WS-LAST-C50-LOAN
                   MOVE WS-KEY-COLL-FORM TO WS-LAST-C50-FORM
                   PERFORM 2100-FIND-REGISTER-FORM
                   IF NOT WS-FOUND
                       ADD 1 TO WS-TOT-UNREGISTERED
                       MOVE 'COLLATERAL FORM NOT ON REGISTER'
                           TO WS-XL-TEXT
                       PERFORM 8100-PRINT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           READ CLST50-FILE
               AT END MOVE 'Y' TO WS-C50-EOF-SW
           END-READ.
       2000-CHECK-USERFIELD-EXIT.
           EXIT.

       2100-FIND-REGISTER-FORM.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-REGISTER
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
                  OR WS-FOUND.
       2100-FIND-REGISTER-FORM-EXIT.
           EXIT.

       2110-SCAN-REGISTER.
           IF WS-KEY-BANK-NBR = WS-CR-BANK-NBR (WS-CR-IDX)
              AND WS-KEY-CUST-NBR = WS-CR-CUST-NBR (WS-CR-IDX)
              AND WS-KEY-LOAN-NBR = WS-CR-LOAN-NBR (WS-CR-IDX)
              AND WS-KEY-COLL-FORM = WS-CR-COLL-FORM (WS-CR-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-REGISTER-EXIT.
           EXIT.

       2200-FIND-TYPE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-TYPES
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CT-IDX
           END-IF.
       2200-FIND-TYPE-EXIT.
           EXIT.

       2210-SCAN-TYPES.
           IF WS-CR-COLL-TYPE (WS-CR-IDX) = WS-CT-COLL-TYPE (WS-CT-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-TYPES-EXIT.
           EXIT.

       2300-FIND-LOAN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-LOAN-TABLE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CL-IDX
           END-IF.
       2300-FIND-LOAN-EXIT.
           EXIT.

       2310-SCAN-LOAN-TABLE.
           IF WS-KEY-BANK-NBR = WS-CL-BANK-NBR (WS-CL-IDX)
              AND WS-KEY-CUST-NBR = WS-CL-CUST-NBR (WS-CL-IDX)
              AND WS-KEY-LOAN-NBR = WS-CL-LOAN-NBR (WS-CL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-LOAN-TABLE-EXIT.
           EXIT.

      * One loan's collateral, from WS-CR-IDX to the next loan.
       3000-REVIEW-LOAN.
           MOVE WS-CR-BANK-NBR (WS-CR-IDX) TO WS-KEY-BANK-NBR.
           MOVE WS-CR-CUST-NBR (WS-CR-IDX) TO WS-KEY-CUST-NBR.
           MOVE WS-CR-LOAN-NBR (WS-CR-IDX) TO WS-KEY-LOAN-NBR.
           MOVE WS-CR-IDX TO WS-LOAN-START.
           MOVE ZERO TO WS-LN-COLL-VALUE
                        WS-LN-LENDABLE.
           MOVE 'N' TO WS-SECURITIES-SW.
           PERFORM 3100-ADD-COLLATERAL
               UNTIL WS-CR-IDX > WS-CR-COUNT
                  OR WS-CR-BANK-NBR (WS-CR-IDX) NOT = WS-KEY-BANK-NBR
                  OR WS-CR-CUST-NBR (WS-CR-IDX) NOT = WS-KEY-CUST-NBR
                  OR WS-CR-LOAN-NBR (WS-CR-IDX) NOT = WS-KEY-LOAN-NBR.
           PERFORM 2300-FIND-LOAN.
           IF WS-FOUND
               MOVE WS-CL-PRIN-BAL (WS-CL-IDX) TO WS-LN-PRIN-BAL
               PERFORM 3200-RATE-LOAN
           ELSE
               ADD 1 TO WS-TOT-NOT-ON-CL34
               MOVE ZERO TO WS-KEY-COLL-FORM
               MOVE 'REGISTERED LOAN NOT ON CL34' TO WS-XL-TEXT
               PERFORM 8100-PRINT-EXCEPTION
           END-IF.
       3000-REVIEW-LOAN-EXIT.
           EXIT.

       3100-ADD-COLLATERAL.
           ADD WS-CR-COLL-VALUE (WS-CR-IDX) TO WS-LN-COLL-VALUE.
           COMPUTE WS-ITEM-LENDABLE ROUNDED =
               WS-CR-COLL-VALUE (WS-CR-IDX)
               * WS-CR-ADVANCE-RATE (WS-CR-IDX) / 100.
           ADD WS-ITEM-LENDABLE TO WS-LN-LENDABLE.
           PERFORM 2200-FIND-TYPE.
           IF WS-FOUND
               IF WS-CT-SECURITIES (WS-CT-IDX) = 'Y'
                   MOVE 'Y' TO WS-SECURITIES-SW
               END-IF
           END-IF.
           ADD 1 TO WS-CR-IDX.
       3100-ADD-COLLATERAL-EXIT.
           EXIT.

       3200-RATE-LOAN.
           ADD 1 TO WS-TOT-LOANS.
           IF WS-LN-COLL-VALUE > ZERO
               COMPUTE WS-LN-LTV ROUNDED =
                   WS-LN-PRIN-BAL * 100 / WS-LN-COLL-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-LN-LTV
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-LN-LTV
           END-IF.
           IF WS-LN-LTV > 999.99
               MOVE 999.99 TO WS-LN-LTV
           END-IF.
           MOVE SPACES TO WS-LL-FLAG.
           IF WS-LN-PRIN-BAL > WS-LN-LENDABLE
               ADD 1 TO WS-TOT-OVER-POLICY
               MOVE 'OVER POLICY' TO WS-LL-FLAG
               IF WS-SECURED-BY-SECURITIES
                   PERFORM 3300-WRITE-MARGIN-CALL
               END-IF
           END-IF.
           MOVE WS-KEY-BANK-NBR  TO WS-LL-BANK.
           MOVE WS-KEY-CUST-NBR  TO WS-LL-CUST.
           MOVE WS-KEY-LOAN-NBR  TO WS-LL-LOAN.
           MOVE WS-LN-PRIN-BAL   TO WS-LL-PRIN.
           MOVE WS-LN-COLL-VALUE TO WS-LL-VALUE.
           MOVE WS-LN-LENDABLE   TO WS-LL-LENDABLE.
           MOVE WS-LN-LTV        TO WS-LL-LTV.
           WRITE COLL-RPT-LINE FROM WS-LOAN-LINE.
           MOVE WS-CR-IDX TO WS-LOAN-END.
           PERFORM 3400-PRINT-ITEM
               VARYING WS-CR-IDX FROM WS-LOAN-START BY 1
               UNTIL WS-CR-IDX = WS-LOAN-END.
           MOVE WS-LOAN-END TO WS-CR-IDX.
       3200-RATE-LOAN-EXIT.
           EXIT.

       3300-WRITE-MARGIN-CALL.
           COMPUTE WS-LN-CALL-AMT = WS-LN-PRIN-BAL - WS-LN-LENDABLE.
           MOVE 'MARGIN CALL' TO WS-LL-FLAG.
           MOVE SPACES TO MARGIN-CALL-REC.
           MOVE WS-KEY-BANK-NBR  TO MC-BANK-NBR.
           MOVE WS-KEY-CUST-NBR  TO MC-CUST-NBR.
           MOVE WS-KEY-LOAN-NBR  TO MC-LOAN-NBR.
           MOVE WS-LN-PRIN-BAL   TO MC-PRIN-BAL.
           MOVE WS-LN-COLL-VALUE TO MC-COLL-VALUE.
           MOVE WS-LN-LENDABLE   TO MC-LENDABLE-VALUE.
           MOVE WS-LN-CALL-AMT   TO MC-CALL-AMT.
           MOVE WS-LN-LTV        TO MC-LTV-PCT.
           MOVE WS-RUN-DATE      TO MC-RUN-DATE.
           WRITE MARGIN-CALL-REC.
           ADD 1 TO WS-TOT-MARGIN-CALLS.
       3300-WRITE-MARGIN-CALL-EXIT.
           EXIT.

      * Under the loan line: stale valuations and types nobody has
      * declared.
       3400-PRINT-ITEM.
           PERFORM 2200-FIND-TYPE.
           MOVE SPACES TO WS-IL-TEXT.
           IF WS-FOUND
               IF WS-CR-VALUATION-DATE (WS-CR-IDX)
                      < WS-CT-CUTOFF-DATE (WS-CT-IDX)
                   ADD 1 TO WS-TOT-STALE
                   MOVE 'STALE VALUATION' TO WS-IL-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-TOT-NO-TYPE
               MOVE 'TYPE NOT ON CTL' TO WS-IL-TEXT
           END-IF.
           IF WS-IL-TEXT NOT = SPACES
               MOVE WS-CR-COLL-FORM (WS-CR-IDX)      TO WS-IL-FORM
               MOVE WS-CR-COLL-TYPE (WS-CR-IDX)      TO WS-IL-TYPE
               MOVE WS-CR-COLL-DESC (WS-CR-IDX)      TO WS-IL-DESC
               MOVE WS-CR-LIEN-POSITION (WS-CR-IDX)  TO WS-IL-LIEN
               MOVE WS-CR-VALUATION-DATE (WS-CR-IDX) TO WS-IL-VAL-DATE
               MOVE WS-CR-COLL-VALUE (WS-CR-IDX)     TO WS-IL-VALUE
               WRITE COLL-RPT-LINE FROM WS-ITEM-LINE
           END-IF.
       3400-PRINT-ITEM-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO COLL-RPT-LINE.
           WRITE COLL-RPT-LINE.
           MOVE 'COLLATERAL ITEMS ON REGISTER' TO WS-TL-LABEL.
           MOVE WS-TOT-ITEMS TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS REVIEWED' TO WS-TL-LABEL.
           MOVE WS-TOT-LOANS TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS OVER POLICY' TO WS-TL-LABEL.
           MOVE WS-TOT-OVER-POLICY TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MARGIN CALLS' TO WS-TL-LABEL.
           MOVE WS-TOT-MARGIN-CALLS TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STALE VALUATIONS' TO WS-TL-LABEL.
           MOVE WS-TOT-STALE TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS WITH UNDECLARED TYPE' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-TYPE TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REGISTERED LOANS NOT ON CL34' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-ON-CL34 TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'COLLATERAL FORMS NOT ON REGISTER' TO WS-TL-LABEL.
           MOVE WS-TOT-UNREGISTERED TO WS-TL-COUNT.
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-EXCEPTION.
           MOVE WS-KEY-BANK-NBR  TO WS-XL-BANK.
           MOVE WS-KEY-CUST-NBR  TO WS-XL-CUST.
           MOVE WS-KEY-LOAN-NBR  TO WS-XL-LOAN.
           MOVE WS-KEY-COLL-FORM TO WS-XL-FORM.
           WRITE COLL-RPT-LINE FROM WS-EXCEPTION-LINE.
       8100-PRINT-EXCEPTION-EXIT.
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
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
           END-IF.
       8200-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

      * The run date less the type's maximum age, in YYYYDDD.  A
      * valuation dated before it is stale.
       8300-SET-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-CUT-DAY = WS-WORK-DAY - WS-CT-MAX-AGE (WS-CT-IDX).
           PERFORM 8310-BACK-ONE-YEAR
               UNTIL WS-CUT-DAY > ZERO.
           MOVE WS-CUT-DAY TO WS-WORK-DAY.
           MOVE WS-WORK-DATE TO WS-CT-CUTOFF-DATE (WS-CT-IDX).
       8300-SET-CUTOFF-DATE-EXIT.
           EXIT.

       8310-BACK-ONE-YEAR.
           SUBTRACT 1 FROM WS-WORK-YEAR.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-CUT-DAY.
       8310-BACK-ONE-YEAR-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COLL-PARM-FILE
                 COLL-CTL-FILE
                 COLL-REGISTER
                 CL34-FILE
                 CLST50-FILE
                 MARGIN-CALL-FILE
                 COLL-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
