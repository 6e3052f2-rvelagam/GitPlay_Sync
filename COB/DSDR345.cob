       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDR345.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDR345 is the control report behind the Reg DD aggregate-fee
      * box.  Examiners ask us to prove the totals printed on the
      * statements are the totals the bank holds, so this reads the
      * finished print stream -- PD-REG-STMT-HDR records (see
      * DSDSPDTX) with DSDS193's 'FEE' boxes behind the headers --
      * against the fee accumulator (see DSDSFEEA) DSDS193 printed
      * from, with DSDS167's ACCTCLAS for the consumer test.
      *
      * Listed as exceptions:
      *   - a box whose figures or year differ from the accumulator
      *     (an account not on it must show zeros), printed with the
      *     accumulator's figures under it;
      *   - a consumer statement with no box before the next header;
      *   - a box behind the wrong header, a second box on one
      *     statement, or a box on a commercial statement.
      *
      * The totals give the figures printed against the accumulator
      * figures for the same accounts.  Any exception ends the run
      * at RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE      ASSIGN TO FEEPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-ACCUM-FILE     ASSIGN TO FEEACCUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-CLASS-FILE    ASSIGN TO ACCTCLAS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-PRINT-FILE      ASSIGN TO PDPRINT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-CTL-RPT        ASSIGN TO FEECTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  FEE-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(23).

       FD  FEE-ACCUM-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY DSDSFEEA.

       FD  ACCT-CLASS-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  ACCT-CLASS-REC.
           05  AC-BANK-NO              PIC 99.
           05  AC-ACCT-ID              PIC 9(3).
           05  AC-ACCT-NO              PIC 9(9).
           05  AC-CLASS                PIC X.

       FD  PD-PRINT-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.
      * The box as DSDS193 writes it.
       01  PD-FEE-BOX-REC.
           05  FB-BANK-NO              PIC 99.
           05  FB-ACCT-ID              PIC 9(3).
           05  FB-ACCT-NO              PIC 9(9).
           05  FB-TAG                  PIC X(3).
               88  FB-FEE-BOX                         VALUE 'FEE'.
           05  FB-YTD-YEAR             PIC 9(4).
           05  FB-PRD-OD-FEES          PIC 9(7)V99.
           05  FB-PRD-RI-FEES          PIC 9(7)V99.
           05  FB-YTD-OD-FEES          PIC 9(7)V99.
           05  FB-YTD-RI-FEES          PIC 9(7)V99.
           05  FILLER                  PIC X(168).

       FD  FEE-CTL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FEE-CTL-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FA-EOF                          VALUE 'Y'.
           05  WS-AC-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AC-EOF                          VALUE 'Y'.
           05  WS-PDP-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDP-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-IN-STMT-SW           PIC X          VALUE 'N'.
               88  WS-IN-STMT                         VALUE 'Y'.
           05  WS-CONSUMER-SW          PIC X          VALUE 'N'.
               88  WS-CONSUMER                        VALUE 'Y'.
           05  WS-BOX-SEEN-SW          PIC X          VALUE 'N'.
               88  WS-BOX-SEEN                        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-FA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CM-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CM-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-ACCUM-TABLE.
           05  WS-FA-ENTRY             OCCURS 5000 TIMES.
               10  WS-FA-BANK-NO       PIC 99.
               10  WS-FA-ACCT-ID       PIC 9(3).
               10  WS-FA-ACCT-NO       PIC 9(9).
               10  WS-FA-YTD-YEAR      PIC 9(4).
               10  WS-FA-PRD-OD-FEES   PIC 9(7)V99.
               10  WS-FA-PRD-RI-FEES   PIC 9(7)V99.
               10  WS-FA-YTD-OD-FEES   PIC 9(7)V99.
               10  WS-FA-YTD-RI-FEES   PIC 9(7)V99.

      * Commercial accounts only; anything else is consumer.
       01  WS-COMMERCIAL-TABLE.
           05  WS-CM-ENTRY             OCCURS 5000 TIMES.
               10  WS-CM-BANK-NO       PIC 99.
               10  WS-CM-ACCT-ID       PIC 9(3).
               10  WS-CM-ACCT-NO       PIC 9(9).

      * The statement the stream is in, from its header.
       01  WS-STMT-KEY.
           05  WS-SK-BANK-NO           PIC 99.
           05  WS-SK-ACCT-ID           PIC 9(3).
           05  WS-SK-ACCT-NO           PIC 9(9).
       01  WS-STMT-YEAR                PIC 9(4)       VALUE ZERO.

      * The account an exception line or accumulator lookup is for.
       01  WS-RPT-KEY.
           05  WS-RK-BANK-NO           PIC 99.
           05  WS-RK-ACCT-ID           PIC 9(3).
           05  WS-RK-ACCT-NO           PIC 9(9).

      * What the box should show.
       01  WS-EXPECTED.
           05  WS-EX-YTD-YEAR          PIC 9(4).
           05  WS-EX-PRD-OD-FEES       PIC 9(7)V99.
           05  WS-EX-PRD-RI-FEES       PIC 9(7)V99.
           05  WS-EX-YTD-OD-FEES       PIC 9(7)V99.
           05  WS-EX-YTD-RI-FEES       PIC 9(7)V99.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-FA-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-CM-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-STATEMENTS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-CONSUMER         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-BOXES            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-AGREED           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MISMATCH         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MISSING          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MISPLACED        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PRT-PRD-OD       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PRT-PRD-RI       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PRT-YTD-OD       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PRT-YTD-RI       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ACC-PRD-OD       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ACC-PRD-RI       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ACC-YTD-OD       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ACC-YTD-RI       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDR345 - AGGREGATE FEE DISCLOSURE CONTROL      '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(71)      VALUE SPACES.

       01  WS-COL-HDG.
           05  FILLER                  PIC X(72)      VALUE SPACES.
           05  FILLER                  PIC X(4)       VALUE 'YEAR'.
           05  FILLER                  PIC X(44)      VALUE
               '     PRD OD     PRD RI     YTD OD     YTD RI'.
           05  FILLER                  PIC X(12)      VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-EL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-EL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '-'.
           05  WS-EL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-REASON            PIC X(28).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-SOURCE            PIC X(12).
           05  WS-EL-YEAR              PIC X(4).
           05  WS-EL-AMOUNTS.
               10  WS-EL-PRD-OD        PIC BZZZ,ZZ9.99.
               10  WS-EL-PRD-RI        PIC BZZZ,ZZ9.99.
               10  WS-EL-YTD-OD        PIC BZZZ,ZZ9.99.
               10  WS-EL-YTD-RI        PIC BZZZ,ZZ9.99.
           05  FILLER                  PIC X(12)      VALUE SPACES.

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
           MOVE 'DSDR345 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-PRINT-REC
               UNTIL WS-PDP-EOF.
           PERFORM 2100-END-STATEMENT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-STATEMENTS TO RRG-RECORDS-IN.
           MOVE WS-TOT-BOXES TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-TOT-MISMATCH > ZERO
              OR WS-TOT-MISSING > ZERO
              OR WS-TOT-MISPLACED > ZERO
              OR WS-FA-OVERFLOW > ZERO
              OR WS-CM-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FEE-PARM-FILE
                       FEE-ACCUM-FILE
                       ACCT-CLASS-FILE
                       PD-PRINT-FILE
                OUTPUT FEE-CTL-RPT.
           READ FEE-PARM-FILE.
           MOVE FP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE FEE-CTL-RPT-LINE FROM WS-RPT-HDG.
           WRITE FEE-CTL-RPT-LINE FROM WS-COL-HDG.
           READ FEE-ACCUM-FILE
               AT END MOVE 'Y' TO WS-FA-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ACCUM
               UNTIL WS-FA-EOF.
           READ ACCT-CLASS-FILE
               AT END MOVE 'Y' TO WS-AC-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-COMMERCIAL
               UNTIL WS-AC-EOF.
           READ PD-PRINT-FILE
               AT END MOVE 'Y' TO WS-PDP-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ACCUM.
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
           ELSE
               ADD 1 TO WS-FA-OVERFLOW
           END-IF.
           READ FEE-ACCUM-FILE
               AT END MOVE 'Y' TO WS-FA-EOF-SW
           END-READ.
       1100-LOAD-ACCUM-EXIT.
           EXIT.

       1200-LOAD-COMMERCIAL.
           IF AC-CLASS = 'C'
               IF WS-CM-COUNT < 5000
                   ADD 1 TO WS-CM-COUNT
                   MOVE WS-CM-COUNT TO WS-CM-IDX
                   MOVE AC-BANK-NO TO WS-CM-BANK-NO (WS-CM-IDX)
                   MOVE AC-ACCT-ID TO WS-CM-ACCT-ID (WS-CM-IDX)
                   MOVE AC-ACCT-NO TO WS-CM-ACCT-NO (WS-CM-IDX)
               ELSE
                   ADD 1 TO WS-CM-OVERFLOW
               END-IF
           END-IF.
           READ ACCT-CLASS-FILE
               AT END MOVE 'Y' TO WS-AC-EOF-SW
           END-READ.
       1200-LOAD-COMMERCIAL-EXIT.
           EXIT.

       2000-WORK-PRINT-REC.
           IF PDH-HEADER OR PDH-SPECIAL-HEADER
               PERFORM 2100-END-STATEMENT
               PERFORM 2200-START-STATEMENT
           ELSE
               IF FB-FEE-BOX
                   PERFORM 3000-CHECK-FEE-BOX
               END-IF
           END-IF.
           READ PD-PRINT-FILE
               AT END MOVE 'Y' TO WS-PDP-EOF-SW
           END-READ.
       2000-WORK-PRINT-REC-EXIT.
           EXIT.

       2100-END-STATEMENT.
           IF WS-IN-STMT
              AND WS-CONSUMER
              AND NOT WS-BOX-SEEN
               ADD 1 TO WS-TOT-MISSING
               MOVE WS-STMT-KEY TO WS-RPT-KEY
               MOVE 'CONSUMER STATEMENT - NO BOX' TO WS-EL-REASON
               PERFORM 8100-PRINT-EXCEPTION
           END-IF.
           MOVE 'N' TO WS-IN-STMT-SW.
       2100-END-STATEMENT-EXIT.
           EXIT.

       2200-START-STATEMENT.
           ADD 1 TO WS-TOT-STATEMENTS.
           MOVE 'Y' TO WS-IN-STMT-SW.
           MOVE 'N' TO WS-BOX-SEEN-SW.
           MOVE PDH-BANK-NO TO WS-SK-BANK-NO.
           MOVE PDH-ACCT-ID TO WS-SK-ACCT-ID.
           MOVE PDH-ACCT-NO TO WS-SK-ACCT-NO.
           MOVE PDH-CURR-PROC-DT TO WS-WORK-DATE.
           MOVE WS-WORK-YEAR TO WS-STMT-YEAR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-COMMERCIAL
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               MOVE 'N' TO WS-CONSUMER-SW
           ELSE
               MOVE 'Y' TO WS-CONSUMER-SW
               ADD 1 TO WS-TOT-CONSUMER
           END-IF.
       2200-START-STATEMENT-EXIT.
           EXIT.

       2210-SCAN-COMMERCIAL.
           IF WS-SK-BANK-NO = WS-CM-BANK-NO (WS-CM-IDX)
              AND WS-SK-ACCT-ID = WS-CM-ACCT-ID (WS-CM-IDX)
              AND WS-SK-ACCT-NO = WS-CM-ACCT-NO (WS-CM-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-COMMERCIAL-EXIT.
           EXIT.

       3000-CHECK-FEE-BOX.
           ADD 1 TO WS-TOT-BOXES.
           MOVE FB-BANK-NO TO WS-RK-BANK-NO.
           MOVE FB-ACCT-ID TO WS-RK-ACCT-ID.
           MOVE FB-ACCT-NO TO WS-RK-ACCT-NO.
           ADD FB-PRD-OD-FEES TO WS-TOT-PRT-PRD-OD.
           ADD FB-PRD-RI-FEES TO WS-TOT-PRT-PRD-RI.
           ADD FB-YTD-OD-FEES TO WS-TOT-PRT-YTD-OD.
           ADD FB-YTD-RI-FEES TO WS-TOT-PRT-YTD-RI.
           PERFORM 3100-EXPECTED-FIGURES.
           ADD WS-EX-PRD-OD-FEES TO WS-TOT-ACC-PRD-OD.
           ADD WS-EX-PRD-RI-FEES TO WS-TOT-ACC-PRD-RI.
           ADD WS-EX-YTD-OD-FEES TO WS-TOT-ACC-YTD-OD.
           ADD WS-EX-YTD-RI-FEES TO WS-TOT-ACC-YTD-RI.
           IF NOT WS-IN-STMT
              OR WS-RPT-KEY NOT = WS-STMT-KEY
               ADD 1 TO WS-TOT-MISPLACED
               MOVE 'BOX NOT BEHIND ITS HEADER' TO WS-EL-REASON
               PERFORM 8100-PRINT-EXCEPTION
           ELSE
               PERFORM 3200-CHECK-PLACEMENT
           END-IF.
           IF FB-YTD-YEAR = WS-EX-YTD-YEAR
              AND FB-PRD-OD-FEES = WS-EX-PRD-OD-FEES
              AND FB-PRD-RI-FEES = WS-EX-PRD-RI-FEES
              AND FB-YTD-OD-FEES = WS-EX-YTD-OD-FEES
              AND FB-YTD-RI-FEES = WS-EX-YTD-RI-FEES
               ADD 1 TO WS-TOT-AGREED
           ELSE
               ADD 1 TO WS-TOT-MISMATCH
               PERFORM 8200-PRINT-MISMATCH
           END-IF.
       3000-CHECK-FEE-BOX-EXIT.
           EXIT.

      * An account not on the accumulator has had no fees; its box
      * should be zeros for the statement's year.
       3100-EXPECTED-FIGURES.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3110-SCAN-ACCUM
               VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FA-IDX
               MOVE WS-FA-YTD-YEAR (WS-FA-IDX) TO WS-EX-YTD-YEAR
               MOVE WS-FA-PRD-OD-FEES (WS-FA-IDX)
                   TO WS-EX-PRD-OD-FEES
               MOVE WS-FA-PRD-RI-FEES (WS-FA-IDX)
                   TO WS-EX-PRD-RI-FEES
               MOVE WS-FA-YTD-OD-FEES (WS-FA-IDX)
                   TO WS-EX-YTD-OD-FEES
               MOVE WS-FA-YTD-RI-FEES (WS-FA-IDX)
                   TO WS-EX-YTD-RI-FEES
           ELSE
               MOVE WS-STMT-YEAR TO WS-EX-YTD-YEAR
               MOVE ZERO TO WS-EX-PRD-OD-FEES
                            WS-EX-PRD-RI-FEES
                            WS-EX-YTD-OD-FEES
                            WS-EX-YTD-RI-FEES
           END-IF.
       3100-EXPECTED-FIGURES-EXIT.
           EXIT.

       3110-SCAN-ACCUM.
           IF WS-RK-BANK-NO = WS-FA-BANK-NO (WS-FA-IDX)
              AND WS-RK-ACCT-ID = WS-FA-ACCT-ID (WS-FA-IDX)
              AND WS-RK-ACCT-NO = WS-FA-ACCT-NO (WS-FA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-ACCUM-EXIT.
           EXIT.

       3200-CHECK-PLACEMENT.
           IF WS-BOX-SEEN
               ADD 1 TO WS-TOT-MISPLACED
               MOVE 'SECOND BOX ON STATEMENT' TO WS-EL-REASON
               PERFORM 8100-PRINT-EXCEPTION
           ELSE
               IF NOT WS-CONSUMER
                   ADD 1 TO WS-TOT-MISPLACED
                   MOVE 'BOX ON COMMERCIAL STATEMENT'
                       TO WS-EL-REASON
                   PERFORM 8100-PRINT-EXCEPTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-BOX-SEEN-SW.
       3200-CHECK-PLACEMENT-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO FEE-CTL-RPT-LINE.
           WRITE FEE-CTL-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'STATEMENTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-STATEMENTS TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONSUMER STATEMENTS' TO WS-TL-LABEL.
           MOVE WS-TOT-CONSUMER TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE BOXES CHECKED' TO WS-TL-LABEL.
           MOVE WS-TOT-BOXES TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE BOXES AGREEING' TO WS-TL-LABEL.
           MOVE WS-TOT-AGREED TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE BOXES NOT AGREEING' TO WS-TL-LABEL.
           MOVE WS-TOT-MISMATCH TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONSUMER STATEMENTS WITH NO BOX' TO WS-TL-LABEL.
           MOVE WS-TOT-MISSING TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE BOXES MISPLACED' TO WS-TL-LABEL.
           MOVE WS-TOT-MISPLACED TO WS-TL-COUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-TOT-BOXES TO WS-TL-COUNT.
           MOVE 'PERIOD OD FEES PRINTED' TO WS-TL-LABEL.
           MOVE WS-TOT-PRT-PRD-OD TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PERIOD OD FEES ON ACCUMULATOR' TO WS-TL-LABEL.
           MOVE WS-TOT-ACC-PRD-OD TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PERIOD RI FEES PRINTED' TO WS-TL-LABEL.
           MOVE WS-TOT-PRT-PRD-RI TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PERIOD RI FEES ON ACCUMULATOR' TO WS-TL-LABEL.
           MOVE WS-TOT-ACC-PRD-RI TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'YTD OD FEES PRINTED' TO WS-TL-LABEL.
           MOVE WS-TOT-PRT-YTD-OD TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'YTD OD FEES ON ACCUMULATOR' TO WS-TL-LABEL.
           MOVE WS-TOT-ACC-YTD-OD TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'YTD RI FEES PRINTED' TO WS-TL-LABEL.
           MOVE WS-TOT-PRT-YTD-RI TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'YTD RI FEES ON ACCUMULATOR' TO WS-TL-LABEL.
           MOVE WS-TOT-ACC-YTD-RI TO WS-TL-AMOUNT.
           WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           IF WS-FA-OVERFLOW > ZERO
               MOVE 'ACCUMULATOR TABLE FULL - NOT LOADED' TO
                   WS-TL-LABEL
               MOVE WS-FA-OVERFLOW TO WS-TL-COUNT
               WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-CM-OVERFLOW > ZERO
               MOVE 'COMMERCIAL TABLE FULL - NOT LOADED' TO
                   WS-TL-LABEL
               MOVE WS-CM-OVERFLOW TO WS-TL-COUNT
               WRITE FEE-CTL-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-EXCEPTION.
           MOVE WS-RK-BANK-NO TO WS-EL-BANK.
           MOVE WS-RK-ACCT-ID TO WS-EL-ACCT-ID.
           MOVE WS-RK-ACCT-NO TO WS-EL-ACCT-NO.
           MOVE SPACES TO WS-EL-SOURCE WS-EL-YEAR WS-EL-AMOUNTS.
           WRITE FEE-CTL-RPT-LINE FROM WS-EXCEPTION-LINE.
       8100-PRINT-EXCEPTION-EXIT.
           EXIT.

       8200-PRINT-MISMATCH.
           MOVE WS-RK-BANK-NO TO WS-EL-BANK.
           MOVE WS-RK-ACCT-ID TO WS-EL-ACCT-ID.
           MOVE WS-RK-ACCT-NO TO WS-EL-ACCT-NO.
           MOVE 'BOX DIFFERS FROM ACCUMULATOR' TO WS-EL-REASON.
           MOVE 'PRINTED' TO WS-EL-SOURCE.
           MOVE FB-YTD-YEAR TO WS-EL-YEAR.
           MOVE FB-PRD-OD-FEES TO WS-EL-PRD-OD.
           MOVE FB-PRD-RI-FEES TO WS-EL-PRD-RI.
           MOVE FB-YTD-OD-FEES TO WS-EL-YTD-OD.
           MOVE FB-YTD-RI-FEES TO WS-EL-YTD-RI.
           WRITE FEE-CTL-RPT-LINE FROM WS-EXCEPTION-LINE.
           MOVE SPACES TO WS-EL-REASON.
           MOVE 'ACCUMULATOR' TO WS-EL-SOURCE.
           MOVE WS-EX-YTD-YEAR TO WS-EL-YEAR.
           MOVE WS-EX-PRD-OD-FEES TO WS-EL-PRD-OD.
           MOVE WS-EX-PRD-RI-FEES TO WS-EL-PRD-RI.
           MOVE WS-EX-YTD-OD-FEES TO WS-EL-YTD-OD.
           MOVE WS-EX-YTD-RI-FEES TO WS-EL-YTD-RI.
           WRITE FEE-CTL-RPT-LINE FROM WS-EXCEPTION-LINE.
       8200-PRINT-MISMATCH-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FEE-PARM-FILE
                 FEE-ACCUM-FILE
                 ACCT-CLASS-FILE
                 PD-PRINT-FILE
                 FEE-CTL-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
