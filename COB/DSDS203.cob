       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS203.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS203 is the month-end run for earn routines priced by
      * balance tier.  The posting black box pays every routine the
      * BCF's two rates (see DSDSCOLE): the standard rate at or
      * above MIN-BALANCE-PRIME-INT and BELOW-MIN-INTEREST-RATE
      * below it.  A routine with a RATETIER schedule in effect
      * (see DSDS201 and DSDS202) is owed interest by tier instead,
      * so for each NOWHDR account assigned such a routine in
      * EARNASGN this run works out both figures for the month and
      * posts the difference to TXLOUT -- a credit on TIERPARM's
      * credit code when the tiers pay more, a debit on its debit
      * code when they pay less.  Routines with no schedule in
      * effect are left entirely to the black box.
      *
      * Both figures earn on the balance the routine's
      * EARN-BALANCE-CODE names, taken from the NOW header the way
      * DSDR322 audits it: average current for code 1, low balance
      * for code 3, average collected otherwise.  The month is
      * TIERPARM's days in month on a 365-day year, the standard
      * rate its prime rate, and the schedule the one in effect on
      * its run date.
      *
      * The register lists each account with its tiered and
      * standard interest and the adjustment, then the balance,
      * rate and interest earned in each tier; it closes with
      * totals by bank, earn routine and tier, which foot to the
      * tiered interest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-PARM-FILE     ASSIGN TO TIERPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARN-ASSIGN-FILE   ASSIGN TO EARNASGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-HDR-FILE       ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIER-RPT           ASSIGN TO TIERRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIER-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  TIER-PARM-REC.
           05  TP-RUN-DATE             PIC 9(7).
           05  TP-PRIME-RATE           PIC V9(7).
           05  TP-DAYS-IN-MONTH        PIC 99.
           05  TP-CREDIT-TX-CODE       PIC 9(3).
           05  TP-DEBIT-TX-CODE        PIC 9(3).
           05  FILLER                  PIC X(8).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  EARN-ASSIGN-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  EARN-ASSIGN-REC.
           05  EA-BANK-NO              PIC 99.
           05  EA-ACCT-ID              PIC 9(3).
           05  EA-ACCT-NO              PIC 9(9).
           05  EA-EARN-RTN             PIC 99.

       FD  NOW-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  TIER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  TIER-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-ASGN-EOF-SW          PIC X          VALUE 'N'.
               88  WS-ASGN-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AS-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AS-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Each bank's 99-entry earn-routine table off the BCF.
       01  WS-BANK-EARN-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-RTN-ENTRY     OCCURS 99 TIMES.
                   15  WS-BK-RTN-NO    PIC 99.
                   15  WS-BK-RTN-BAL-CODE
                                       PIC X.
                   15  WS-BK-RTN-MIN-BAL
                                       PIC S9(5)V99   COMP-3.
                   15  WS-BK-RTN-BELOW-RATE
                                       PIC SV9(7)     COMP-3.

       01  WS-ASSIGN-TABLE.
           05  WS-AS-ENTRY             OCCURS 10000 TIMES.
               10  WS-AS-BANK-NO       PIC 99.
               10  WS-AS-ACCT-ID       PIC 9(3).
               10  WS-AS-ACCT-NO       PIC 9(9).
               10  WS-AS-EARN-RTN      PIC 99.

      * Register totals by bank, earn routine and tier.
       01  WS-TIER-TOTAL-TABLE.
           05  WS-TT-ENTRY             OCCURS 2000 TIMES.
               10  WS-TT-BANK-NO       PIC 99.
               10  WS-TT-EARN-RTN      PIC 99.
               10  WS-TT-TIER          PIC 9.
               10  WS-TT-ACCOUNTS      PIC S9(7)      COMP-3.
               10  WS-TT-BALANCE       PIC S9(13)V99  COMP-3.
               10  WS-TT-INTEREST      PIC S9(11)V99  COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-PRIME-RATE               PIC V9(7)      VALUE ZERO.
       01  WS-DAYS-IN-MONTH            PIC 99         VALUE ZERO.
       01  WS-CREDIT-TX-CODE           PIC 9(3)       VALUE ZERO.
       01  WS-DEBIT-TX-CODE            PIC 9(3)       VALUE ZERO.
       01  WS-EARN-BALANCE             PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-USE-RATE                 PIC SV9(7)     VALUE ZERO
                                                       COMP-3.
       01  WS-STD-INTEREST             PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-ADJUSTMENT               PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.

       01  WS-TOTALS.
           05  WS-TOT-ACCOUNTS         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-TIERED           PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-STANDARD         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-CREDITS          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DEBITS           PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-POSTED           PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CREDIT-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-DEBIT-COUNT      PIC 9(7)       VALUE ZERO.

      * Earn-routine interest service (DSDS201).
       01  TRT-PARM-AREA.
           05  TRT-BANK-NO             PIC 99.
           05  TRT-EARN-RTN            PIC 99.
           05  TRT-AS-OF-DATE          PIC 9(7).
           05  TRT-BALANCE             PIC S9(9)V99   COMP-3.
           05  TRT-STD-RATE            PIC SV9(7)     COMP-3.
           05  TRT-MIN-BALANCE         PIC S9(5)V99   COMP-3.
           05  TRT-BELOW-RATE          PIC SV9(7)     COMP-3.
           05  TRT-PERIODS             PIC S9(3)      COMP-3.
           05  TRT-PERIODS-PER-YEAR    PIC S9(3)      COMP-3.
           05  TRT-INTEREST            PIC S9(7)V99   COMP-3.
           05  TRT-METHOD              PIC X.
           05  TRT-EFF-DATE            PIC 9(7).
           05  TRT-TIER-COUNT          PIC 9.
           05  TRT-TIER                OCCURS 5 TIMES.
               10  TRT-TIER-BALANCE    PIC S9(9)V99   COMP-3.
               10  TRT-TIER-RATE       PIC SV9(7)     COMP-3.
               10  TRT-TIER-INTEREST   PIC S9(7)V99   COMP-3.
           05  TRT-RETURN-CODE         PIC 99.
               88  TRT-TIERED                         VALUE 0.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS203 - MONTH-END INTEREST BY RATE TIER         '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-AL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(6)       VALUE ' RTN: '.
           05  WS-AL-RTN               PIC Z9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-METHOD            PIC X.
           05  FILLER                  PIC X(5)       VALUE ' EFF '.
           05  WS-AL-EFF-DATE          PIC 9(7).
           05  FILLER                  PIC X(5)       VALUE ' BAL '.
           05  WS-AL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(8)       VALUE
               ' TIERED '.
           05  WS-AL-TIERED            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)       VALUE ' STD '.
           05  WS-AL-STANDARD          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)       VALUE ' ADJ '.
           05  WS-AL-ADJUSTMENT        PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17)      VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER                  PIC X(10)      VALUE SPACES.
           05  FILLER                  PIC X(5)       VALUE 'TIER '.
           05  WS-TL-TIER              PIC 9.
           05  FILLER                  PIC X(7)       VALUE '  BAL: '.
           05  WS-TL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(8)       VALUE
               '  RATE: '.
           05  WS-TL-RATE              PIC .9999999.
           05  FILLER                  PIC X(7)       VALUE '  INT: '.
           05  WS-TL-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(60)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(50).
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-TIER-TOTAL-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-TTL-BANK             PIC Z9.
           05  FILLER                  PIC X(7)       VALUE '  RTN: '.
           05  WS-TTL-RTN              PIC Z9.
           05  FILLER                  PIC X(8)       VALUE
               '  TIER: '.
           05  WS-TTL-TIER             PIC 9.
           05  FILLER                  PIC X(8)       VALUE
               '  ACCTS '.
           05  WS-TTL-ACCOUNTS         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)       VALUE '  BAL '.
           05  WS-TTL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)       VALUE '  INT '.
           05  WS-TTL-INTEREST         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(35)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
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
           MOVE 'DSDS203 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PRICE-ACCOUNT
               UNTIL WS-NOW-EOF.
           PERFORM 7000-PRINT-TIER-TOTALS.
           PERFORM 7500-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-POSTED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  TIER-PARM-FILE
                       BCF-FILE
                       EARN-ASSIGN-FILE
                       NOW-HDR-FILE
                OUTPUT TXL-OUT-FILE
                       TIER-RPT.
           READ TIER-PARM-FILE.
           MOVE TP-RUN-DATE       TO WS-RUN-DATE.
           MOVE TP-PRIME-RATE     TO WS-PRIME-RATE.
           MOVE TP-DAYS-IN-MONTH  TO WS-DAYS-IN-MONTH.
           MOVE TP-CREDIT-TX-CODE TO WS-CREDIT-TX-CODE.
           MOVE TP-DEBIT-TX-CODE  TO WS-DEBIT-TX-CODE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE TIER-RPT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK-EARN-TABLE
               UNTIL WS-BCF-EOF.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-ASSIGN-TABLE
               UNTIL WS-ASGN-EOF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK-EARN-TABLE.
           IF WS-BK-COUNT < 50
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO WS-BK-IDX
               MOVE BCF-BANK-NO TO WS-BK-BANK-NO (WS-BK-IDX)
               PERFORM 1110-LOAD-EARN-RTN
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 99
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1100-LOAD-BANK-EARN-TABLE-EXIT.
           EXIT.

       1110-LOAD-EARN-RTN.
           MOVE EARN-RTN (WS-RT-IDX)
               TO WS-BK-RTN-NO (WS-BK-IDX WS-RT-IDX).
           MOVE EARN-BALANCE-CODE (WS-RT-IDX)
               TO WS-BK-RTN-BAL-CODE (WS-BK-IDX WS-RT-IDX).
           MOVE MIN-BALANCE-PRIME-INT (WS-RT-IDX)
               TO WS-BK-RTN-MIN-BAL (WS-BK-IDX WS-RT-IDX).
           MOVE BELOW-MIN-INTEREST-RATE (WS-RT-IDX)
               TO WS-BK-RTN-BELOW-RATE (WS-BK-IDX WS-RT-IDX).
       1110-LOAD-EARN-RTN-EXIT.
           EXIT.

       1200-LOAD-ASSIGN-TABLE.
           IF WS-AS-COUNT < 10000
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-AS-IDX
               MOVE EA-BANK-NO  TO WS-AS-BANK-NO (WS-AS-IDX)
               MOVE EA-ACCT-ID  TO WS-AS-ACCT-ID (WS-AS-IDX)
               MOVE EA-ACCT-NO  TO WS-AS-ACCT-NO (WS-AS-IDX)
               MOVE EA-EARN-RTN TO WS-AS-EARN-RTN (WS-AS-IDX)
           END-IF.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
       1200-LOAD-ASSIGN-TABLE-EXIT.
           EXIT.

       2000-PRICE-ACCOUNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           PERFORM 2100-FIND-ASSIGNMENT.
           IF WS-FOUND
               PERFORM 2200-FIND-BANK-ROUTINE
               IF WS-BANK-FOUND
                   PERFORM 2300-SELECT-BALANCE
                   IF WS-EARN-BALANCE > ZERO
                       PERFORM 2400-PRICE-TIERS
                   END-IF
               END-IF
           END-IF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       2000-PRICE-ACCOUNT-EXIT.
           EXIT.

       2100-FIND-ASSIGNMENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-ASSIGN-TABLE
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-AS-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AS-IDX
           END-IF.
       2100-FIND-ASSIGNMENT-EXIT.
           EXIT.

       2110-SCAN-ASSIGN-TABLE.
           IF NAH-BANK-NO = WS-AS-BANK-NO (WS-AS-IDX)
              AND NAH-ACCT-ID = WS-AS-ACCT-ID (WS-AS-IDX)
              AND NAH-ACCT-NO = WS-AS-ACCT-NO (WS-AS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-ASSIGN-TABLE-EXIT.
           EXIT.

      * Locates the bank's table entry for the account's assigned
      * routine; WS-RT-IDX is left pointing at the routine.
       2200-FIND-BANK-ROUTINE.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 2210-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
               MOVE 'N' TO WS-BANK-FOUND-SW
               PERFORM 2220-SCAN-ROUTINE-TABLE
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 99
                      OR WS-BANK-FOUND
               IF WS-BANK-FOUND
                   SUBTRACT 1 FROM WS-RT-IDX
               END-IF
           END-IF.
       2200-FIND-BANK-ROUTINE-EXIT.
           EXIT.

       2210-SCAN-BANK-TABLE.
           IF NAH-BANK-NO = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       2210-SCAN-BANK-TABLE-EXIT.
           EXIT.

       2220-SCAN-ROUTINE-TABLE.
           IF WS-BK-RTN-NO (WS-BK-IDX WS-RT-IDX) =
                  WS-AS-EARN-RTN (WS-AS-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       2220-SCAN-ROUTINE-TABLE-EXIT.
           EXIT.

      * The investable-balance code (4) earns on average collected,
      * the closest figure the NOW header carries.
       2300-SELECT-BALANCE.
           EVALUATE WS-BK-RTN-BAL-CODE (WS-BK-IDX WS-RT-IDX)
               WHEN '1'  MOVE NAH-AVG-CUR-BALANCE TO WS-EARN-BALANCE
               WHEN '3'  MOVE NAH-LOW-BALANCE     TO WS-EARN-BALANCE
               WHEN OTHER
                         MOVE NAH-AVG-COL-BALANCE TO WS-EARN-BALANCE
           END-EVALUATE.
       2300-SELECT-BALANCE-EXIT.
           EXIT.

       2400-PRICE-TIERS.
           MOVE NAH-BANK-NO TO TRT-BANK-NO.
           MOVE WS-AS-EARN-RTN (WS-AS-IDX) TO TRT-EARN-RTN.
           MOVE WS-RUN-DATE TO TRT-AS-OF-DATE.
           MOVE WS-EARN-BALANCE TO TRT-BALANCE.
           MOVE WS-PRIME-RATE TO TRT-STD-RATE.
           MOVE WS-BK-RTN-MIN-BAL (WS-BK-IDX WS-RT-IDX)
               TO TRT-MIN-BALANCE.
           MOVE WS-BK-RTN-BELOW-RATE (WS-BK-IDX WS-RT-IDX)
               TO TRT-BELOW-RATE.
           MOVE WS-DAYS-IN-MONTH TO TRT-PERIODS.
           MOVE 365 TO TRT-PERIODS-PER-YEAR.
           CALL 'DSDS201' USING TRT-PARM-AREA.
           IF TRT-TIERED
               PERFORM 2500-PRICE-STANDARD
               COMPUTE WS-ADJUSTMENT =
                   TRT-INTEREST - WS-STD-INTEREST
               IF WS-ADJUSTMENT NOT = ZERO
                   PERFORM 2600-WRITE-ADJUSTMENT
               END-IF
               ADD 1 TO WS-TOT-ACCOUNTS
               ADD TRT-INTEREST TO WS-TOT-TIERED
               ADD WS-STD-INTEREST TO WS-TOT-STANDARD
               PERFORM 2700-PRINT-ACCOUNT
               PERFORM 2800-ACCUMULATE-TIER
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > TRT-TIER-COUNT
           END-IF.
       2400-PRICE-TIERS-EXIT.
           EXIT.

      * What the posting black box pays the routine on its own.
       2500-PRICE-STANDARD.
           IF WS-EARN-BALANCE NOT <
                  WS-BK-RTN-MIN-BAL (WS-BK-IDX WS-RT-IDX)
               MOVE WS-PRIME-RATE TO WS-USE-RATE
           ELSE
               MOVE WS-BK-RTN-BELOW-RATE (WS-BK-IDX WS-RT-IDX)
                   TO WS-USE-RATE
           END-IF.
           COMPUTE WS-STD-INTEREST ROUNDED =
               (WS-EARN-BALANCE * WS-USE-RATE *
                WS-DAYS-IN-MONTH) / 365.
       2500-PRICE-STANDARD-EXIT.
           EXIT.

       2600-WRITE-ADJUSTMENT.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE NAH-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE NAH-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE NAH-ACCT-NO TO DSDSTXL-ACCT-NO.
           IF WS-ADJUSTMENT > ZERO
               MOVE WS-CREDIT-TX-CODE TO DSDSTXL-CODE
               MOVE WS-ADJUSTMENT TO DSDSTXL-AMOUNT
               ADD WS-ADJUSTMENT TO WS-TOT-CREDITS
               ADD 1 TO WS-TOT-CREDIT-COUNT
           ELSE
               MOVE WS-DEBIT-TX-CODE TO DSDSTXL-CODE
               COMPUTE DSDSTXL-AMOUNT = ZERO - WS-ADJUSTMENT
               SUBTRACT WS-ADJUSTMENT FROM WS-TOT-DEBITS
               ADD 1 TO WS-TOT-DEBIT-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE 0 TO DSDSTXL-SC-TYPE.
           MOVE 'TIERED INTEREST ADJUSTMENT' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
           ADD 1 TO WS-TOT-POSTED.
       2600-WRITE-ADJUSTMENT-EXIT.
           EXIT.

       2700-PRINT-ACCOUNT.
           MOVE NAH-BANK-NO TO WS-AL-BANK.
           MOVE NAH-ACCT-ID TO WS-AL-ACCT-ID.
           MOVE NAH-ACCT-NO TO WS-AL-ACCT-NO.
           MOVE WS-AS-EARN-RTN (WS-AS-IDX) TO WS-AL-RTN.
           MOVE TRT-METHOD TO WS-AL-METHOD.
           MOVE TRT-EFF-DATE TO WS-AL-EFF-DATE.
           MOVE WS-EARN-BALANCE TO WS-AL-BALANCE.
           MOVE TRT-INTEREST TO WS-AL-TIERED.
           MOVE WS-STD-INTEREST TO WS-AL-STANDARD.
           MOVE WS-ADJUSTMENT TO WS-AL-ADJUSTMENT.
           WRITE TIER-RPT-LINE FROM WS-ACCOUNT-LINE.
           PERFORM 2710-PRINT-TIER
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > TRT-TIER-COUNT.
       2700-PRINT-ACCOUNT-EXIT.
           EXIT.

       2710-PRINT-TIER.
           MOVE WS-TR-IDX TO WS-TL-TIER.
           MOVE TRT-TIER-BALANCE (WS-TR-IDX) TO WS-TL-BALANCE.
           MOVE TRT-TIER-RATE (WS-TR-IDX) TO WS-TL-RATE.
           MOVE TRT-TIER-INTEREST (WS-TR-IDX) TO WS-TL-INTEREST.
           WRITE TIER-RPT-LINE FROM WS-TIER-LINE.
       2710-PRINT-TIER-EXIT.
           EXIT.

      * A tier the balance never reached carries no balance and is
      * left out of the totals.
       2800-ACCUMULATE-TIER.
           IF TRT-TIER-BALANCE (WS-TR-IDX) > ZERO
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2810-SCAN-TIER-TOTAL
                   VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-TT-IDX
               ELSE
                   IF WS-TT-COUNT < 2000
                       ADD 1 TO WS-TT-COUNT
                       MOVE WS-TT-COUNT TO WS-TT-IDX
                       MOVE NAH-BANK-NO TO WS-TT-BANK-NO (WS-TT-IDX)
                       MOVE WS-AS-EARN-RTN (WS-AS-IDX)
                           TO WS-TT-EARN-RTN (WS-TT-IDX)
                       MOVE WS-TR-IDX TO WS-TT-TIER (WS-TT-IDX)
                       MOVE ZERO TO WS-TT-ACCOUNTS (WS-TT-IDX)
                                    WS-TT-BALANCE (WS-TT-IDX)
                                    WS-TT-INTEREST (WS-TT-IDX)
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-IF
               IF WS-FOUND
                   ADD 1 TO WS-TT-ACCOUNTS (WS-TT-IDX)
                   ADD TRT-TIER-BALANCE (WS-TR-IDX)
                       TO WS-TT-BALANCE (WS-TT-IDX)
                   ADD TRT-TIER-INTEREST (WS-TR-IDX)
                       TO WS-TT-INTEREST (WS-TT-IDX)
               END-IF
           END-IF.
       2800-ACCUMULATE-TIER-EXIT.
           EXIT.

       2810-SCAN-TIER-TOTAL.
           IF WS-TT-BANK-NO (WS-TT-IDX) = NAH-BANK-NO
              AND WS-TT-EARN-RTN (WS-TT-IDX) =
                  WS-AS-EARN-RTN (WS-AS-IDX)
              AND WS-TT-TIER (WS-TT-IDX) = WS-TR-IDX
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2810-SCAN-TIER-TOTAL-EXIT.
           EXIT.

       7000-PRINT-TIER-TOTALS.
           MOVE SPACES TO TIER-RPT-LINE.
           WRITE TIER-RPT-LINE.
           MOVE 'INTEREST BY BANK, EARN ROUTINE AND TIER'
               TO WS-SL-TEXT.
           WRITE TIER-RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 7100-PRINT-TIER-TOTAL
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT.
       7000-PRINT-TIER-TOTALS-EXIT.
           EXIT.

       7100-PRINT-TIER-TOTAL.
           MOVE WS-TT-BANK-NO (WS-TT-IDX)  TO WS-TTL-BANK.
           MOVE WS-TT-EARN-RTN (WS-TT-IDX) TO WS-TTL-RTN.
           MOVE WS-TT-TIER (WS-TT-IDX)     TO WS-TTL-TIER.
           MOVE WS-TT-ACCOUNTS (WS-TT-IDX) TO WS-TTL-ACCOUNTS.
           MOVE WS-TT-BALANCE (WS-TT-IDX)  TO WS-TTL-BALANCE.
           MOVE WS-TT-INTEREST (WS-TT-IDX) TO WS-TTL-INTEREST.
           WRITE TIER-RPT-LINE FROM WS-TIER-TOTAL-LINE.
       7100-PRINT-TIER-TOTAL-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO TIER-RPT-LINE.
           WRITE TIER-RPT-LINE.
           MOVE 'ACCOUNTS PRICED BY TIER' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCOUNTS TO WS-TL-COUNT.
           MOVE WS-TOT-TIERED TO WS-TL-AMOUNT.
           WRITE TIER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STANDARD TWO-RATE INTEREST' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCOUNTS TO WS-TL-COUNT.
           MOVE WS-TOT-STANDARD TO WS-TL-AMOUNT.
           WRITE TIER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ADJUSTMENT CREDITS POSTED' TO WS-TL-LABEL.
           MOVE WS-TOT-CREDIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOT-CREDITS TO WS-TL-AMOUNT.
           WRITE TIER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ADJUSTMENT DEBITS POSTED' TO WS-TL-LABEL.
           MOVE WS-TOT-DEBIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOT-DEBITS TO WS-TL-AMOUNT.
           WRITE TIER-RPT-LINE FROM WS-TOTAL-LINE.
       7500-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE TIER-PARM-FILE
                 BCF-FILE
                 EARN-ASSIGN-FILE
                 NOW-HDR-FILE
                 TXL-OUT-FILE
                 TIER-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
