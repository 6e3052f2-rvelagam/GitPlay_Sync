       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS211.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS211 is the nightly value-date interest adjustment.  Every
      * posted item carries an effective date (DSDSTXL-EFFECT-DT)
      * and a posting date (DSDSTXL-DATE), but the posting cycle
      * accrues interest on the posted balance only, so a
      * back-valued deposit or last week's error reversed today
      * posted with no interest consequence at all.
      *
      * TXLPOST is the day's posted file (see DSDS107).  An item is
      * value-dated when its effective date differs from its
      * posting date, and it is adjusted when its account is
      * interest-bearing -- assigned an earn routine in EARNASGN
      * that the bank's BCF carries (see DSDSCOLE).  Over the gap,
      * in calendar days on a 365-day year:
      *
      *   credit item, back-dated     -- interest owed, credited
      *   credit item, forward-dated  -- interest not owed, debited
      *   debit item,  back-dated     -- interest not owed, debited
      *   debit item,  forward-dated  -- interest owed, credited
      *
      * The rate is the one the account's balance earns under its
      * routine on the run date: NAH-EARN-BALANCE (see DSDSODB)
      * priced by DSDS201 -- the rate of the highest RATETIER tier
      * the balance reaches (tier 1's when it reaches none), or for
      * a routine with no schedule IADJPARM's prime rate at or
      * above MIN-BALANCE-PRIME-INT and BELOW-MIN-INTEREST-RATE
      * below it.  An account assigned a routine but not on NOWHDR
      * is priced on a zero balance.
      *
      * Adjustments post to TXLOUT on IADJPARM's credit or debit
      * code, effective the run date, with a description naming
      * the original item: its check number for a check, otherwise
      * its transaction code and effective date.  Items already on
      * those two codes are passed over, so an adjustment never
      * adjusts itself.  A gap longer than IADJPARM's maximum (365
      * days when zero) is listed for review and not posted; an
      * adjustment that rounds to nothing is listed and not posted.
      *
      * Each adjustment is written to IADJREG (see DSDSIADJ), which
      * DSDR340 foots by bank in the nightly accrual control, and
      * listed on IADJRPT with the run totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-ADJ-PARM-FILE  ASSIGN TO IADJPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARN-ASSIGN-FILE   ASSIGN TO EARNASGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-HDR-FILE       ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-FILE        ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-ADJ-REG-FILE   ASSIGN TO IADJREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-ADJ-RPT        ASSIGN TO IADJRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INT-ADJ-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  INT-ADJ-PARM-REC.
           05  IP-RUN-DATE             PIC 9(7).
           05  IP-PRIME-RATE           PIC V9(7).
           05  IP-CREDIT-TX-CODE       PIC 9(3).
           05  IP-DEBIT-TX-CODE        PIC 9(3).
           05  IP-MAX-GAP-DAYS         PIC 9(3).
           05  FILLER                  PIC X(7).

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

       FD  POSTED-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==POSTED-TRANSACTION==
               LEADING ==DSDSTXL== BY ==PSTXL==.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  INT-ADJ-REG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSIADJ.

       FD  INT-ADJ-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  INT-ADJ-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-ASGN-EOF-SW          PIC X          VALUE 'N'.
               88  WS-ASGN-EOF                        VALUE 'Y'.
           05  WS-POST-EOF-SW          PIC X          VALUE 'N'.
               88  WS-POST-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.
           05  WS-CREDIT-ITEM-SW       PIC X          VALUE 'N'.
               88  WS-CREDIT-ITEM                     VALUE 'Y'.
           05  WS-BACK-DATED-SW        PIC X          VALUE 'N'.
               88  WS-BACK-DATED                      VALUE 'Y'.

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

      * Each bank's 99-entry earn-routine table off the BCF.
       01  WS-BANK-EARN-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-RTN-ENTRY     OCCURS 99 TIMES.
                   15  WS-BK-RTN-NO    PIC 99.
                   15  WS-BK-RTN-MIN-BAL
                                       PIC S9(5)V99   COMP-3.
                   15  WS-BK-RTN-BELOW-RATE
                                       PIC SV9(7)     COMP-3.

      * EARNASGN's assignments, each with the account's earning
      * balance off NOWHDR.
       01  WS-ASSIGN-TABLE.
           05  WS-AS-ENTRY             OCCURS 10000 TIMES.
               10  WS-AS-BANK-NO       PIC 99.
               10  WS-AS-ACCT-ID       PIC 9(3).
               10  WS-AS-ACCT-NO       PIC 9(9).
               10  WS-AS-EARN-RTN      PIC 99.
               10  WS-AS-EARN-BALANCE  PIC S9(9)V99   COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-PRIME-RATE               PIC V9(7)      VALUE ZERO.
       01  WS-CREDIT-TX-CODE           PIC 9(3)       VALUE ZERO.
       01  WS-DEBIT-TX-CODE            PIC 9(3)       VALUE ZERO.
       01  WS-MAX-GAP-DAYS             PIC 9(3)       VALUE ZERO.
       01  WS-ITEM-AMOUNT              PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-ITEM-RATE                PIC SV9(7)     VALUE ZERO
                                                       COMP-3.
       01  WS-GAP-DAYS                 PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-ADJUSTMENT               PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-ABS-DAYS             PIC S9(9)      COMP SYNC.
           05  WS-REMAINDER            PIC 9(3).

       01  WS-ABS-EFFECT               PIC S9(9)      COMP SYNC.
       01  WS-ABS-POSTED               PIC S9(9)      COMP SYNC.

      * The adjustment's description, naming the original item.
       01  WS-DESC-ITEM.
           05  FILLER                  PIC X(11)      VALUE
               'INT ADJ TC '.
           05  WS-DI-CODE              PIC 999.
           05  FILLER                  PIC X(5)       VALUE ' EFF '.
           05  WS-DI-EFFECT-DT         PIC 9(7).
       01  WS-DESC-CHECK.
           05  FILLER                  PIC X(12)      VALUE
               'INT ADJ CHK '.
           05  WS-DC-CHK-NO            PIC 9(11).
           05  FILLER                  PIC X(3)       VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-ITEMS            PIC 9(7)       VALUE ZERO.
           05  WS-TOT-VALUE-DATED      PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NO-INTEREST      PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NO-ROUTINE       PIC 9(7)       VALUE ZERO.
           05  WS-TOT-OVER-GAP         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-UNDER-CENT       PIC 9(7)       VALUE ZERO.
           05  WS-TOT-POSTED           PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CREDIT-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-DEBIT-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CREDITS          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DEBITS           PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-AS-OVERFLOW          PIC 9(7)       VALUE ZERO.

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
               'DSDS211 - VALUE-DATE INTEREST ADJUSTMENTS         '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(5)       VALUE 'ACCT '.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(4)       VALUE ' TC '.
           05  WS-DL-CODE              PIC 999.
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-DL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' EFF '.
           05  WS-DL-EFFECT-DT         PIC 9(7).
           05  FILLER                  PIC X(6)       VALUE ' POST '.
           05  WS-DL-POST-DATE         PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-DIRECTION         PIC X.
           05  FILLER                  PIC X(6)       VALUE ' DAYS '.
           05  WS-DL-DAYS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(6)       VALUE ' RATE '.
           05  WS-DL-RATE              PIC .9999999.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-RESULT            PIC X(28).
           05  WS-DL-ADJ-AREA REDEFINES WS-DL-RESULT.
               10  FILLER              PIC X(4).
               10  WS-DL-ADJ-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X.
               10  WS-DL-ADJ-DR-CR     PIC XX.
               10  FILLER              PIC X(7).

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
           MOVE 'DSDS211 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EDIT-ITEM
               UNTIL WS-POST-EOF.
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
           OPEN INPUT  INT-ADJ-PARM-FILE
                       BCF-FILE
                       EARN-ASSIGN-FILE
                       NOW-HDR-FILE
                       POSTED-FILE
                OUTPUT TXL-OUT-FILE
                       INT-ADJ-REG-FILE
                       INT-ADJ-RPT.
           READ INT-ADJ-PARM-FILE.
           MOVE IP-RUN-DATE       TO WS-RUN-DATE.
           MOVE IP-PRIME-RATE     TO WS-PRIME-RATE.
           MOVE IP-CREDIT-TX-CODE TO WS-CREDIT-TX-CODE.
           MOVE IP-DEBIT-TX-CODE  TO WS-DEBIT-TX-CODE.
           MOVE IP-MAX-GAP-DAYS   TO WS-MAX-GAP-DAYS.
           IF WS-MAX-GAP-DAYS = ZERO
               MOVE 365 TO WS-MAX-GAP-DAYS
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE INT-ADJ-RPT-LINE FROM WS-RPT-HDG.
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
           PERFORM 1300-LOAD-EARN-BALANCE
               UNTIL WS-NOW-EOF.
           READ POSTED-FILE
               AT END MOVE 'Y' TO WS-POST-EOF-SW
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
           MOVE MIN-BALANCE-PRIME-INT (WS-RT-IDX)
               TO WS-BK-RTN-MIN-BAL (WS-BK-IDX WS-RT-IDX).
           MOVE BELOW-MIN-INTEREST-RATE (WS-RT-IDX)
               TO WS-BK-RTN-BELOW-RATE (WS-BK-IDX WS-RT-IDX).
       1110-LOAD-EARN-RTN-EXIT.
           EXIT.

      * Routine 00 is no routine at all; the account earns nothing.
       1200-LOAD-ASSIGN-TABLE.
           IF EA-EARN-RTN NOT = ZERO
               IF WS-AS-COUNT < 10000
                   ADD 1 TO WS-AS-COUNT
                   MOVE WS-AS-COUNT TO WS-AS-IDX
                   MOVE EA-BANK-NO  TO WS-AS-BANK-NO (WS-AS-IDX)
                   MOVE EA-ACCT-ID  TO WS-AS-ACCT-ID (WS-AS-IDX)
                   MOVE EA-ACCT-NO  TO WS-AS-ACCT-NO (WS-AS-IDX)
                   MOVE EA-EARN-RTN TO WS-AS-EARN-RTN (WS-AS-IDX)
                   MOVE ZERO TO WS-AS-EARN-BALANCE (WS-AS-IDX)
               ELSE
                   ADD 1 TO WS-AS-OVERFLOW
               END-IF
           END-IF.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
       1200-LOAD-ASSIGN-TABLE-EXIT.
           EXIT.

       1300-LOAD-EARN-BALANCE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1310-SCAN-NOW-ASSIGN
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-AS-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AS-IDX
               MOVE NAH-EARN-BALANCE
                   TO WS-AS-EARN-BALANCE (WS-AS-IDX)
           END-IF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1300-LOAD-EARN-BALANCE-EXIT.
           EXIT.

       1310-SCAN-NOW-ASSIGN.
           IF NAH-BANK-NO = WS-AS-BANK-NO (WS-AS-IDX)
              AND NAH-ACCT-ID = WS-AS-ACCT-ID (WS-AS-IDX)
              AND NAH-ACCT-NO = WS-AS-ACCT-NO (WS-AS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1310-SCAN-NOW-ASSIGN-EXIT.
           EXIT.

       2000-EDIT-ITEM.
           ADD 1 TO WS-RRG-RECORDS-IN.
           ADD 1 TO WS-TOT-ITEMS.
           IF PSTXL-EFFECT-DT NOT = ZERO
              AND PSTXL-EFFECT-DT NOT = PSTXL-DATE
              AND PSTXL-CODE NOT = WS-CREDIT-TX-CODE
              AND PSTXL-CODE NOT = WS-DEBIT-TX-CODE
               ADD 1 TO WS-TOT-VALUE-DATED
               PERFORM 2100-FIND-ASSIGNMENT
               IF WS-FOUND
                   PERFORM 2200-PRICE-ITEM
               ELSE
                   ADD 1 TO WS-TOT-NO-INTEREST
               END-IF
           END-IF.
           READ POSTED-FILE
               AT END MOVE 'Y' TO WS-POST-EOF-SW
           END-READ.
       2000-EDIT-ITEM-EXIT.
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
           IF PSTXL-BANK-NO = WS-AS-BANK-NO (WS-AS-IDX)
              AND PSTXL-ACCT-ID = WS-AS-ACCT-ID (WS-AS-IDX)
              AND PSTXL-ACCT-NO = WS-AS-ACCT-NO (WS-AS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-ASSIGN-TABLE-EXIT.
           EXIT.

       2200-PRICE-ITEM.
           PERFORM 2300-SET-GAP.
           MOVE ZERO TO WS-ITEM-RATE WS-ADJUSTMENT.
           PERFORM 2400-FIND-BANK-ROUTINE.
           IF NOT WS-BANK-FOUND
               ADD 1 TO WS-TOT-NO-ROUTINE
               MOVE 'NO BCF EARN ROUTINE' TO WS-DL-RESULT
               PERFORM 8100-PRINT-DETAIL
           ELSE
               IF WS-GAP-DAYS > WS-MAX-GAP-DAYS
                   ADD 1 TO WS-TOT-OVER-GAP
                   MOVE 'GAP OVER LIMIT - REVIEW' TO WS-DL-RESULT
                   PERFORM 8100-PRINT-DETAIL
               ELSE
                   PERFORM 2500-FIND-RATE
                   PERFORM 2600-COMPUTE-ADJUSTMENT
                   IF WS-ADJUSTMENT = ZERO
                       ADD 1 TO WS-TOT-UNDER-CENT
                       MOVE 'UNDER ONE CENT - NOT POSTED'
                           TO WS-DL-RESULT
                       PERFORM 8100-PRINT-DETAIL
                   ELSE
                       PERFORM 3000-POST-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.
       2200-PRICE-ITEM-EXIT.
           EXIT.

      * Calendar days between the two dates, and which way the
      * item was valued.  DSDSTXL-CODE below 500 is a credit.
       2300-SET-GAP.
           MOVE PSTXL-EFFECT-DT TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-ABS-EFFECT.
           MOVE PSTXL-DATE TO WS-WORK-DATE.
           PERFORM 8000-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-ABS-POSTED.
           IF WS-ABS-EFFECT < WS-ABS-POSTED
               MOVE 'Y' TO WS-BACK-DATED-SW
               COMPUTE WS-GAP-DAYS = WS-ABS-POSTED - WS-ABS-EFFECT
           ELSE
               MOVE 'N' TO WS-BACK-DATED-SW
               COMPUTE WS-GAP-DAYS = WS-ABS-EFFECT - WS-ABS-POSTED
           END-IF.
           IF PSTXL-CODE < 500
               MOVE 'Y' TO WS-CREDIT-ITEM-SW
           ELSE
               MOVE 'N' TO WS-CREDIT-ITEM-SW
           END-IF.
           MOVE PSTXL-AMOUNT TO WS-ITEM-AMOUNT.
           IF WS-ITEM-AMOUNT < ZERO
               COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
           END-IF.
       2300-SET-GAP-EXIT.
           EXIT.

      * Locates the bank's table entry for the account's assigned
      * routine; WS-RT-IDX is left pointing at the routine.
       2400-FIND-BANK-ROUTINE.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 2410-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
               MOVE 'N' TO WS-BANK-FOUND-SW
               PERFORM 2420-SCAN-ROUTINE-TABLE
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 99
                      OR WS-BANK-FOUND
               IF WS-BANK-FOUND
                   SUBTRACT 1 FROM WS-RT-IDX
               END-IF
           END-IF.
       2400-FIND-BANK-ROUTINE-EXIT.
           EXIT.

       2410-SCAN-BANK-TABLE.
           IF PSTXL-BANK-NO = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       2410-SCAN-BANK-TABLE-EXIT.
           EXIT.

       2420-SCAN-ROUTINE-TABLE.
           IF WS-BK-RTN-NO (WS-BK-IDX WS-RT-IDX) =
                  WS-AS-EARN-RTN (WS-AS-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       2420-SCAN-ROUTINE-TABLE-EXIT.
           EXIT.

      * DSDS201 prices the account's own balance under its routine;
      * the item earns the rate of the top tier that balance
      * reaches, tier 1's when it reaches none.
       2500-FIND-RATE.
           MOVE PSTXL-BANK-NO TO TRT-BANK-NO.
           MOVE WS-AS-EARN-RTN (WS-AS-IDX) TO TRT-EARN-RTN.
           MOVE WS-RUN-DATE TO TRT-AS-OF-DATE.
           MOVE WS-AS-EARN-BALANCE (WS-AS-IDX) TO TRT-BALANCE.
           MOVE WS-PRIME-RATE TO TRT-STD-RATE.
           MOVE WS-BK-RTN-MIN-BAL (WS-BK-IDX WS-RT-IDX)
               TO TRT-MIN-BALANCE.
           MOVE WS-BK-RTN-BELOW-RATE (WS-BK-IDX WS-RT-IDX)
               TO TRT-BELOW-RATE.
           MOVE 1 TO TRT-PERIODS.
           MOVE 365 TO TRT-PERIODS-PER-YEAR.
           CALL 'DSDS201' USING TRT-PARM-AREA.
           MOVE TRT-TIER-RATE (1) TO WS-ITEM-RATE.
           PERFORM 2510-TAKE-TIER-RATE
               VARYING WS-TR-IDX FROM 2 BY 1
               UNTIL WS-TR-IDX > TRT-TIER-COUNT.
       2500-FIND-RATE-EXIT.
           EXIT.

       2510-TAKE-TIER-RATE.
           IF TRT-TIER-BALANCE (WS-TR-IDX) > ZERO
               MOVE TRT-TIER-RATE (WS-TR-IDX) TO WS-ITEM-RATE
           END-IF.
       2510-TAKE-TIER-RATE-EXIT.
           EXIT.

       2600-COMPUTE-ADJUSTMENT.
           COMPUTE WS-ADJUSTMENT ROUNDED =
               (WS-ITEM-AMOUNT * WS-ITEM-RATE * WS-GAP-DAYS) / 365.
       2600-COMPUTE-ADJUSTMENT-EXIT.
           EXIT.

      * A back-dated credit or a forward-dated debit leaves the
      * customer short of interest and is credited; the other two
      * cases earned interest the customer was not owed.
       3000-POST-ADJUSTMENT.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE PSTXL-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE PSTXL-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE PSTXL-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-ADJUSTMENT TO DSDSTXL-AMOUNT.
           MOVE SPACES TO WS-DL-RESULT.
           MOVE 'ADJ ' TO WS-DL-RESULT.
           MOVE WS-ADJUSTMENT TO WS-DL-ADJ-AMOUNT.
           IF (WS-CREDIT-ITEM AND WS-BACK-DATED)
              OR (NOT WS-CREDIT-ITEM AND NOT WS-BACK-DATED)
               MOVE WS-CREDIT-TX-CODE TO DSDSTXL-CODE
               MOVE 'CR' TO WS-DL-ADJ-DR-CR
               ADD WS-ADJUSTMENT TO WS-TOT-CREDITS
               ADD 1 TO WS-TOT-CREDIT-COUNT
           ELSE
               MOVE WS-DEBIT-TX-CODE TO DSDSTXL-CODE
               MOVE 'DR' TO WS-DL-ADJ-DR-CR
               ADD WS-ADJUSTMENT TO WS-TOT-DEBITS
               ADD 1 TO WS-TOT-DEBIT-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE 0 TO DSDSTXL-SC-TYPE.
           IF PSTXL-CHK-NO > ZERO
               MOVE PSTXL-CHK-NO TO WS-DC-CHK-NO
               MOVE WS-DESC-CHECK TO DSDSTXL-TX-DESC
           ELSE
               MOVE PSTXL-CODE TO WS-DI-CODE
               MOVE PSTXL-EFFECT-DT TO WS-DI-EFFECT-DT
               MOVE WS-DESC-ITEM TO DSDSTXL-TX-DESC
           END-IF.
           WRITE DSDS-TRANSACTION-LONG.
           ADD 1 TO WS-TOT-POSTED.
           PERFORM 3100-WRITE-REGISTER.
           PERFORM 8100-PRINT-DETAIL.
       3000-POST-ADJUSTMENT-EXIT.
           EXIT.

       3100-WRITE-REGISTER.
           MOVE SPACES TO INT-ADJ-REG-REC.
           MOVE PSTXL-BANK-NO TO IR-BANK-NO.
           MOVE PSTXL-ACCT-ID TO IR-ACCT-ID.
           MOVE PSTXL-ACCT-NO TO IR-ACCT-NO.
           MOVE WS-AS-EARN-RTN (WS-AS-IDX) TO IR-EARN-RTN.
           MOVE PSTXL-CODE TO IR-ORIG-CODE.
           MOVE WS-ITEM-AMOUNT TO IR-ORIG-AMOUNT.
           MOVE PSTXL-CHK-NO TO IR-ORIG-CHK-NO.
           MOVE PSTXL-EFFECT-DT TO IR-EFFECT-DT.
           MOVE PSTXL-DATE TO IR-POST-DATE.
           IF WS-BACK-DATED
               MOVE 'B' TO IR-DIRECTION
           ELSE
               MOVE 'F' TO IR-DIRECTION
           END-IF.
           MOVE WS-GAP-DAYS TO IR-GAP-DAYS.
           MOVE WS-ITEM-RATE TO IR-RATE.
           MOVE DSDSTXL-CODE TO IR-ADJ-CODE.
           MOVE WS-ADJUSTMENT TO IR-ADJ-AMOUNT.
           IF DSDSTXL-CODE = WS-CREDIT-TX-CODE
               MOVE 'C' TO IR-ADJ-DR-CR
           ELSE
               MOVE 'D' TO IR-ADJ-DR-CR
           END-IF.
           MOVE WS-RUN-DATE TO IR-ADJ-DATE.
           WRITE INT-ADJ-REG-REC.
       3100-WRITE-REGISTER-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO INT-ADJ-RPT-LINE.
           WRITE INT-ADJ-RPT-LINE.
           MOVE 'POSTED ITEMS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-ITEMS TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'VALUE-DATED ITEMS' TO WS-TL-LABEL.
           MOVE WS-TOT-VALUE-DATED TO WS-TL-COUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ON NON-INTEREST-BEARING ACCOUNTS' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-INTEREST TO WS-TL-COUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EARN ROUTINE NOT ON BCF' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-ROUTINE TO WS-TL-COUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'GAP OVER LIMIT - HELD FOR REVIEW' TO WS-TL-LABEL.
           MOVE WS-TOT-OVER-GAP TO WS-TL-COUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ADJUSTMENT UNDER ONE CENT' TO WS-TL-LABEL.
           MOVE WS-TOT-UNDER-CENT TO WS-TL-COUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INTEREST CREDITED' TO WS-TL-LABEL.
           MOVE WS-TOT-CREDIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOT-CREDITS TO WS-TL-AMOUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INTEREST DEBITED' TO WS-TL-LABEL.
           MOVE WS-TOT-DEBIT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOT-DEBITS TO WS-TL-AMOUNT.
           WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-AS-OVERFLOW > ZERO
               MOVE 'ASSIGN TABLE FULL - ACCOUNTS DROPPED'
                   TO WS-TL-LABEL
               MOVE WS-AS-OVERFLOW TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE INT-ADJ-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       7500-PRINT-TOTALS-EXIT.
           EXIT.

      * YYYYDDD to an absolute day count from the 1900 epoch.
       8000-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 8010-ADD-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-WORK-YEAR.
           ADD WS-WORK-DAY TO WS-ABS-DAYS.
       8000-JULIAN-TO-ABS-EXIT.
           EXIT.

       8010-ADD-YEAR-DAYS.
           PERFORM 8020-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-ABS-DAYS.
           ADD 1 TO WS-EPOCH-YR.
       8010-ADD-YEAR-DAYS-EXIT.
           EXIT.

       8020-SET-DAYS-IN-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-EPOCH-YR BY 4 GIVING WS-DAYS-IN-YEAR
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-EPOCH-YR BY 100 GIVING WS-DAYS-IN-YEAR
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 'N' TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-EPOCH-YR BY 400 GIVING WS-DAYS-IN-YEAR
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
           IF WS-LEAP-YEAR
               MOVE 366 TO WS-DAYS-IN-YEAR
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
           END-IF.
       8020-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

       8100-PRINT-DETAIL.
           MOVE PSTXL-BANK-NO   TO WS-DL-BANK.
           MOVE PSTXL-ACCT-ID   TO WS-DL-ACCT-ID.
           MOVE PSTXL-ACCT-NO   TO WS-DL-ACCT-NO.
           MOVE PSTXL-CODE      TO WS-DL-CODE.
           MOVE WS-ITEM-AMOUNT  TO WS-DL-AMOUNT.
           MOVE PSTXL-EFFECT-DT TO WS-DL-EFFECT-DT.
           MOVE PSTXL-DATE      TO WS-DL-POST-DATE.
           IF WS-BACK-DATED
               MOVE 'B' TO WS-DL-DIRECTION
           ELSE
               MOVE 'F' TO WS-DL-DIRECTION
           END-IF.
           MOVE WS-GAP-DAYS     TO WS-DL-DAYS.
           MOVE WS-ITEM-RATE    TO WS-DL-RATE.
           WRITE INT-ADJ-RPT-LINE FROM WS-DETAIL-LINE.
       8100-PRINT-DETAIL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE INT-ADJ-PARM-FILE
                 BCF-FILE
                 EARN-ASSIGN-FILE
                 NOW-HDR-FILE
                 POSTED-FILE
                 TXL-OUT-FILE
                 INT-ADJ-REG-FILE
                 INT-ADJ-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
