      *     EARN-BALANCE-CODE -- a disagreement means interest is
      *     paying off a different balance than the routine intends.
      *  2. Every SAMPLE-INTERVAL-th account gets NAH-INT-PAID-YTD
      *     recomputed off the balance its EARN-BALANCE-CODE names,
      *     priced by DSDS201 for the parm's as-of date (the
      *     routine's RATETIER balance tiers, or, for a routine with
      *     none, the prime rate from the parm file when the balance
      *     clears MIN-BALANCE-PRIME-INT and otherwise
      *     BELOW-MIN-INTEREST-RATE), prorated by elapsed months;
      *     a recompute off by more than 10 percent is flagged.

       ENVIRONMENT DIVISION.
           COPY DSDSODB.

       FD  AUDIT-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  AUDIT-PARM-REC.
           05  AP-SAMPLE-INTERVAL      PIC 9(3).
           05  AP-PRIME-RATE           PIC V9(7).
           05  AP-ELAPSED-MONTHS       PIC 99.
           05  FILLER                  PIC X.
           05  AP-AS-OF-DATE           PIC 9(7).

       FD  EARN-AUDIT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-SAMPLE-INTERVAL          PIC 9(3)       VALUE ZERO.
       01  WS-PRIME-RATE               PIC V9(7)      VALUE ZERO.
       01  WS-ELAPSED-MONTHS           PIC 99         VALUE ZERO.
       01  WS-AS-OF-DATE               PIC 9(7)       VALUE ZERO.
       01  WS-SAMPLE-COUNTER           PIC 9(5)       VALUE ZERO.
       01  WS-AUDIT-BALANCE            PIC S9(9)      VALUE ZERO
                                                       COMP-3.
       01  WS-EXPECTED-INT             PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-INT-DIFF                 PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-EXPECTED-BAL-CODE        PIC 9          VALUE ZERO.

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

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDR322 - EARN ROUTINE / BALANCE CODE AUDIT       '.
           MOVE AP-SAMPLE-INTERVAL TO WS-SAMPLE-INTERVAL.
           MOVE AP-PRIME-RATE      TO WS-PRIME-RATE.
           MOVE AP-ELAPSED-MONTHS  TO WS-ELAPSED-MONTHS.
           MOVE AP-AS-OF-DATE      TO WS-AS-OF-DATE.
           WRITE EARN-AUDIT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
               WHEN OTHER
                         MOVE NAH-AVG-COL-BALANCE TO WS-AUDIT-BALANCE
           END-EVALUATE.
           MOVE NAH-BANK-NO TO TRT-BANK-NO.
           MOVE WS-AS-EARN-RTN (WS-AS-IDX) TO TRT-EARN-RTN.
           MOVE WS-AS-OF-DATE TO TRT-AS-OF-DATE.
           MOVE WS-AUDIT-BALANCE TO TRT-BALANCE.
           MOVE WS-PRIME-RATE TO TRT-STD-RATE.
           MOVE WS-BK-RTN-MIN-BAL (WS-BK-IDX WS-RT-IDX)
               TO TRT-MIN-BALANCE.
           MOVE WS-BK-RTN-BELOW-RATE (WS-BK-IDX WS-RT-IDX)
               TO TRT-BELOW-RATE.
           MOVE WS-ELAPSED-MONTHS TO TRT-PERIODS.
           MOVE 12 TO TRT-PERIODS-PER-YEAR.
           CALL 'DSDS201' USING TRT-PARM-AREA.
           MOVE TRT-INTEREST TO WS-EXPECTED-INT.
           COMPUTE WS-INT-DIFF =
               WS-EXPECTED-INT - NAH-INT-PAID-YTD.
           IF WS-INT-DIFF < ZERO
