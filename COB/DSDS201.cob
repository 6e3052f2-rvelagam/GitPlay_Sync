       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS201.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS201 is the earn-routine interest service, callable in
      * the DSDS103 style:
      *
      *     CALL 'DSDS201' USING TRT-PARM-AREA.
      *
      * BCF-EARN-RTN-INFO (see DSDSCOLE) gives a routine only two
      * rates: the standard rate at or above MIN-BALANCE-PRIME-INT
      * and BELOW-MIN-INTEREST-RATE below it.  RATETIER, which
      * DSDS202 maintains, adds balance tiers: up to five per
      * schedule, each a floor balance and a rate, effective-dated
      * per bank and earn routine.  The schedule in effect is the
      * one with the latest effective date not after
      * TRT-AS-OF-DATE, so a rate change keyed ahead of time takes
      * over on its date with nothing run by hand.  A schedule pays
      * one of two ways:
      *
      *   W  whole balance -- the entire balance earns the rate of
      *      the highest tier whose floor it reaches;
      *   B  blended -- each slice of the balance between one
      *      tier's floor and the next earns that tier's rate.
      *
      * The caller sets TRT-BANK-NO, TRT-EARN-RTN, TRT-AS-OF-DATE,
      * the balance the routine's EARN-BALANCE-CODE names, the
      * routine's two BCF rates and its minimum (TRT-STD-RATE is
      * the caller's standard rate, the prime rate in every run
      * today), and the period as TRT-PERIODS of
      * TRT-PERIODS-PER-YEAR (days of 365, or months of 12).
      *
      * Back come TRT-INTEREST, the method used, the schedule's
      * effective date and the balance, rate and interest earned in
      * each tier; the total is the sum of the tiers, each rounded
      * to the cent, so a register by tier foots to it.
      * TRT-RETURN-CODE 0 means a tier schedule priced the period;
      * 1 means the routine has none in effect and the BCF's
      * two-rate rule priced it instead, reported as tier 1
      * (method S).  RATETIER loads on the first call and stays
      * resident for the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TIER-FILE     ASSIGN TO RATETIER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TIER-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY DSDSRTTR.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOADED-SW            PIC X          VALUE 'N'.
               88  WS-LOADED                          VALUE 'Y'.
           05  WS-RT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RT-EOF                          VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BEST-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NEXT-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-TIER-TABLE.
           05  WS-RT-ENTRY             OCCURS 2000 TIMES.
               10  WS-RT-BANK-NO       PIC 99.
               10  WS-RT-EARN-RTN      PIC 99.
               10  WS-RT-EFF-DATE      PIC 9(7).
               10  WS-RT-METHOD        PIC X.
               10  WS-RT-TIER-COUNT    PIC 9.
               10  WS-RT-TIER          OCCURS 5 TIMES.
                   15  WS-RT-FLOOR     PIC S9(9)V99   COMP-3.
                   15  WS-RT-RATE      PIC SV9(7)     COMP-3.

       01  WS-SLICE-TOP                PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.

       LINKAGE SECTION.
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
               88  TRT-WHOLE-BALANCE                  VALUE 'W'.
               88  TRT-BLENDED                        VALUE 'B'.
               88  TRT-STANDARD                       VALUE 'S'.
           05  TRT-EFF-DATE            PIC 9(7).
           05  TRT-TIER-COUNT          PIC 9.
           05  TRT-TIER                OCCURS 5 TIMES.
               10  TRT-TIER-BALANCE    PIC S9(9)V99   COMP-3.
               10  TRT-TIER-RATE       PIC SV9(7)     COMP-3.
               10  TRT-TIER-INTEREST   PIC S9(7)V99   COMP-3.
           05  TRT-RETURN-CODE         PIC 99.
               88  TRT-TIERED                         VALUE 0.
               88  TRT-NO-SCHEDULE                    VALUE 1.

       PROCEDURE DIVISION USING TRT-PARM-AREA.

       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-TIER-TABLE
           END-IF.
           PERFORM 2000-CLEAR-RESULT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > 5.
           MOVE ZERO TO WS-BEST-IDX.
           PERFORM 2100-SCAN-FOR-EFFECT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           IF WS-BEST-IDX = ZERO
               PERFORM 4000-PRICE-STANDARD
               MOVE 01 TO TRT-RETURN-CODE
           ELSE
               MOVE WS-RT-METHOD (WS-BEST-IDX) TO TRT-METHOD
               MOVE WS-RT-EFF-DATE (WS-BEST-IDX) TO TRT-EFF-DATE
               MOVE WS-RT-TIER-COUNT (WS-BEST-IDX) TO TRT-TIER-COUNT
               IF TRT-BLENDED
                   PERFORM 3200-PRICE-BLENDED-TIER
                       VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > TRT-TIER-COUNT
               ELSE
                   PERFORM 3100-PRICE-WHOLE-BALANCE
               END-IF
               MOVE ZERO TO TRT-RETURN-CODE
           END-IF.
           PERFORM 5000-SUM-TIERS
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > 5.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-LOAD-TIER-TABLE.
           OPEN INPUT RATE-TIER-FILE.
           READ RATE-TIER-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ONE-SCHEDULE
               UNTIL WS-RT-EOF.
           CLOSE RATE-TIER-FILE.
           MOVE 'Y' TO WS-LOADED-SW.
       1000-LOAD-TIER-TABLE-EXIT.
           EXIT.

       1100-LOAD-ONE-SCHEDULE.
           IF WS-RT-COUNT < 2000
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-IDX
               MOVE RT-BANK-NO    TO WS-RT-BANK-NO (WS-RT-IDX)
               MOVE RT-EARN-RTN   TO WS-RT-EARN-RTN (WS-RT-IDX)
               MOVE RT-EFF-DATE   TO WS-RT-EFF-DATE (WS-RT-IDX)
               MOVE RT-METHOD     TO WS-RT-METHOD (WS-RT-IDX)
               MOVE RT-TIER-COUNT TO WS-RT-TIER-COUNT (WS-RT-IDX)
               PERFORM 1110-LOAD-ONE-TIER
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 5
           END-IF.
           READ RATE-TIER-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
       1100-LOAD-ONE-SCHEDULE-EXIT.
           EXIT.

       1110-LOAD-ONE-TIER.
           MOVE RT-TIER-FLOOR (WS-TR-IDX)
               TO WS-RT-FLOOR (WS-RT-IDX WS-TR-IDX).
           MOVE RT-TIER-RATE (WS-TR-IDX)
               TO WS-RT-RATE (WS-RT-IDX WS-TR-IDX).
       1110-LOAD-ONE-TIER-EXIT.
           EXIT.

       2000-CLEAR-RESULT.
           MOVE ZERO TO TRT-TIER-BALANCE (WS-TR-IDX)
                        TRT-TIER-RATE (WS-TR-IDX)
                        TRT-TIER-INTEREST (WS-TR-IDX).
           IF WS-TR-IDX = 1
               MOVE ZERO TO TRT-INTEREST
                            TRT-EFF-DATE
                            TRT-TIER-COUNT
               MOVE SPACE TO TRT-METHOD
           END-IF.
       2000-CLEAR-RESULT-EXIT.
           EXIT.

       2100-SCAN-FOR-EFFECT.
           IF TRT-BANK-NO = WS-RT-BANK-NO (WS-RT-IDX)
              AND TRT-EARN-RTN = WS-RT-EARN-RTN (WS-RT-IDX)
              AND WS-RT-EFF-DATE (WS-RT-IDX) NOT > TRT-AS-OF-DATE
               IF WS-BEST-IDX = ZERO
                   MOVE WS-RT-IDX TO WS-BEST-IDX
               ELSE
                   IF WS-RT-EFF-DATE (WS-RT-IDX) >
                          WS-RT-EFF-DATE (WS-BEST-IDX)
                       MOVE WS-RT-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-IF.
       2100-SCAN-FOR-EFFECT-EXIT.
           EXIT.

      * The whole balance lands in the highest tier whose floor it
      * reaches.  A balance short of tier 1's floor earns nothing.
       3100-PRICE-WHOLE-BALANCE.
           MOVE ZERO TO WS-NEXT-IDX.
           PERFORM 3110-FIND-WHOLE-TIER
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > TRT-TIER-COUNT.
           IF WS-NEXT-IDX > ZERO
              AND TRT-BALANCE > ZERO
               MOVE WS-NEXT-IDX TO WS-TR-IDX
               MOVE TRT-BALANCE TO TRT-TIER-BALANCE (WS-TR-IDX)
               PERFORM 3900-PRICE-TIER
           END-IF.
       3100-PRICE-WHOLE-BALANCE-EXIT.
           EXIT.

       3110-FIND-WHOLE-TIER.
           MOVE WS-RT-RATE (WS-BEST-IDX WS-TR-IDX)
               TO TRT-TIER-RATE (WS-TR-IDX).
           IF TRT-BALANCE NOT < WS-RT-FLOOR (WS-BEST-IDX WS-TR-IDX)
               MOVE WS-TR-IDX TO WS-NEXT-IDX
           END-IF.
       3110-FIND-WHOLE-TIER-EXIT.
           EXIT.

      * The slice of the balance from this tier's floor up to the
      * next tier's floor (or to the balance itself, in the top
      * tier) earns this tier's rate.
       3200-PRICE-BLENDED-TIER.
           MOVE WS-RT-RATE (WS-BEST-IDX WS-TR-IDX)
               TO TRT-TIER-RATE (WS-TR-IDX).
           IF TRT-BALANCE > WS-RT-FLOOR (WS-BEST-IDX WS-TR-IDX)
               COMPUTE WS-NEXT-IDX = WS-TR-IDX + 1
               MOVE TRT-BALANCE TO WS-SLICE-TOP
               IF WS-TR-IDX < TRT-TIER-COUNT
                   IF WS-RT-FLOOR (WS-BEST-IDX WS-NEXT-IDX)
                          < TRT-BALANCE
                       MOVE WS-RT-FLOOR (WS-BEST-IDX WS-NEXT-IDX)
                           TO WS-SLICE-TOP
                   END-IF
               END-IF
               COMPUTE TRT-TIER-BALANCE (WS-TR-IDX) =
                   WS-SLICE-TOP - WS-RT-FLOOR (WS-BEST-IDX WS-TR-IDX)
               PERFORM 3900-PRICE-TIER
           END-IF.
       3200-PRICE-BLENDED-TIER-EXIT.
           EXIT.

       3900-PRICE-TIER.
           IF TRT-PERIODS-PER-YEAR > ZERO
               COMPUTE TRT-TIER-INTEREST (WS-TR-IDX) ROUNDED =
                   (TRT-TIER-BALANCE (WS-TR-IDX) *
                    TRT-TIER-RATE (WS-TR-IDX) * TRT-PERIODS)
                   / TRT-PERIODS-PER-YEAR
           END-IF.
       3900-PRICE-TIER-EXIT.
           EXIT.

      * No schedule: the BCF's two-rate rule, as tier 1.
       4000-PRICE-STANDARD.
           MOVE 'S' TO TRT-METHOD.
           MOVE 1 TO TRT-TIER-COUNT.
           MOVE 1 TO WS-TR-IDX.
           IF TRT-BALANCE NOT < TRT-MIN-BALANCE
               MOVE TRT-STD-RATE TO TRT-TIER-RATE (WS-TR-IDX)
           ELSE
               MOVE TRT-BELOW-RATE TO TRT-TIER-RATE (WS-TR-IDX)
           END-IF.
           IF TRT-BALANCE > ZERO
               MOVE TRT-BALANCE TO TRT-TIER-BALANCE (WS-TR-IDX)
               PERFORM 3900-PRICE-TIER
           END-IF.
       4000-PRICE-STANDARD-EXIT.
           EXIT.

       5000-SUM-TIERS.
           ADD TRT-TIER-INTEREST (WS-TR-IDX) TO TRT-INTEREST.
       5000-SUM-TIERS-EXIT.
           EXIT.
