      * no end is flagged DIED; a program on the REGEXP expected
      * list with no registry records at all is flagged NOT RUN,
      * the case that loses statement cycles.  The report prints in
      * the order the steps started.  A step a single-bank backout
      * has marked BKOT (DSDS197) is flagged BACKOUT and kept out of
      * the rolling average.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-ST-RECORDS-IN    PIC 9(9).
               10  WS-ST-RECORDS-OUT   PIC 9(9).
               10  WS-ST-STATUS        PIC X(4).
                   88  WS-ST-BACKED-OUT               VALUE 'BKOT'.

       01  WS-AVG-TABLE.
           05  WS-AV-ENTRY             OCCURS 500 TIMES.
               MOVE ZERO TO WS-ST-ELAPSED (WS-ST-IDX)
               MOVE ZEROS TO WS-ST-RECORDS-IN (WS-ST-IDX)
                             WS-ST-RECORDS-OUT (WS-ST-IDX)
               MOVE RR-STATUS TO WS-ST-STATUS (WS-ST-IDX)
           ELSE
               PERFORM 2100-MATCH-END
           END-IF.
           PERFORM 3100-FIND-AVERAGE.
           MOVE WS-AVG-SECONDS TO WS-PL-AVG.
           MOVE SPACES TO WS-PL-FLAG.
           IF WS-ST-BACKED-OUT (WS-ST-IDX)
               MOVE 'BACKOUT ' TO WS-PL-FLAG
           ELSE
               IF NOT WS-ST-ENDED (WS-ST-IDX)
                   MOVE 'DIED    ' TO WS-PL-FLAG
               ELSE
                   PERFORM 3050-CHECK-SLA
               END-IF
           END-IF.
           WRITE WINDOW-RPT-LINE FROM WS-STEP-LINE.
       3000-REPORT-STEP-EXIT.
           EXIT.

       3050-CHECK-SLA.
           IF WS-AVG-SECONDS > ZERO
               COMPUTE WS-LONG-LIMIT =
                   (WS-AVG-SECONDS * WS-LONG-PCT) / 100
               COMPUTE WS-SHORT-LIMIT =
                   (WS-AVG-SECONDS * WS-SHORT-PCT) / 100
               IF WS-ST-ELAPSED (WS-ST-IDX) > WS-LONG-LIMIT
                   MOVE 'LONG    ' TO WS-PL-FLAG
               END-IF
               IF WS-ST-ELAPSED (WS-ST-IDX) < WS-SHORT-LIMIT
                   MOVE 'SHORT   ' TO WS-PL-FLAG
               END-IF
           END-IF.
       3050-CHECK-SLA-EXIT.
           EXIT.

       3100-FIND-AVERAGE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-AVG-SECONDS.

      * Tonight's elapsed folds in four-to-one; a step with no
      * history starts its average at tonight's time.  Only ended
      * steps fold -- a died step's zero would poison the average,
      * and a backed-out step's time was not a good night's time.
       3200-FOLD-INTO-AVERAGE.
           IF WS-ST-ENDED (WS-ST-IDX)
              AND NOT WS-ST-BACKED-OUT (WS-ST-IDX)
               PERFORM 3210-FOLD-ONE-STEP
           END-IF.
       3200-FOLD-INTO-AVERAGE-EXIT.
