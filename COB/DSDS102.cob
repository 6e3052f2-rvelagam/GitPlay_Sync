      * trigger record on the year-end rollover queue so the next job
      * step (CDR301, the 1099 eligibility pre-check) picks that bank
      * up without operations having to remember to schedule it.
      *
      * Each bank driven is registered with DSDS161 under its own
      * bank scope, so a single-bank backout (DSDS196/DSDS197) can
      * mark that bank's night in RUNREG without touching the rest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-CKPT-T-CYCLE    PIC 999.

       01  WS-CURR-DATE-DISP          PIC 9(7)       VALUE ZERO.
       01  WS-BANK-SCOPE-NUM          PIC 9(3)       VALUE ZERO.
       01  WS-CYCLES-CHECKED          PIC 9(9)       VALUE ZERO.
       01  WS-CYCLES-RUN              PIC 9(9)       VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
       01  WS-AGE-DAYS                 PIC S9(9)      COMP SYNC.
       01  WS-RUN-ABS-DAY              PIC S9(9)      COMP SYNC.

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
           EXIT.

       2000-DRIVE-BANK.
           MOVE ZERO TO WS-CYCLES-CHECKED WS-CYCLES-RUN.
           MOVE PROC-BK-NO TO WS-BANK-SCOPE-NUM.
           MOVE 'DSDS102 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE WS-BANK-SCOPE-NUM TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 2100-DRIVE-CYCLE
               VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > 98.
           IF PROC-YEAR-END
               PERFORM 2400-QUEUE-YEAR-END-ROLLOVER
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-CYCLES-CHECKED TO RRG-RECORDS-IN.
           MOVE WS-CYCLES-RUN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           READ PROC-CTL-FILE
               AT END MOVE 'Y' TO WS-PROC-EOF-SW
           END-READ.

       2100-DRIVE-CYCLE.
           IF PROC-CYCLE-CODE (WS-CYCLE-IDX) NOT = SPACE
               ADD 1 TO WS-CYCLES-CHECKED
               PERFORM 2110-CHECK-CHECKPOINT
               IF NOT WS-ALREADY-DONE
                   ADD 1 TO WS-CYCLES-RUN
                   PERFORM 2200-RUN-CYCLE
                   PERFORM 2300-WRITE-CHECKPOINT
               END-IF
