       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS197.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS197 is the last step of a single-bank backout, after
      * DSDS196 has put each master back for the bank.  It clears
      * the bank's run state so the bank can rerun on its own while
      * every other bank stays done:
      *
      *   - The bank's DSDS102 checkpoints for the backed-out run
      *     date are dropped from CKPTFILE, so the driver runs that
      *     bank's cycles again and still skips everyone else's.
      *   - The bank's RUNREG entries for the night are marked with
      *     status BKOT, so the morning report shows them as backed
      *     out rather than timing them as a good run.  The backout
      *     steps' own entries are left as they are.
      *
      * The BKPARM card is the one DSDS196 used; only the run date
      * and BP-BACKOUT-BANK are read here.  Both files are loaded in
      * full and rewritten in place, the way DSDS102 purges its
      * checkpoints.  If either will not fit in its table, neither
      * file is rewritten and the step ends RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUP-PARM-FILE     ASSIGN TO BKPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE    ASSIGN TO CKPTFILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-REG-FILE       ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-RPT        ASSIGN TO BKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BKUP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BKUP-PARM-REC.
           05  BP-FILE-TAG             PIC X(8).
           05  BP-RUN-DATE             PIC 9(7).
           05  BP-BANK-POS             PIC 9(5).
           05  BP-BANK-LEN             PIC 9.
           05  BP-REC-LEN              PIC 9(5).
           05  BP-BACKOUT-BANK         PIC 9(3).
           05  FILLER                  PIC X(51).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  CHECKPOINT-REC.
           05  CKPT-BANK-NO            PIC 99.
           05  CKPT-CYCLE-DATE         PIC 9(7).
           05  CKPT-CYCLE-IDX          PIC 999.

       FD  RUN-REG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  RUN-REG-REC.
           05  RR-PROGRAM-ID           PIC X(8).
               88  RR-BACKOUT-STEP                    VALUE
                   'DSDS196 ' 'DSDS197 '.
           05  RR-EVENT                PIC X.
           05  RR-BANK-SCOPE           PIC X(3).
           05  RR-RECORDS-IN           PIC 9(9).
           05  RR-RECORDS-OUT          PIC 9(9).
           05  RR-STATUS               PIC X(4).
               88  RR-BACKED-OUT                      VALUE 'BKOT'.
           05  RR-STAMP-DATE           PIC 9(6).
           05  RR-STAMP-TIME           PIC 9(8).
           05  FILLER                  PIC X(2).

       FD  BACKOUT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  BACKOUT-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CKPT-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CKPT-EOF                        VALUE 'Y'.
           05  WS-REG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REG-EOF                         VALUE 'Y'.
           05  WS-PARM-OK-SW           PIC X          VALUE 'N'.
               88  WS-PARM-OK                         VALUE 'Y'.
           05  WS-OVERFLOW-SW          PIC X          VALUE 'N'.
               88  WS-OVERFLOW                        VALUE 'Y'.

       01  WS-STEP-RC                  PIC 99         VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-CKPT-COUNT           PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CKPT-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RR-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-CKPT-TABLE.
           05  WS-CKPT-ENTRY           OCCURS 2000 TIMES
                                       PIC X(12).

       01  WS-RR-TABLE.
           05  WS-RR-ENTRY             OCCURS 5000 TIMES
                                       PIC X(50).

       01  WS-BANK-SCOPE-NUM           PIC 9(3)       VALUE ZERO.
       01  WS-BANK-SCOPE               PIC X(3)       VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-CKPT-READ        PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CKPT-DROPPED     PIC 9(9)       VALUE ZERO.
           05  WS-TOT-RR-READ          PIC 9(9)       VALUE ZERO.
           05  WS-TOT-RR-MARKED        PIC 9(9)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDS197 - SINGLE-BANK BACKOUT RUN STATE'.
           05  FILLER                  PIC X(84)      VALUE SPACES.

       01  WS-RPT-HDG2.
           05  FILLER                  PIC X(6)       VALUE
               'BANK: '.
           05  WS-H2-BANK-NO           PIC 9(3).
           05  FILLER                  PIC X(12)      VALUE
               '  RUN DATE: '.
           05  WS-H2-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(104)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       01  WS-MSG-LINE.
           05  WS-ML-TEXT              PIC X(80).
           05  FILLER                  PIC X(52)      VALUE SPACES.

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
           PERFORM 1000-INITIALIZE.
           MOVE 'DSDS197 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE WS-BANK-SCOPE TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-PARM-OK
               PERFORM 2000-LOAD-CHECKPOINTS
               PERFORM 3000-LOAD-REGISTRY
               IF WS-OVERFLOW
                   MOVE 'TABLE OVERFLOW - CKPTFILE AND RUNREG UNCHANGED'
                       TO WS-ML-TEXT
                   WRITE BACKOUT-RPT-LINE FROM WS-MSG-LINE
                   MOVE 8 TO WS-STEP-RC
               ELSE
                   PERFORM 4000-REWRITE-CHECKPOINTS
                   PERFORM 5000-REWRITE-REGISTRY
               END-IF
           END-IF.
           PERFORM 8000-REPORT-TOTALS.
           CLOSE BACKOUT-RPT.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN =
               WS-TOT-CKPT-READ + WS-TOT-RR-READ.
           COMPUTE RRG-RECORDS-OUT =
               WS-TOT-CKPT-DROPPED + WS-TOT-RR-MARKED.
           IF WS-STEP-RC = ZERO
               MOVE 'OK  ' TO RRG-STATUS
           ELSE
               MOVE 'RC08' TO RRG-STATUS
           END-IF.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           MOVE WS-STEP-RC TO RETURN-CODE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BKUP-PARM-FILE
                OUTPUT BACKOUT-RPT.
           MOVE SPACES TO BKUP-PARM-REC.
           READ BKUP-PARM-FILE
               AT END MOVE SPACES TO BKUP-PARM-REC
           END-READ.
           CLOSE BKUP-PARM-FILE.
           WRITE BACKOUT-RPT-LINE FROM WS-RPT-HDG.
           MOVE 'N' TO WS-PARM-OK-SW.
           IF BP-RUN-DATE NUMERIC
              AND BP-BACKOUT-BANK NUMERIC
               IF BP-BACKOUT-BANK > ZERO
                   MOVE 'Y' TO WS-PARM-OK-SW
               END-IF
           END-IF.
           IF WS-PARM-OK
               MOVE BP-BACKOUT-BANK TO WS-BANK-SCOPE-NUM
               MOVE WS-BANK-SCOPE-NUM TO WS-BANK-SCOPE
               MOVE BP-BACKOUT-BANK TO WS-H2-BANK-NO
               MOVE BP-RUN-DATE TO WS-H2-RUN-DATE
               WRITE BACKOUT-RPT-LINE FROM WS-RPT-HDG2
           ELSE
               MOVE 'BKPARM MISSING OR INVALID - NOTHING CHANGED'
                   TO WS-ML-TEXT
               WRITE BACKOUT-RPT-LINE FROM WS-MSG-LINE
               MOVE 8 TO WS-STEP-RC
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Only the entries being kept go into the table; the bank's
      * checkpoints for the backed-out date are counted and left
      * behind.
       2000-LOAD-CHECKPOINTS.
           OPEN INPUT CHECKPOINT-FILE.
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO WS-CKPT-EOF-SW
           END-READ.
           PERFORM 2100-LOAD-ONE-CHECKPOINT
               UNTIL WS-CKPT-EOF.
           CLOSE CHECKPOINT-FILE.
       2000-LOAD-CHECKPOINTS-EXIT.
           EXIT.

       2100-LOAD-ONE-CHECKPOINT.
           ADD 1 TO WS-TOT-CKPT-READ.
           IF CKPT-BANK-NO = BP-BACKOUT-BANK
              AND CKPT-CYCLE-DATE = BP-RUN-DATE
               ADD 1 TO WS-TOT-CKPT-DROPPED
           ELSE
               IF WS-CKPT-COUNT < 2000
                   ADD 1 TO WS-CKPT-COUNT
                   MOVE CHECKPOINT-REC
                       TO WS-CKPT-ENTRY (WS-CKPT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO WS-CKPT-EOF-SW
           END-READ.
       2100-LOAD-ONE-CHECKPOINT-EXIT.
           EXIT.

      * The backout steps' own entries keep their status; everything
      * else the bank ran tonight is marked backed out.
       3000-LOAD-REGISTRY.
           OPEN INPUT RUN-REG-FILE.
           READ RUN-REG-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.
           PERFORM 3100-LOAD-ONE-ENTRY
               UNTIL WS-REG-EOF.
           CLOSE RUN-REG-FILE.
       3000-LOAD-REGISTRY-EXIT.
           EXIT.

       3100-LOAD-ONE-ENTRY.
           ADD 1 TO WS-TOT-RR-READ.
           IF RR-BANK-SCOPE = WS-BANK-SCOPE
              AND NOT RR-BACKOUT-STEP
              AND NOT RR-BACKED-OUT
               MOVE 'BKOT' TO RR-STATUS
               ADD 1 TO WS-TOT-RR-MARKED
           END-IF.
           IF WS-RR-COUNT < 5000
               ADD 1 TO WS-RR-COUNT
               MOVE RUN-REG-REC TO WS-RR-ENTRY (WS-RR-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-SW
           END-IF.
           READ RUN-REG-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.
       3100-LOAD-ONE-ENTRY-EXIT.
           EXIT.

       4000-REWRITE-CHECKPOINTS.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM 4100-WRITE-ONE-CHECKPOINT
               VARYING WS-CKPT-IDX FROM 1 BY 1
               UNTIL WS-CKPT-IDX > WS-CKPT-COUNT.
           CLOSE CHECKPOINT-FILE.
       4000-REWRITE-CHECKPOINTS-EXIT.
           EXIT.

       4100-WRITE-ONE-CHECKPOINT.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ENTRY (WS-CKPT-IDX).
       4100-WRITE-ONE-CHECKPOINT-EXIT.
           EXIT.

       5000-REWRITE-REGISTRY.
           OPEN OUTPUT RUN-REG-FILE.
           PERFORM 5100-WRITE-ONE-ENTRY
               VARYING WS-RR-IDX FROM 1 BY 1
               UNTIL WS-RR-IDX > WS-RR-COUNT.
           CLOSE RUN-REG-FILE.
       5000-REWRITE-REGISTRY-EXIT.
           EXIT.

       5100-WRITE-ONE-ENTRY.
           WRITE RUN-REG-REC FROM WS-RR-ENTRY (WS-RR-IDX).
       5100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

       8000-REPORT-TOTALS.
           MOVE 'CHECKPOINTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-CKPT-READ TO WS-TL-COUNT.
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHECKPOINTS CLEARED FOR RERUN' TO WS-TL-LABEL.
           MOVE WS-TOT-CKPT-DROPPED TO WS-TL-COUNT.
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REGISTRY ENTRIES READ' TO WS-TL-LABEL.
           MOVE WS-TOT-RR-READ TO WS-TL-COUNT.
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REGISTRY ENTRIES MARKED BACKED OUT' TO WS-TL-LABEL.
           MOVE WS-TOT-RR-MARKED TO WS-TL-COUNT.
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
       8000-REPORT-TOTALS-EXIT.
           EXIT.
