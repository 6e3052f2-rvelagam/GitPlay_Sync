       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS196.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS196 backs one bank's night out of one rolling master,
      * from the before-image DSDS195 took at the head of the
      * stream.  When a bad input posts cleanly for one bank -- the
      * wrong day's ACH file, say -- the backout job runs this step
      * once per master, then DSDS197 to clear that bank's run state,
      * and the bank reruns on its own.  Every other bank's records
      * are left exactly as the night left them.
      *
      * The BKPARM card carries the DSDS195 fields (master tag, run
      * date being backed out, bank position and length, record
      * length) plus BP-BACKOUT-BANK.  The image must be on the BKLOG
      * capture log for that master and run date at the same record
      * length, or nothing is restored: BKREST is written as a copy
      * of BKCURR and the step ends RC 8.
      *
      * BKCURR is the master as the night left it.  Its records for
      * the backout bank are dropped and that bank's records from
      * BKIMAGE are written in their place -- ahead of the first
      * record of a higher bank, so a master in bank order stays in
      * bank order -- to BKREST, which becomes the current master.
      * Records with no numeric bank always come from BKCURR.  A
      * restored count that differs from the count DSDS195 logged
      * for the bank is reported and ends RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUP-PARM-FILE     ASSIGN TO BKPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPTURE-LOG        ASSIGN TO BKLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMAGE-FILE         ASSIGN TO BKIMAGE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CURRENT-FILE       ASSIGN TO BKCURR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORED-FILE      ASSIGN TO BKREST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORE-RPT        ASSIGN TO BKRPT
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

       FD  CAPTURE-LOG
           RECORD CONTAINS 40 CHARACTERS.
       01  CAPTURE-LOG-REC.
           05  BL-FILE-TAG             PIC X(8).
           05  BL-RUN-DATE             PIC 9(7).
           05  BL-BANK-NO              PIC 9(3).
           05  BL-RECORDS              PIC 9(9).
           05  BL-REC-LEN              PIC 9(5).
           05  FILLER                  PIC X(8).

       FD  IMAGE-FILE
           RECORD CONTAINS 13470 CHARACTERS.
       01  IMAGE-REC                   PIC X(13470).

       FD  CURRENT-FILE
           RECORD CONTAINS 13470 CHARACTERS.
       01  CURRENT-REC                 PIC X(13470).

       FD  RESTORED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 13470 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       01  RESTORED-REC                PIC X(13470).

       FD  RESTORE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RESTORE-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-LOG-EOF                         VALUE 'Y'.
           05  WS-IMAGE-EOF-SW         PIC X          VALUE 'N'.
               88  WS-IMAGE-EOF                       VALUE 'Y'.
           05  WS-CURR-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CURR-EOF                        VALUE 'Y'.
           05  WS-PARM-OK-SW           PIC X          VALUE 'N'.
               88  WS-PARM-OK                         VALUE 'Y'.
           05  WS-LOG-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-LOG-FOUND                       VALUE 'Y'.
           05  WS-RESTORE-SW           PIC X          VALUE 'N'.
               88  WS-RESTORING                       VALUE 'Y'.
           05  WS-IMAGE-DONE-SW        PIC X          VALUE 'N'.
               88  WS-IMAGE-DONE                      VALUE 'Y'.
           05  WS-BANK-VALID-SW        PIC X          VALUE 'N'.
               88  WS-BANK-VALID                      VALUE 'Y'.

       01  WS-STEP-RC                  PIC 99         VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-SRC-IDX              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DST-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BANK-END             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-REC-LEN                  PIC 9(5)       VALUE 13470.

       01  WS-IMAGE-AREA.
           05  WS-IMAGE                PIC X(13470).
           05  FILLER REDEFINES WS-IMAGE.
               10  WS-IMAGE-CHAR       PIC X  OCCURS 13470 TIMES.

       01  WS-BANK-AREA.
           05  WS-BANK-CHARS           PIC X(3).
           05  FILLER REDEFINES WS-BANK-CHARS.
               10  WS-BANK-CHAR        PIC X  OCCURS 3 TIMES.
           05  WS-BANK-NUM REDEFINES WS-BANK-CHARS
                                       PIC 9(3).

       01  WS-BANK-SCOPE-NUM           PIC 9(3)       VALUE ZERO.

       01  WS-TOTALS.
           05  WS-PEND-BANK-RECORDS    PIC 9(9)       VALUE ZERO.
           05  WS-LOG-BANK-RECORDS     PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CURR-READ        PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CURR-KEPT        PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CURR-DROPPED     PIC 9(9)       VALUE ZERO.
           05  WS-TOT-IMAGE-READ       PIC 9(9)       VALUE ZERO.
           05  WS-TOT-RESTORED         PIC 9(9)       VALUE ZERO.
           05  WS-TOT-WRITTEN          PIC 9(9)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDS196 - SINGLE-BANK MASTER BACKOUT'.
           05  FILLER                  PIC X(84)      VALUE SPACES.

       01  WS-RPT-HDG2.
           05  FILLER                  PIC X(8)       VALUE
               'MASTER: '.
           05  WS-H2-FILE-TAG          PIC X(8).
           05  FILLER                  PIC X(8)       VALUE
               '  BANK: '.
           05  WS-H2-BANK-NO           PIC 9(3).
           05  FILLER                  PIC X(12)      VALUE
               '  RUN DATE: '.
           05  WS-H2-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(86)      VALUE SPACES.

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
           MOVE 'DSDS196 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE WS-BANK-SCOPE-NUM TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-PARM-OK
               PERFORM 2000-MERGE-CURRENT
                   UNTIL WS-CURR-EOF
               IF WS-RESTORING
                  AND NOT WS-IMAGE-DONE
                   PERFORM 3000-RESTORE-IMAGE
               END-IF
           END-IF.
           PERFORM 8000-REPORT-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN =
               WS-TOT-CURR-READ + WS-TOT-IMAGE-READ.
           MOVE WS-TOT-WRITTEN TO RRG-RECORDS-OUT.
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
                OUTPUT RESTORE-RPT.
           MOVE SPACES TO BKUP-PARM-REC.
           READ BKUP-PARM-FILE
               AT END MOVE SPACES TO BKUP-PARM-REC
           END-READ.
           CLOSE BKUP-PARM-FILE.
           WRITE RESTORE-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 1100-CHECK-PARM.
           IF WS-PARM-OK
               MOVE BP-BACKOUT-BANK TO WS-BANK-SCOPE-NUM
               MOVE BP-REC-LEN  TO WS-REC-LEN
               MOVE BP-FILE-TAG TO WS-H2-FILE-TAG
               MOVE BP-BACKOUT-BANK TO WS-H2-BANK-NO
               MOVE BP-RUN-DATE TO WS-H2-RUN-DATE
               WRITE RESTORE-RPT-LINE FROM WS-RPT-HDG2
               PERFORM 1200-FIND-CAPTURE
               OPEN INPUT  CURRENT-FILE
                    OUTPUT RESTORED-FILE
               READ CURRENT-FILE
                   AT END MOVE 'Y' TO WS-CURR-EOF-SW
               END-READ
           ELSE
               MOVE 'BKPARM MISSING OR INVALID - NOTHING RESTORED'
                   TO WS-ML-TEXT
               WRITE RESTORE-RPT-LINE FROM WS-MSG-LINE
               MOVE 8 TO WS-STEP-RC
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-CHECK-PARM.
           MOVE 'N' TO WS-PARM-OK-SW.
           IF BP-FILE-TAG NOT = SPACES
              AND BP-RUN-DATE NUMERIC
              AND BP-BANK-POS NUMERIC
              AND BP-BANK-LEN NUMERIC
              AND BP-REC-LEN NUMERIC
              AND BP-BACKOUT-BANK NUMERIC
               IF BP-BANK-POS > ZERO
                  AND BP-BANK-LEN > ZERO
                  AND BP-BANK-LEN < 4
                  AND BP-REC-LEN > ZERO
                  AND BP-REC-LEN NOT > 13470
                  AND BP-BANK-POS + BP-BANK-LEN - 1
                      NOT > BP-REC-LEN
                  AND BP-BACKOUT-BANK > ZERO
                   MOVE 'Y' TO WS-PARM-OK-SW
               END-IF
           END-IF.
       1100-CHECK-PARM-EXIT.
           EXIT.

      * The image is only trusted if DSDS195 logged it for this
      * master and run date at this record length.  The last
      * capture wins, since a rerun night captures again.  DSDS195
      * writes a capture's bank rows ahead of its total row, so the
      * bank's count is held until the total row confirms the
      * capture finished.
       1200-FIND-CAPTURE.
           OPEN INPUT CAPTURE-LOG.
           READ CAPTURE-LOG
               AT END MOVE 'Y' TO WS-LOG-EOF-SW
           END-READ.
           PERFORM 1210-CHECK-LOG-ENTRY
               UNTIL WS-LOG-EOF.
           CLOSE CAPTURE-LOG.
           IF WS-LOG-FOUND
               MOVE 'Y' TO WS-RESTORE-SW
               OPEN INPUT IMAGE-FILE
               READ IMAGE-FILE
                   AT END MOVE 'Y' TO WS-IMAGE-EOF-SW
               END-READ
           ELSE
               MOVE 'NO BEFORE-IMAGE LOGGED - MASTER COPIED UNCHANGED'
                   TO WS-ML-TEXT
               WRITE RESTORE-RPT-LINE FROM WS-MSG-LINE
               MOVE 8 TO WS-STEP-RC
           END-IF.
       1200-FIND-CAPTURE-EXIT.
           EXIT.

       1210-CHECK-LOG-ENTRY.
           IF BL-FILE-TAG = BP-FILE-TAG
              AND BL-RUN-DATE = BP-RUN-DATE
              AND BL-REC-LEN = BP-REC-LEN
               IF BL-BANK-NO = ZERO
                   MOVE 'Y' TO WS-LOG-FOUND-SW
                   MOVE WS-PEND-BANK-RECORDS TO WS-LOG-BANK-RECORDS
                   MOVE ZERO TO WS-PEND-BANK-RECORDS
               END-IF
               IF BL-BANK-NO = BP-BACKOUT-BANK
                   MOVE BL-RECORDS TO WS-PEND-BANK-RECORDS
               END-IF
           END-IF.
           READ CAPTURE-LOG
               AT END MOVE 'Y' TO WS-LOG-EOF-SW
           END-READ.
       1210-CHECK-LOG-ENTRY-EXIT.
           EXIT.

       2000-MERGE-CURRENT.
           ADD 1 TO WS-TOT-CURR-READ.
           MOVE CURRENT-REC TO WS-IMAGE.
           PERFORM 2100-EXTRACT-BANK.
           IF WS-RESTORING
              AND WS-BANK-VALID
              AND WS-BANK-NUM = BP-BACKOUT-BANK
               ADD 1 TO WS-TOT-CURR-DROPPED
           ELSE
               IF WS-RESTORING
                  AND NOT WS-IMAGE-DONE
                  AND WS-BANK-VALID
                  AND WS-BANK-NUM > BP-BACKOUT-BANK
                   PERFORM 3000-RESTORE-IMAGE
                   MOVE CURRENT-REC TO WS-IMAGE
               END-IF
               ADD 1 TO WS-TOT-CURR-KEPT
               ADD 1 TO WS-TOT-WRITTEN
               WRITE RESTORED-REC FROM WS-IMAGE
           END-IF.
           READ CURRENT-FILE
               AT END MOVE 'Y' TO WS-CURR-EOF-SW
           END-READ.
       2000-MERGE-CURRENT-EXIT.
           EXIT.

      * Lifts the bank number out of the record at the BKPARM
      * position, right-justified into three digits.
       2100-EXTRACT-BANK.
           MOVE '000' TO WS-BANK-CHARS.
           MOVE BP-BANK-POS TO WS-SRC-IDX.
           COMPUTE WS-BANK-END = 4 - BP-BANK-LEN.
           PERFORM 2110-MOVE-BANK-CHAR
               VARYING WS-DST-IDX FROM WS-BANK-END BY 1
               UNTIL WS-DST-IDX > 3.
           MOVE 'N' TO WS-BANK-VALID-SW.
           IF WS-BANK-CHARS NUMERIC
               IF WS-BANK-NUM > ZERO
                   MOVE 'Y' TO WS-BANK-VALID-SW
               END-IF
           END-IF.
       2100-EXTRACT-BANK-EXIT.
           EXIT.

       2110-MOVE-BANK-CHAR.
           MOVE WS-IMAGE-CHAR (WS-SRC-IDX)
               TO WS-BANK-CHAR (WS-DST-IDX).
           ADD 1 TO WS-SRC-IDX.
       2110-MOVE-BANK-CHAR-EXIT.
           EXIT.

       3000-RESTORE-IMAGE.
           PERFORM 3100-RESTORE-ONE
               UNTIL WS-IMAGE-EOF.
           MOVE 'Y' TO WS-IMAGE-DONE-SW.
       3000-RESTORE-IMAGE-EXIT.
           EXIT.

       3100-RESTORE-ONE.
           ADD 1 TO WS-TOT-IMAGE-READ.
           MOVE IMAGE-REC TO WS-IMAGE.
           PERFORM 2100-EXTRACT-BANK.
           IF WS-BANK-VALID
              AND WS-BANK-NUM = BP-BACKOUT-BANK
               ADD 1 TO WS-TOT-RESTORED
               ADD 1 TO WS-TOT-WRITTEN
               WRITE RESTORED-REC FROM WS-IMAGE
           END-IF.
           READ IMAGE-FILE
               AT END MOVE 'Y' TO WS-IMAGE-EOF-SW
           END-READ.
       3100-RESTORE-ONE-EXIT.
           EXIT.

       8000-REPORT-TOTALS.
           IF WS-RESTORING
              AND WS-TOT-RESTORED NOT = WS-LOG-BANK-RECORDS
               MOVE 'RESTORED COUNT DISAGREES WITH CAPTURE LOG'
                   TO WS-ML-TEXT
               WRITE RESTORE-RPT-LINE FROM WS-MSG-LINE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           MOVE 'CURRENT RECORDS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-CURR-READ TO WS-TL-COUNT.
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CURRENT RECORDS BACKED OUT' TO WS-TL-LABEL.
           MOVE WS-TOT-CURR-DROPPED TO WS-TL-COUNT.
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'IMAGE RECORDS RESTORED' TO WS-TL-LABEL.
           MOVE WS-TOT-RESTORED TO WS-TL-COUNT.
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'IMAGE RECORDS LOGGED FOR BANK' TO WS-TL-LABEL.
           MOVE WS-LOG-BANK-RECORDS TO WS-TL-COUNT.
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECORDS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-WRITTEN TO WS-TL-COUNT.
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-LINE.
       8000-REPORT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PARM-OK
               CLOSE CURRENT-FILE
                     RESTORED-FILE
           END-IF.
           IF WS-RESTORING
               CLOSE IMAGE-FILE
           END-IF.
           CLOSE RESTORE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
