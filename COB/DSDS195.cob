       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS195.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS195 takes the before-image of one rolling master at the
      * head of the night stream, so that a single bank's night can
      * be backed out by DSDS196 without a whole-system restore.  It
      * runs as one step per master -- PROC-CTL-RECORD, the BCF, the
      * float-position, hold, stop, suspense and dispute masters and
      * the other masters the night rolls forward -- ahead of the
      * first step that updates any of them.
      *
      * The BKPARM card names the master (BP-FILE-TAG), tonight's
      * run date, where the bank number sits in the record (position
      * and length -- bytes 1-2 for most masters, 4-5 for the BCF)
      * and the record length.  The master on BKMASTER is copied
      * record for record to BKIMAGE, and the count of records held
      * for each bank is appended to the BKLOG capture log, with a
      * bank 000 row carrying the file total.  DSDS196 will not
      * restore from an image the log has no record of, and checks
      * the records it restores against the count logged here.
      * Records with no numeric bank in the named position (file
      * headers and the like) are copied but belong to no bank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUP-PARM-FILE     ASSIGN TO BKPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE        ASSIGN TO BKMASTER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMAGE-FILE         ASSIGN TO BKIMAGE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPTURE-LOG        ASSIGN TO BKLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPTURE-RPT        ASSIGN TO BKRPT
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

       FD  MASTER-FILE
           RECORD CONTAINS 13470 CHARACTERS.
       01  MASTER-REC                  PIC X(13470).

       FD  IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 13470 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       01  IMAGE-REC                   PIC X(13470).

       FD  CAPTURE-LOG
           RECORD CONTAINS 40 CHARACTERS.
       01  CAPTURE-LOG-REC.
           05  BL-FILE-TAG             PIC X(8).
           05  BL-RUN-DATE             PIC 9(7).
           05  BL-BANK-NO              PIC 9(3).
           05  BL-RECORDS              PIC 9(9).
           05  BL-REC-LEN              PIC 9(5).
           05  FILLER                  PIC X(8).

       FD  CAPTURE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CAPTURE-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW        PIC X          VALUE 'N'.
               88  WS-MASTER-EOF                      VALUE 'Y'.
           05  WS-PARM-OK-SW           PIC X          VALUE 'N'.
               88  WS-PARM-OK                         VALUE 'Y'.
           05  WS-BANK-VALID-SW        PIC X          VALUE 'N'.
               88  WS-BANK-VALID                      VALUE 'Y'.

       01  WS-STEP-RC                  PIC 99         VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SRC-IDX              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DST-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BANK-END             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-REC-LEN                  PIC 9(5)       VALUE ZERO.

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

       01  WS-BANK-COUNTS.
           05  WS-BANK-RECORDS         PIC 9(9)       VALUE ZERO
                                       OCCURS 999 TIMES.

       01  WS-TOTALS.
           05  WS-TOT-READ             PIC 9(9)       VALUE ZERO.
           05  WS-TOT-NO-BANK          PIC 9(9)       VALUE ZERO.
           05  WS-TOT-BANKS            PIC 9(5)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDS195 - NIGHTLY MASTER BEFORE-IMAGE CAPTURE'.
           05  FILLER                  PIC X(84)      VALUE SPACES.

       01  WS-RPT-HDG2.
           05  FILLER                  PIC X(8)       VALUE
               'MASTER: '.
           05  WS-H2-FILE-TAG          PIC X(8).
           05  FILLER                  PIC X(12)      VALUE
               '  RUN DATE: '.
           05  WS-H2-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(14)      VALUE
               '  RECORD LEN: '.
           05  WS-H2-REC-LEN           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(77)      VALUE SPACES.

       01  WS-BANK-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK '.
           05  WS-BL-BANK-NO           PIC 9(3).
           05  FILLER                  PIC X(31)      VALUE SPACES.
           05  WS-BL-RECORDS           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

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
           MOVE 'DSDS195 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           IF WS-PARM-OK
               PERFORM 2000-COPY-MASTER
                   UNTIL WS-MASTER-EOF
               PERFORM 3000-WRITE-LOG
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-READ TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           IF WS-PARM-OK
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
                OUTPUT CAPTURE-RPT.
           MOVE SPACES TO BKUP-PARM-REC.
           READ BKUP-PARM-FILE
               AT END MOVE SPACES TO BKUP-PARM-REC
           END-READ.
           CLOSE BKUP-PARM-FILE.
           WRITE CAPTURE-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 1100-CHECK-PARM.
           IF WS-PARM-OK
               MOVE BP-REC-LEN TO WS-REC-LEN
               MOVE BP-FILE-TAG TO WS-H2-FILE-TAG
               MOVE BP-RUN-DATE TO WS-H2-RUN-DATE
               MOVE BP-REC-LEN  TO WS-H2-REC-LEN
               WRITE CAPTURE-RPT-LINE FROM WS-RPT-HDG2
               OPEN INPUT  MASTER-FILE
                    OUTPUT IMAGE-FILE
                    EXTEND CAPTURE-LOG
               READ MASTER-FILE
                   AT END MOVE 'Y' TO WS-MASTER-EOF-SW
               END-READ
           ELSE
               MOVE 'BKPARM MISSING OR INVALID - NO IMAGE TAKEN'
                   TO WS-ML-TEXT
               WRITE CAPTURE-RPT-LINE FROM WS-MSG-LINE
               MOVE 8 TO WS-STEP-RC
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      * The bank must sit wholly inside the record, and a bank
      * number of more than three digits is not one of ours.
       1100-CHECK-PARM.
           MOVE 'N' TO WS-PARM-OK-SW.
           IF BP-FILE-TAG NOT = SPACES
              AND BP-RUN-DATE NUMERIC
              AND BP-BANK-POS NUMERIC
              AND BP-BANK-LEN NUMERIC
              AND BP-REC-LEN NUMERIC
               IF BP-BANK-POS > ZERO
                  AND BP-BANK-LEN > ZERO
                  AND BP-BANK-LEN < 4
                  AND BP-REC-LEN > ZERO
                  AND BP-REC-LEN NOT > 13470
                  AND BP-BANK-POS + BP-BANK-LEN - 1
                      NOT > BP-REC-LEN
                   MOVE 'Y' TO WS-PARM-OK-SW
               END-IF
           END-IF.
       1100-CHECK-PARM-EXIT.
           EXIT.

       2000-COPY-MASTER.
           ADD 1 TO WS-TOT-READ.
           MOVE MASTER-REC TO WS-IMAGE.
           PERFORM 2100-EXTRACT-BANK.
           IF WS-BANK-VALID
               ADD 1 TO WS-BANK-RECORDS (WS-BANK-NUM)
           ELSE
               ADD 1 TO WS-TOT-NO-BANK
           END-IF.
           WRITE IMAGE-REC FROM WS-IMAGE.
           READ MASTER-FILE
               AT END MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
       2000-COPY-MASTER-EXIT.
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

       3000-WRITE-LOG.
           PERFORM 3100-LOG-ONE-BANK
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 999.
           MOVE SPACES      TO CAPTURE-LOG-REC.
           MOVE BP-FILE-TAG TO BL-FILE-TAG.
           MOVE BP-RUN-DATE TO BL-RUN-DATE.
           MOVE ZERO        TO BL-BANK-NO.
           MOVE WS-TOT-READ TO BL-RECORDS.
           MOVE BP-REC-LEN  TO BL-REC-LEN.
           WRITE CAPTURE-LOG-REC.
           MOVE 'BANKS CAPTURED' TO WS-TL-LABEL.
           MOVE WS-TOT-BANKS TO WS-TL-COUNT.
           WRITE CAPTURE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECORDS WITH NO BANK' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-BANK TO WS-TL-COUNT.
           WRITE CAPTURE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECORDS CAPTURED' TO WS-TL-LABEL.
           MOVE WS-TOT-READ TO WS-TL-COUNT.
           WRITE CAPTURE-RPT-LINE FROM WS-TOTAL-LINE.
       3000-WRITE-LOG-EXIT.
           EXIT.

       3100-LOG-ONE-BANK.
           IF WS-BANK-RECORDS (WS-BK-IDX) > ZERO
               ADD 1 TO WS-TOT-BANKS
               MOVE SPACES      TO CAPTURE-LOG-REC
               MOVE BP-FILE-TAG TO BL-FILE-TAG
               MOVE BP-RUN-DATE TO BL-RUN-DATE
               MOVE WS-BK-IDX   TO BL-BANK-NO
               MOVE WS-BANK-RECORDS (WS-BK-IDX) TO BL-RECORDS
               MOVE BP-REC-LEN  TO BL-REC-LEN
               WRITE CAPTURE-LOG-REC
               MOVE WS-BK-IDX   TO WS-BL-BANK-NO
               MOVE WS-BANK-RECORDS (WS-BK-IDX) TO WS-BL-RECORDS
               WRITE CAPTURE-RPT-LINE FROM WS-BANK-LINE
           END-IF.
       3100-LOG-ONE-BANK-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PARM-OK
               CLOSE MASTER-FILE
                     IMAGE-FILE
                     CAPTURE-LOG
           END-IF.
           CLOSE CAPTURE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
