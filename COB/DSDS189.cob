       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS189.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS189 screens the counterparty names carried on electronic
      * payments against the WATCHLST sanctions list, scoring each
      * name the way ARR306 scores official-check payees:
      *
      *    100 - exact match on the full field
      *     90 - the watch name appears inside the field
      *     75 - the first eight characters agree
      *
      * It runs twice in the daily flow, the stream named on OFACPARM:
      *
      *  - stream 'T', on DSDS107's posted file ahead of DSDS187,
      *    screens DSDSTXL-ACH-CO-NAME on ACH items, the foreign
      *    party in DSDSTXL-ACH-INDIV-ID on IAT entries as well,
      *    DSDSTXL-RTP-SENDER-NAME on RTP items and DSDSTXL-TX-DESC
      *    on wires in and out (codes 630 and 890, see DSDR329), and
      *    passes clean items on to TXLSCRN;
      *  - stream 'A', on DSDS166's ACHENTRY ahead of DSDS137,
      *    screens the receiver name on every originated entry and
      *    passes clean entries on to ACHSCRN for the NACHA build.
      *
      * An item whose best score reaches the parm threshold (75 when
      * the parm leaves it zero) is held: written to the stream's
      * hold master (see DSDSOFAC) instead of going on, so it neither
      * posts nor transmits.  Holds roll forward from OFACHOLD to
      * OFACHLDO until compliance decides them on OFACDEC, by hold
      * id, with their operator id and reason:
      *
      *  - C, cleared: a false positive -- the item rejoins its
      *    stream in this run;
      *  - B, blocked: a true match -- the item goes to OFACBLK for
      *    the blocked-property handling and leaves the hold master.
      *
      * A decision without an operator id or a reason, for a hold
      * that is not open, or keyed twice is rejected (RC 8) and the
      * hold stays open.  Every hold and every decision is appended
      * to OFACLOG, the decision log that shows who cleared or
      * blocked each hit and why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFAC-PARM-FILE     ASSIGN TO OFACPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCH-LIST-FILE    ASSIGN TO WATCHLST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-IN-FILE       ASSIGN TO OFACHOLD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE      ASSIGN TO OFACDEC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-ENTRY-FILE     ASSIGN TO ACHENTRY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLSCRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-OUT-FILE       ASSIGN TO ACHSCRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-OUT-FILE      ASSIGN TO OFACHLDO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLOCKED-FILE       ASSIGN TO OFACBLK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-LOG       ASSIGN TO OFACLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFAC-RPT           ASSIGN TO OFACRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OFAC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OFAC-PARM-REC.
           05  OP-RUN-DATE             PIC 9(7).
           05  OP-STREAM               PIC X.
           05  OP-HOLD-THRESHOLD       PIC 9(3).
           05  FILLER                  PIC X(69).

       FD  WATCH-LIST-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  WATCH-LIST-REC.
           05  WL-NAME                 PIC X(50).
           05  WL-LIST-SOURCE          PIC X.

       FD  HOLD-IN-FILE
           RECORD CONTAINS 360 CHARACTERS.
           COPY DSDSOFAC.

       FD  DECISION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-REC.
           05  OD-HOLD-ID              PIC X(12).
           05  OD-DECISION             PIC X.
               88  OD-CLEAR                           VALUE 'C'.
               88  OD-BLOCK                           VALUE 'B'.
           05  OD-OPER-ID              PIC 9(5).
           05  OD-REASON-CODE          PIC X(2).
           05  OD-REASON-TEXT          PIC X(50).
           05  FILLER                  PIC X(10).

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  ACH-ENTRY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ACH-ENTRY-REC.
           05  EN-BANK-NO              PIC 99.
           05  EN-COMPANY-ID           PIC X(10).
           05  EN-COMPANY-NAME         PIC X(16).
           05  EN-SEC-CODE             PIC X(3).
           05  EN-TRAN-CODE            PIC 99.
           05  EN-ROUTING              PIC 9(9).
           05  EN-DDA-ACCT             PIC X(17).
           05  EN-AMOUNT               PIC 9(8)V99.
           05  EN-INDIV-ID             PIC X(15).
           05  EN-INDIV-NAME           PIC X(22).
           05  EN-ENTRY-DESC           PIC X(10).
           05  EN-EFF-DATE             PIC 9(6).

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  TXL-OUT-RECORD              PIC X(200).

       FD  ACH-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ACH-OUT-RECORD              PIC X(100).

       FD  HOLD-OUT-FILE
           RECORD CONTAINS 360 CHARACTERS.
       01  HOLD-OUT-RECORD             PIC X(360).

       FD  BLOCKED-FILE
           RECORD CONTAINS 360 CHARACTERS.
       01  BLOCKED-RECORD              PIC X(360).

      * OL-EVENT is H when the screening holds an item, C or B when
      * compliance decides it.
       FD  DECISION-LOG
           RECORD CONTAINS 200 CHARACTERS.
       01  DECISION-LOG-REC.
           05  OL-RUN-DATE             PIC 9(7).
           05  OL-HOLD-ID              PIC X(12).
           05  OL-EVENT                PIC X.
           05  OL-OPER-ID              PIC 9(5).
           05  OL-REASON-CODE          PIC X(2).
           05  OL-REASON-TEXT          PIC X(50).
           05  OL-BANK-NO              PIC 99.
           05  OL-ACCT-ID              PIC 9(3).
           05  OL-ACCT-NO              PIC 9(9).
           05  OL-AMOUNT               PIC 9(11)V99.
           05  OL-FIELD                PIC X(10).
           05  OL-SCORE                PIC 9(3).
           05  OL-NAME                 PIC X(40).
           05  OL-WATCH-NAME           PIC X(40).
           05  FILLER                  PIC X(3).

       FD  OFAC-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  OFAC-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-WL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-WL-EOF                          VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-DEC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-DEC-EOF                         VALUE 'Y'.
           05  WS-ITEM-EOF-SW          PIC X          VALUE 'N'.
               88  WS-ITEM-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-STREAM               PIC X          VALUE 'T'.
               88  WS-ACH-STREAM                      VALUE 'A'.

       01  WS-SUBSCRIPTS.
           05  WS-WL-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SCAN-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-WATCH-TABLE.
           05  WS-WL-ENTRY             OCCURS 1000 TIMES.
               10  WS-WL-NAME          PIC X(50).
               10  WS-WL-NAME-LEN      PIC S9(4)      COMP.
               10  WS-WL-SOURCE        PIC X.

      * Compliance decisions for this stream, each marked used when
      * its hold is found on the master.
       01  WS-DECISION-TABLE.
           05  WS-DC-ENTRY             OCCURS 500 TIMES.
               10  WS-DC-HOLD-ID       PIC X(12).
               10  WS-DC-DECISION      PIC X.
               10  WS-DC-OPER-ID       PIC 9(5).
               10  WS-DC-REASON-CODE   PIC X(2).
               10  WS-DC-REASON-TEXT   PIC X(50).
               10  WS-DC-USED-SW       PIC X.
                   88  WS-DC-USED                     VALUE 'Y'.

           COPY DSDSOFAC REPLACING ==OFAC-HOLD-REC== BY ==WS-HOLD-WORK==
                                   LEADING ==OH-== BY ==HW-==.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-FIND-HOLD-ID             PIC X(12)      VALUE SPACES.
       01  WS-HOLD-SEQ                 PIC 9(4)       VALUE ZERO.
       01  WS-HOLD-THRESHOLD           PIC 9(3)       VALUE ZERO.
       01  WS-BEST-SCORE               PIC 9(3)       VALUE ZERO.
       01  WS-BEST-NAME                PIC X(50)      VALUE SPACES.
       01  WS-BEST-SOURCE              PIC X          VALUE SPACE.
       01  WS-BEST-FIELD               PIC X(10)      VALUE SPACES.
       01  WS-BEST-VALUE               PIC X(50)      VALUE SPACES.
       01  WS-PRIOR-BEST               PIC 9(3)       VALUE ZERO.
       01  WS-THIS-SCORE               PIC 9(3)       VALUE ZERO.
       01  WS-FIELD-VALUE              PIC X(50)      VALUE SPACES.
       01  WS-FIELD-LABEL              PIC X(10)      VALUE SPACES.
       01  WS-FIELDS-SCREENED          PIC 9          VALUE ZERO.
       01  WS-TRIM-LEN                 PIC S9(4)      VALUE ZERO
                                                       COMP.
       01  WS-SCAN-LIMIT               PIC S9(4)      VALUE ZERO
                                                       COMP.
       01  WS-REJECT-MSG               PIC X(40)      VALUE SPACES.

       01  WS-TOT-READ                 PIC 9(9)       VALUE ZERO.
       01  WS-TOT-SCREENED             PIC 9(9)       VALUE ZERO.
       01  WS-TOT-PASSED               PIC 9(9)       VALUE ZERO.
       01  WS-TOT-HELD                 PIC 9(7)       VALUE ZERO.
       01  WS-TOT-HELD-AMT             PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-HOLDS-READ           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-PENDING              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-PENDING-AMT          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-CLEARED              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-CLEARED-AMT          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-BLOCKED              PIC 9(7)       VALUE ZERO.
       01  WS-TOT-BLOCKED-AMT          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-DEC-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-DEC-REJECTED         PIC 9(7)       VALUE ZERO.
       01  WS-WL-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS189 - SANCTIONS SCREENING OF COUNTERPARTIES'.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(9)       VALUE
               ' STREAM: '.
           05  WS-RH-STREAM            PIC X(7).
           05  FILLER                  PIC X(46)      VALUE SPACES.

       01  WS-DETAIL-HDG.
           05  FILLER                  PIC X(10)      VALUE 'ACTION'.
           05  FILLER                  PIC X(13)      VALUE 'HOLD ID'.
           05  FILLER                  PIC X(17)      VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(15)      VALUE
               '        AMOUNT '.
           05  FILLER                  PIC X(11)      VALUE 'FIELD'.
           05  FILLER                  PIC X(27)      VALUE 'NAME'.
           05  FILLER                  PIC X(4)       VALUE 'SCR '.
           05  FILLER                  PIC X(30)      VALUE
               'WATCH-LIST NAME'.
           05  FILLER                  PIC X(5)       VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION            PIC X(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-HOLD-ID           PIC X(12).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-FIELD             PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-NAME              PIC X(26).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-SCORE             PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-WATCH-NAME        PIC X(30).
           05  FILLER                  PIC X(5)       VALUE SPACES.

       01  WS-DECIDED-LINE.
           05  FILLER                  PIC X(23)      VALUE SPACES.
           05  FILLER                  PIC X(9)       VALUE
               'OPERATOR '.
           05  WS-DD-OPER-ID           PIC 9(5).
           05  FILLER                  PIC X(8)       VALUE
               ' REASON '.
           05  WS-DD-REASON-CODE       PIC X(2).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DD-REASON-TEXT       PIC X(50).
           05  FILLER                  PIC X(34)      VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10)      VALUE
               'REJECTED'.
           05  WS-RJ-HOLD-ID           PIC X(12).
           05  FILLER                  PIC X(10)      VALUE
               ' DECISION '.
           05  WS-RJ-DECISION          PIC X.
           05  FILLER                  PIC X(10)      VALUE
               ' OPERATOR '.
           05  WS-RJ-OPER-ID           PIC 9(5).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RJ-MESSAGE           PIC X(40).
           05  FILLER                  PIC X(43)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61)      VALUE SPACES.

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
           MOVE 'DSDS189 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-HOLD
               UNTIL WS-HOLD-EOF.
           PERFORM 2500-CHECK-DECISION-USED
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT.
           IF WS-ACH-STREAM
               PERFORM 4500-SCREEN-ACH-ENTRY
                   UNTIL WS-ITEM-EOF
           ELSE
               PERFORM 4000-SCREEN-TXL-ITEM
                   UNTIL WS-ITEM-EOF
           END-IF.
           PERFORM 8000-PRINT-TOTALS.
           IF WS-TOT-DEC-REJECTED > ZERO
              OR WS-WL-OVERFLOW > ZERO
              OR WS-WL-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-READ TO RRG-RECORDS-IN.
           COMPUTE RRG-RECORDS-OUT = WS-TOT-PASSED + WS-TOT-CLEARED.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  OFAC-PARM-FILE
                       WATCH-LIST-FILE
                       HOLD-IN-FILE
                       DECISION-FILE
                OUTPUT HOLD-OUT-FILE
                       BLOCKED-FILE
                       OFAC-RPT
                EXTEND DECISION-LOG.
           READ OFAC-PARM-FILE.
           MOVE OP-RUN-DATE TO WS-RUN-DATE.
           MOVE OP-HOLD-THRESHOLD TO WS-HOLD-THRESHOLD.
           IF WS-HOLD-THRESHOLD = ZERO
               MOVE 75 TO WS-HOLD-THRESHOLD
           END-IF.
           IF OP-STREAM = 'A'
               MOVE 'A' TO WS-STREAM
               MOVE 'ACH OUT' TO WS-RH-STREAM
               OPEN INPUT  ACH-ENTRY-FILE
                    OUTPUT ACH-OUT-FILE
           ELSE
               MOVE 'T' TO WS-STREAM
               MOVE 'POSTING' TO WS-RH-STREAM
               OPEN INPUT  DSDS-TXL-FILE
                    OUTPUT TXL-OUT-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE OFAC-RPT-LINE FROM WS-RPT-HDG.
           WRITE OFAC-RPT-LINE FROM WS-DETAIL-HDG.
           READ WATCH-LIST-FILE
               AT END MOVE 'Y' TO WS-WL-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-WATCH-LIST
               UNTIL WS-WL-EOF.
           READ DECISION-FILE
               AT END MOVE 'Y' TO WS-DEC-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-DECISION
               UNTIL WS-DEC-EOF.
           READ HOLD-IN-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 4900-READ-ITEM.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-WATCH-LIST.
           IF WL-NAME NOT = SPACES
               IF WS-WL-COUNT < 1000
                   ADD 1 TO WS-WL-COUNT
                   MOVE WS-WL-COUNT TO WS-WL-IDX
                   MOVE WL-NAME TO WS-WL-NAME (WS-WL-IDX)
                   MOVE WL-LIST-SOURCE TO WS-WL-SOURCE (WS-WL-IDX)
                   MOVE WL-NAME TO WS-FIELD-VALUE
                   PERFORM 7000-TRIM-FIELD-LENGTH
                   MOVE WS-TRIM-LEN TO WS-WL-NAME-LEN (WS-WL-IDX)
               ELSE
                   ADD 1 TO WS-WL-OVERFLOW
               END-IF
           END-IF.
           READ WATCH-LIST-FILE
               AT END MOVE 'Y' TO WS-WL-EOF-SW
           END-READ.
       1100-LOAD-WATCH-LIST-EXIT.
           EXIT.

      * Decisions for the other stream's holds are left to that run.
       1200-LOAD-DECISION.
           IF OD-HOLD-ID (1:1) = WS-STREAM
               PERFORM 1230-EDIT-DECISION
           END-IF.
           READ DECISION-FILE
               AT END MOVE 'Y' TO WS-DEC-EOF-SW
           END-READ.
       1200-LOAD-DECISION-EXIT.
           EXIT.

       1210-FIND-DECISION-ID.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1220-SCAN-DECISIONS
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-DC-IDX
           END-IF.
       1210-FIND-DECISION-ID-EXIT.
           EXIT.

       1220-SCAN-DECISIONS.
           IF WS-DC-HOLD-ID (WS-DC-IDX) = WS-FIND-HOLD-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1220-SCAN-DECISIONS-EXIT.
           EXIT.

       1230-EDIT-DECISION.
           ADD 1 TO WS-TOT-DEC-READ.
           MOVE SPACES TO WS-REJECT-MSG.
           IF NOT OD-CLEAR AND NOT OD-BLOCK
               MOVE 'DECISION MUST BE C OR B' TO WS-REJECT-MSG
           END-IF.
           IF OD-OPER-ID = ZERO
               MOVE 'NO OPERATOR ID' TO WS-REJECT-MSG
           END-IF.
           IF OD-REASON-TEXT = SPACES
               MOVE 'NO REASON GIVEN' TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG = SPACES
               MOVE OD-HOLD-ID TO WS-FIND-HOLD-ID
               PERFORM 1210-FIND-DECISION-ID
               IF WS-FOUND
                   MOVE 'DECISION ALREADY KEYED FOR THIS HOLD'
                       TO WS-REJECT-MSG
               END-IF
           END-IF.
           IF WS-REJECT-MSG = SPACES
              AND WS-DC-COUNT NOT < 500
               MOVE 'DECISION TABLE FULL' TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG NOT = SPACES
               MOVE OD-HOLD-ID  TO WS-RJ-HOLD-ID
               MOVE OD-DECISION TO WS-RJ-DECISION
               MOVE OD-OPER-ID  TO WS-RJ-OPER-ID
               PERFORM 6300-PRINT-REJECT
           ELSE
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-IDX
               MOVE OD-HOLD-ID     TO WS-DC-HOLD-ID (WS-DC-IDX)
               MOVE OD-DECISION    TO WS-DC-DECISION (WS-DC-IDX)
               MOVE OD-OPER-ID     TO WS-DC-OPER-ID (WS-DC-IDX)
               MOVE OD-REASON-CODE TO WS-DC-REASON-CODE (WS-DC-IDX)
               MOVE OD-REASON-TEXT TO WS-DC-REASON-TEXT (WS-DC-IDX)
               MOVE 'N'            TO WS-DC-USED-SW (WS-DC-IDX)
           END-IF.
       1230-EDIT-DECISION-EXIT.
           EXIT.

      * An open hold is released or blocked when compliance has
      * decided it, otherwise carried forward and listed as pending.
       2000-WORK-HOLD.
           ADD 1 TO WS-TOT-HOLDS-READ.
           MOVE OFAC-HOLD-REC TO WS-HOLD-WORK.
           IF HW-HELD-DATE = WS-RUN-DATE
              AND HW-HOLD-SEQ > WS-HOLD-SEQ
               MOVE HW-HOLD-SEQ TO WS-HOLD-SEQ
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           IF HW-STREAM = WS-STREAM
               MOVE HW-HOLD-ID TO WS-FIND-HOLD-ID
               PERFORM 1210-FIND-DECISION-ID
           END-IF.
           IF NOT WS-FOUND
               ADD 1 TO WS-TOT-PENDING
               ADD HW-AMOUNT TO WS-TOT-PENDING-AMT
               WRITE HOLD-OUT-RECORD FROM WS-HOLD-WORK
               MOVE 'PENDING' TO WS-DL-ACTION
               PERFORM 6100-PRINT-HOLD
           ELSE
               PERFORM 2100-APPLY-DECISION
           END-IF.
           READ HOLD-IN-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       2000-WORK-HOLD-EXIT.
           EXIT.

       2100-APPLY-DECISION.
           MOVE 'Y' TO WS-DC-USED-SW (WS-DC-IDX).
           IF WS-DC-DECISION (WS-DC-IDX) = 'C'
               PERFORM 2200-RELEASE-ITEM
           ELSE
               PERFORM 2300-BLOCK-ITEM
           END-IF.
           MOVE WS-DC-OPER-ID (WS-DC-IDX)     TO WS-DD-OPER-ID.
           MOVE WS-DC-REASON-CODE (WS-DC-IDX) TO WS-DD-REASON-CODE.
           MOVE WS-DC-REASON-TEXT (WS-DC-IDX) TO WS-DD-REASON-TEXT.
           WRITE OFAC-RPT-LINE FROM WS-DECIDED-LINE.
           MOVE SPACES TO DECISION-LOG-REC.
           MOVE WS-DC-DECISION (WS-DC-IDX)    TO OL-EVENT.
           MOVE WS-DC-OPER-ID (WS-DC-IDX)     TO OL-OPER-ID.
           MOVE WS-DC-REASON-CODE (WS-DC-IDX) TO OL-REASON-CODE.
           MOVE WS-DC-REASON-TEXT (WS-DC-IDX) TO OL-REASON-TEXT.
           PERFORM 6200-WRITE-LOG.
       2100-APPLY-DECISION-EXIT.
           EXIT.

      * A cleared item rejoins its stream as it was held.
       2200-RELEASE-ITEM.
           ADD 1 TO WS-TOT-CLEARED.
           ADD HW-AMOUNT TO WS-TOT-CLEARED-AMT.
           IF WS-ACH-STREAM
               MOVE HW-ITEM-IMAGE (1:100) TO ACH-OUT-RECORD
               WRITE ACH-OUT-RECORD
           ELSE
               MOVE HW-ITEM-IMAGE TO TXL-OUT-RECORD
               WRITE TXL-OUT-RECORD
           END-IF.
           MOVE 'CLEARED' TO WS-DL-ACTION.
           PERFORM 6100-PRINT-HOLD.
       2200-RELEASE-ITEM-EXIT.
           EXIT.

       2300-BLOCK-ITEM.
           ADD 1 TO WS-TOT-BLOCKED.
           ADD HW-AMOUNT TO WS-TOT-BLOCKED-AMT.
           WRITE BLOCKED-RECORD FROM WS-HOLD-WORK.
           MOVE 'BLOCKED' TO WS-DL-ACTION.
           PERFORM 6100-PRINT-HOLD.
       2300-BLOCK-ITEM-EXIT.
           EXIT.

       2500-CHECK-DECISION-USED.
           IF NOT WS-DC-USED (WS-DC-IDX)
               MOVE WS-DC-HOLD-ID (WS-DC-IDX)  TO WS-RJ-HOLD-ID
               MOVE WS-DC-DECISION (WS-DC-IDX) TO WS-RJ-DECISION
               MOVE WS-DC-OPER-ID (WS-DC-IDX)  TO WS-RJ-OPER-ID
               MOVE 'HOLD NOT OPEN' TO WS-REJECT-MSG
               PERFORM 6300-PRINT-REJECT
           END-IF.
       2500-CHECK-DECISION-USED-EXIT.
           EXIT.

       3000-SCORE-AGAINST-LIST.
           PERFORM 3100-SCORE-ONE-NAME
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT.
       3000-SCORE-AGAINST-LIST-EXIT.
           EXIT.

      * Scores WS-FIELD-VALUE and, when it beats the item's best so
      * far, remembers which field and name did it.
       3050-SCORE-FIELD.
           IF WS-FIELD-VALUE NOT = SPACES
               ADD 1 TO WS-FIELDS-SCREENED
               MOVE WS-BEST-SCORE TO WS-PRIOR-BEST
               PERFORM 3000-SCORE-AGAINST-LIST
               IF WS-BEST-SCORE > WS-PRIOR-BEST
                   MOVE WS-FIELD-LABEL TO WS-BEST-FIELD
                   MOVE WS-FIELD-VALUE TO WS-BEST-VALUE
               END-IF
           END-IF.
       3050-SCORE-FIELD-EXIT.
           EXIT.

       3100-SCORE-ONE-NAME.
           MOVE ZERO TO WS-THIS-SCORE.
           IF WS-FIELD-VALUE = WS-WL-NAME (WS-WL-IDX)
               MOVE 100 TO WS-THIS-SCORE
           ELSE
               PERFORM 3200-CHECK-CONTAINMENT
               IF WS-THIS-SCORE = ZERO
                   IF WS-FIELD-VALUE (1:8) =
                          WS-WL-NAME (WS-WL-IDX) (1:8)
                      AND WS-FIELD-VALUE (1:8) NOT = SPACES
                       MOVE 75 TO WS-THIS-SCORE
                   END-IF
               END-IF
           END-IF.
           IF WS-THIS-SCORE > WS-BEST-SCORE
               MOVE WS-THIS-SCORE TO WS-BEST-SCORE
               MOVE WS-WL-NAME (WS-WL-IDX) TO WS-BEST-NAME
               MOVE WS-WL-SOURCE (WS-WL-IDX) TO WS-BEST-SOURCE
           END-IF.
       3100-SCORE-ONE-NAME-EXIT.
           EXIT.

      * Slides the trimmed watch name across the field; any position
      * where every character agrees is a containment hit.
       3200-CHECK-CONTAINMENT.
           IF WS-WL-NAME-LEN (WS-WL-IDX) > ZERO
               COMPUTE WS-SCAN-LIMIT =
                   50 - WS-WL-NAME-LEN (WS-WL-IDX) + 1
               PERFORM 3210-TRY-ONE-POSITION
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SCAN-LIMIT
                      OR WS-THIS-SCORE > ZERO
           END-IF.
       3200-CHECK-CONTAINMENT-EXIT.
           EXIT.

       3210-TRY-ONE-POSITION.
           IF WS-FIELD-VALUE (WS-SCAN-IDX:
                  WS-WL-NAME-LEN (WS-WL-IDX)) =
              WS-WL-NAME (WS-WL-IDX) (1:
                  WS-WL-NAME-LEN (WS-WL-IDX))
               MOVE 90 TO WS-THIS-SCORE
           END-IF.
       3210-TRY-ONE-POSITION-EXIT.
           EXIT.

      * Only the name fields the item's format carries are screened;
      * an item with none passes unscored.
       4000-SCREEN-TXL-ITEM.
           ADD 1 TO WS-TOT-READ.
           PERFORM 4800-CLEAR-BEST.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
              AND DSDSTXL-FORMAT-DEFAULT
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE DSDSTXL-ACH-CO-NAME TO WS-FIELD-VALUE
               MOVE 'ACH CO' TO WS-FIELD-LABEL
               PERFORM 3050-SCORE-FIELD
               IF DSDSTXL-ACH-STD-ENTRY-CLASS = 'IAT'
                   MOVE SPACES TO WS-FIELD-VALUE
                   MOVE DSDSTXL-ACH-INDIV-ID TO WS-FIELD-VALUE
                   MOVE 'IAT PARTY' TO WS-FIELD-LABEL
                   PERFORM 3050-SCORE-FIELD
               END-IF
           END-IF.
           IF DSDSTXL-FORMAT-RTP
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE DSDSTXL-RTP-SENDER-NAME TO WS-FIELD-VALUE
               MOVE 'RTP SENDER' TO WS-FIELD-LABEL
               PERFORM 3050-SCORE-FIELD
           END-IF.
           IF DSDSTXL-CODE = 630 OR DSDSTXL-CODE = 890
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE DSDSTXL-TX-DESC TO WS-FIELD-VALUE
               MOVE 'WIRE' TO WS-FIELD-LABEL
               PERFORM 3050-SCORE-FIELD
           END-IF.
           IF WS-FIELDS-SCREENED > ZERO
               ADD 1 TO WS-TOT-SCREENED
           END-IF.
           IF WS-BEST-SCORE NOT < WS-HOLD-THRESHOLD
              AND WS-BEST-SCORE > ZERO
               MOVE SPACES TO WS-HOLD-WORK
               MOVE DSDSTXL-BANK-NO TO HW-BANK-NO
               MOVE DSDSTXL-ACCT-ID TO HW-ACCT-ID
               MOVE DSDSTXL-ACCT-NO TO HW-ACCT-NO
               MOVE DSDSTXL-CODE    TO HW-TX-CODE
               MOVE DSDSTXL-AMOUNT  TO HW-AMOUNT
               MOVE DSDSTXL-REC     TO HW-ITEM-IMAGE
               PERFORM 5000-HOLD-ITEM
           ELSE
               ADD 1 TO WS-TOT-PASSED
               MOVE DSDSTXL-REC TO TXL-OUT-RECORD
               WRITE TXL-OUT-RECORD
           END-IF.
           PERFORM 4900-READ-ITEM.
       4000-SCREEN-TXL-ITEM-EXIT.
           EXIT.

      * The receiver is the counterparty on an originated entry; the
      * originating company is the bank's own customer.
       4500-SCREEN-ACH-ENTRY.
           ADD 1 TO WS-TOT-READ.
           PERFORM 4800-CLEAR-BEST.
           MOVE SPACES TO WS-FIELD-VALUE.
           MOVE EN-INDIV-NAME TO WS-FIELD-VALUE.
           MOVE 'RECEIVER' TO WS-FIELD-LABEL.
           PERFORM 3050-SCORE-FIELD.
           IF WS-FIELDS-SCREENED > ZERO
               ADD 1 TO WS-TOT-SCREENED
           END-IF.
           IF WS-BEST-SCORE NOT < WS-HOLD-THRESHOLD
              AND WS-BEST-SCORE > ZERO
               MOVE SPACES TO WS-HOLD-WORK
               MOVE EN-BANK-NO     TO HW-BANK-NO
               MOVE ZERO           TO HW-ACCT-ID HW-ACCT-NO
               MOVE EN-TRAN-CODE   TO HW-TX-CODE
               MOVE EN-AMOUNT      TO HW-AMOUNT
               MOVE ACH-ENTRY-REC  TO HW-ITEM-IMAGE
               PERFORM 5000-HOLD-ITEM
           ELSE
               ADD 1 TO WS-TOT-PASSED
               MOVE ACH-ENTRY-REC TO ACH-OUT-RECORD
               WRITE ACH-OUT-RECORD
           END-IF.
           PERFORM 4900-READ-ITEM.
       4500-SCREEN-ACH-ENTRY-EXIT.
           EXIT.

       4800-CLEAR-BEST.
           MOVE ZERO TO WS-BEST-SCORE WS-FIELDS-SCREENED.
           MOVE SPACES TO WS-BEST-NAME WS-BEST-SOURCE
                          WS-BEST-FIELD WS-BEST-VALUE.
       4800-CLEAR-BEST-EXIT.
           EXIT.

       4900-READ-ITEM.
           IF WS-ACH-STREAM
               READ ACH-ENTRY-FILE
                   AT END MOVE 'Y' TO WS-ITEM-EOF-SW
               END-READ
           ELSE
               READ DSDS-TXL-FILE
                   AT END MOVE 'Y' TO WS-ITEM-EOF-SW
               END-READ
           END-IF.
       4900-READ-ITEM-EXIT.
           EXIT.

      * Completes the hold built in WS-HOLD-WORK, adds it to the hold
      * master and logs it.
       5000-HOLD-ITEM.
           ADD 1 TO WS-TOT-HELD.
           ADD HW-AMOUNT TO WS-TOT-HELD-AMT.
           ADD 1 TO WS-HOLD-SEQ.
           MOVE WS-STREAM      TO HW-STREAM.
           MOVE WS-RUN-DATE    TO HW-HELD-DATE.
           MOVE WS-HOLD-SEQ    TO HW-HOLD-SEQ.
           MOVE WS-BEST-FIELD  TO HW-FIELD.
           MOVE WS-BEST-SCORE  TO HW-SCORE.
           MOVE WS-BEST-VALUE  TO HW-NAME.
           MOVE WS-BEST-NAME   TO HW-WATCH-NAME.
           MOVE WS-BEST-SOURCE TO HW-WATCH-SOURCE.
           WRITE HOLD-OUT-RECORD FROM WS-HOLD-WORK.
           MOVE 'HELD' TO WS-DL-ACTION.
           PERFORM 6100-PRINT-HOLD.
           MOVE SPACES TO DECISION-LOG-REC.
           MOVE 'H'    TO OL-EVENT.
           MOVE ZERO   TO OL-OPER-ID.
           MOVE SPACES TO OL-REASON-CODE OL-REASON-TEXT.
           PERFORM 6200-WRITE-LOG.
       5000-HOLD-ITEM-EXIT.
           EXIT.

      * Prints the hold in WS-HOLD-WORK under WS-DL-ACTION.
       6100-PRINT-HOLD.
           MOVE HW-HOLD-ID    TO WS-DL-HOLD-ID.
           MOVE HW-BANK-NO    TO WS-DL-BANK.
           MOVE HW-ACCT-ID    TO WS-DL-ACCT-ID.
           MOVE HW-ACCT-NO    TO WS-DL-ACCT-NO.
           MOVE HW-AMOUNT     TO WS-DL-AMOUNT.
           MOVE HW-FIELD      TO WS-DL-FIELD.
           MOVE HW-NAME       TO WS-DL-NAME.
           MOVE HW-SCORE      TO WS-DL-SCORE.
           MOVE HW-WATCH-NAME TO WS-DL-WATCH-NAME.
           WRITE OFAC-RPT-LINE FROM WS-DETAIL-LINE.
       6100-PRINT-HOLD-EXIT.
           EXIT.

      * Logs the hold in WS-HOLD-WORK; the event, operator and
      * reason are set by the caller.
       6200-WRITE-LOG.
           MOVE WS-RUN-DATE   TO OL-RUN-DATE.
           MOVE HW-HOLD-ID    TO OL-HOLD-ID.
           MOVE HW-BANK-NO    TO OL-BANK-NO.
           MOVE HW-ACCT-ID    TO OL-ACCT-ID.
           MOVE HW-ACCT-NO    TO OL-ACCT-NO.
           MOVE HW-AMOUNT     TO OL-AMOUNT.
           MOVE HW-FIELD      TO OL-FIELD.
           MOVE HW-SCORE      TO OL-SCORE.
           MOVE HW-NAME       TO OL-NAME.
           MOVE HW-WATCH-NAME TO OL-WATCH-NAME.
           WRITE DECISION-LOG-REC.
       6200-WRITE-LOG-EXIT.
           EXIT.

       6300-PRINT-REJECT.
           ADD 1 TO WS-TOT-DEC-REJECTED.
           MOVE WS-REJECT-MSG TO WS-RJ-MESSAGE.
           WRITE OFAC-RPT-LINE FROM WS-REJECT-LINE.
       6300-PRINT-REJECT-EXIT.
           EXIT.

      * Length of WS-FIELD-VALUE with trailing spaces dropped.
       7000-TRIM-FIELD-LENGTH.
           MOVE ZERO TO WS-TRIM-LEN.
           PERFORM 7100-FIND-LAST-CHAR
               VARYING WS-SCAN-IDX FROM 50 BY -1
               UNTIL WS-SCAN-IDX < 1
                  OR WS-TRIM-LEN > ZERO.
       7000-TRIM-FIELD-LENGTH-EXIT.
           EXIT.

       7100-FIND-LAST-CHAR.
           IF WS-FIELD-VALUE (WS-SCAN-IDX:1) NOT = SPACE
               MOVE WS-SCAN-IDX TO WS-TRIM-LEN
           END-IF.
       7100-FIND-LAST-CHAR-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO OFAC-RPT-LINE.
           WRITE OFAC-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'WATCH-LIST NAMES LOADED' TO WS-TL-LABEL.
           MOVE WS-WL-COUNT TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'COMPLIANCE DECISIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-DEC-READ TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'COMPLIANCE DECISIONS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-DEC-REJECTED TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN HOLDS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-HOLDS-READ TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HOLDS CLEARED AND RELEASED' TO WS-TL-LABEL.
           MOVE WS-TOT-CLEARED TO WS-TL-COUNT.
           MOVE WS-TOT-CLEARED-AMT TO WS-TL-AMOUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HOLDS BLOCKED' TO WS-TL-LABEL.
           MOVE WS-TOT-BLOCKED TO WS-TL-COUNT.
           MOVE WS-TOT-BLOCKED-AMT TO WS-TL-AMOUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HOLDS STILL PENDING' TO WS-TL-LABEL.
           MOVE WS-TOT-PENDING TO WS-TL-COUNT.
           MOVE WS-TOT-PENDING-AMT TO WS-TL-AMOUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ITEMS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-READ TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS WITH A NAME SCREENED' TO WS-TL-LABEL.
           MOVE WS-TOT-SCREENED TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS PASSED' TO WS-TL-LABEL.
           MOVE WS-TOT-PASSED TO WS-TL-COUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS HELD FOR COMPLIANCE' TO WS-TL-LABEL.
           MOVE WS-TOT-HELD TO WS-TL-COUNT.
           MOVE WS-TOT-HELD-AMT TO WS-TL-AMOUNT.
           WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-WL-OVERFLOW > ZERO
               MOVE ZERO TO WS-TL-AMOUNT
               MOVE 'WATCH-LIST NAMES NOT LOADED - TABLE FULL'
                   TO WS-TL-LABEL
               MOVE WS-WL-OVERFLOW TO WS-TL-COUNT
               WRITE OFAC-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-ACH-STREAM
               CLOSE ACH-ENTRY-FILE
                     ACH-OUT-FILE
           ELSE
               CLOSE DSDS-TXL-FILE
                     TXL-OUT-FILE
           END-IF.
           CLOSE OFAC-PARM-FILE
                 WATCH-LIST-FILE
                 HOLD-IN-FILE
                 DECISION-FILE
                 HOLD-OUT-FILE
                 BLOCKED-FILE
                 DECISION-LOG
                 OFAC-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
