       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS182.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS182 is the exception and control-failure notification
      * dispatcher.  DSDS162's work queue assigns owners and DSDR344
      * knows which controls failed, but people learned about either
      * only when they opened the report.  This run follows DSDS162
      * and the control jobs and tells the owner directly:
      *
      *  ASSIGNED  - a queue item still open on tonight's WORKQ that
      *              a WQASSIGN record handed to an operator tonight;
      *  OVERDUE   - a queue item whose age crossed its source's
      *              WQPARM escalation threshold tonight (the age
      *              DSDS162 first escalates it at), sent to the
      *              assigned operator, or to the NTFYOWN owner of
      *              the source when nobody has it yet;
      *  CTL FAIL  - a FAIL CONTROL-RESULT-REC (see DSDSCTLR), sent
      *              to the NTFYOWN owner of the control program for
      *              that bank, or for all banks (bank 000).
      *
      * Delivery follows the owner's OI-MESSAGE-NOTIFICATION on the
      * operator master (see APICPYA): TPX and CICS messages go to
      * OI-PRIMARY-TPX-USER-ID, console messages to the operations
      * console.  An owner inside OI-VACATION-START-DATE/-END-DATE is
      * re-routed -- to OI-SECONDARY-TPX-USER-ID when one is set for
      * a TPX or CICS owner, otherwise to the COVEROPR covering
      * operator for the owner's bank and cost center over that
      * operator's own channel.  An owner with no channel is not
      * messaged and shows on the report as NO CHANNEL.
      *
      * Each message writes to NTFYMSG for the delivery step, each
      * notification sent appends to NTFYLOG, and NTFYRPT lists them
      * all with the routing taken.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WQ-PARM-FILE       ASSIGN TO WQPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE      ASSIGN TO AMSOPER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVER-OPER-FILE    ASSIGN TO COVEROPR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-OWNER-FILE  ASSIGN TO NTFYOWN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGN-FILE        ASSIGN TO WQASSIGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-QUEUE-FILE    ASSIGN TO WORKQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-RESULT-FILE    ASSIGN TO CTLRSLT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-MSG-FILE    ASSIGN TO NTFYMSG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-LOG-FILE    ASSIGN TO NTFYLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-RPT         ASSIGN TO NTFYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WQ-PARM-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  WQ-PARM-REC.
           05  WP-REC-TYPE             PIC X.
               88  WP-DATE-REC                        VALUE 'D'.
               88  WP-SOURCE-REC                      VALUE 'S'.
           05  WP-DATE-AREA.
               10  WP-RUN-DATE         PIC 9(7).
               10  FILLER              PIC X(6).
           05  WP-SOURCE-AREA REDEFINES WP-DATE-AREA.
               10  WP-SOURCE           PIC X(4).
               10  WP-ESC-DAYS         PIC 9(3).
               10  FILLER              PIC X(6).

       FD  OPERATOR-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY APICPYA.

       FD  COVER-OPER-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  COVER-OPER-REC.
           05  CO-BANK-NO              PIC 9(3).
           05  CO-COST-CENTER          PIC 9(3).
           05  CO-OPERATOR             PIC 9(5).
           05  FILLER                  PIC X(9).

       FD  NOTIFY-OWNER-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  NOTIFY-OWNER-REC.
           05  NO-OWNED-ITEM           PIC X(8).
           05  NO-BANK-NO              PIC 9(3).
           05  NO-OPERATOR             PIC 9(5).
           05  FILLER                  PIC X(4).

       FD  ASSIGN-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  ASSIGN-REC.
           05  AS-SOURCE               PIC X(4).
           05  AS-BANK-NO              PIC 99.
           05  AS-ACCT-ID              PIC 9(3).
           05  AS-ACCT-NO              PIC 9(9).
           05  AS-AMOUNT               PIC 9(11)V99.
           05  AS-DATE-RAISED          PIC 9(7).
           05  AS-OPERATOR             PIC 9(5).
           05  FILLER                  PIC X(2).

       FD  WORK-QUEUE-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  WORK-QUEUE-REC.
           05  WQ-SOURCE               PIC X(4).
           05  WQ-BANK-NO              PIC 99.
           05  WQ-ACCT-ID              PIC 9(3).
           05  WQ-ACCT-NO              PIC 9(9).
           05  WQ-AMOUNT               PIC 9(11)V99.
           05  WQ-DATE-RAISED          PIC 9(7).
           05  WQ-AGE-DAYS             PIC 9(3).
           05  WQ-ASSIGNED-TO          PIC 9(5).
           05  WQ-DISP-CODE            PIC X(2).
           05  WQ-REF                  PIC X(12).
           05  FILLER                  PIC X(4).

       FD  CTL-RESULT-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY DSDSCTLR.

       FD  NOTIFY-MSG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  NOTIFY-MSG-REC.
           05  NM-CHANNEL              PIC X.
           05  NM-DEST-ID              PIC X(7).
           05  NM-OPERATOR             PIC 9(5).
           05  NM-TEXT                 PIC X(80).
           05  FILLER                  PIC X(7).

       FD  NOTIFY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTIFY-LOG-REC.
           05  NL-RUN-DATE             PIC 9(7).
           05  NL-EVENT                PIC X(8).
           05  NL-ITEM-REF             PIC X(21).
           05  NL-OWNER                PIC 9(5).
           05  NL-SENT-TO              PIC 9(5).
           05  NL-CHANNEL              PIC X.
           05  NL-DEST-ID              PIC X(7).
           05  NL-ROUTE                PIC X(10).
           05  FILLER                  PIC X(16).

       FD  NOTIFY-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  NOTIFY-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW          PIC X          VALUE 'N'.
               88  WS-PARM-EOF                        VALUE 'Y'.
           05  WS-OPER-EOF-SW          PIC X          VALUE 'N'.
               88  WS-OPER-EOF                        VALUE 'Y'.
           05  WS-COV-EOF-SW           PIC X          VALUE 'N'.
               88  WS-COV-EOF                         VALUE 'Y'.
           05  WS-OWN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-OWN-EOF                         VALUE 'Y'.
           05  WS-ASG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ASG-EOF                         VALUE 'Y'.
           05  WS-WQ-EOF-SW            PIC X          VALUE 'N'.
               88  WS-WQ-EOF                          VALUE 'Y'.
           05  WS-CTL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CTL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-AWAY-SW              PIC X          VALUE 'N'.
               88  WS-OWNER-AWAY                      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-OP-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OP-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OWNER-IDX            PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CV-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CV-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NO-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AS-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AS-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TH-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TH-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-COUNTS.
           05  WS-SENT-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-REROUTE-CNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-NO-CHANNEL-CNT       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-NO-OWNER-CNT         PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY             OCCURS 3000 TIMES.
               10  WS-OP-KEY           PIC 9(5).
               10  WS-OP-BANK-NO       PIC 9(3).
               10  WS-OP-COST-CENTER   PIC 9(3).
               10  WS-OP-CHANNEL       PIC X.
                   88  WS-OP-NO-CHANNEL               VALUE 'A' ' '.
                   88  WS-OP-TPX                      VALUE 'B'.
                   88  WS-OP-CONSOLE                  VALUE 'C'.
                   88  WS-OP-CICS                     VALUE 'D'.
               10  WS-OP-PRIMARY-ID    PIC X(7).
               10  WS-OP-SECONDARY-ID  PIC X(7).
               10  WS-OP-VAC-START     PIC S9(7)      COMP-3.
               10  WS-OP-VAC-END       PIC S9(7)      COMP-3.

       01  WS-COVER-TABLE.
           05  WS-CV-ENTRY             OCCURS 500 TIMES.
               10  WS-CV-BANK-NO       PIC 9(3).
               10  WS-CV-COST-CENTER   PIC 9(3).
               10  WS-CV-OPERATOR      PIC 9(5).

       01  WS-OWNER-TABLE.
           05  WS-NO-ENTRY             OCCURS 500 TIMES.
               10  WS-NO-OWNED-ITEM    PIC X(8).
               10  WS-NO-BANK-NO       PIC 9(3).
               10  WS-NO-OPERATOR      PIC 9(5).

      * Tonight's assignments, kept so an assignment whose item was
      * also disposed tonight (and so is off WORKQ) sends nothing.
       01  WS-ASSIGN-TABLE.
           05  WS-AS-ENTRY             OCCURS 2000 TIMES.
               10  WS-AS-SOURCE        PIC X(4).
               10  WS-AS-BANK-NO       PIC 99.
               10  WS-AS-ACCT-ID       PIC 9(3).
               10  WS-AS-ACCT-NO       PIC 9(9).
               10  WS-AS-AMOUNT        PIC 9(11)V99.
               10  WS-AS-DATE-RAISED   PIC 9(7).

       01  WS-THRESH-TABLE.
           05  WS-TH-ENTRY             OCCURS 20 TIMES.
               10  WS-TH-SOURCE        PIC X(4).
               10  WS-TH-ESC-DAYS      PIC 9(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-ESC-DAYS                 PIC 9(3)       VALUE ZERO.

      * The notice being dispatched: event, item reference, owner,
      * and the operator and destination it finally goes to.
       01  WS-NOTICE.
           05  WS-NT-EVENT             PIC X(8).
           05  WS-NT-ITEM-REF          PIC X(21).
           05  WS-NT-OWNER             PIC 9(5).
           05  WS-NT-OWNED-ITEM        PIC X(8).
           05  WS-NT-BANK-NO           PIC 9(3).
           05  WS-NT-AMOUNT            PIC S9(13)V99  COMP-3.
           05  WS-NT-AGE               PIC 9(3).
           05  WS-NT-SEND-TO           PIC 9(5).
           05  WS-NT-CHANNEL           PIC X.
           05  WS-NT-DEST-ID           PIC X(7).
           05  WS-NT-ROUTE             PIC X(10).

       01  WS-QUEUE-REF.
           05  WS-QR-SOURCE            PIC X(4).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-QR-BANK-NO           PIC 99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-QR-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-QR-ACCT-NO           PIC 9(9).

       01  WS-CONTROL-REF.
           05  WS-CR-PROGRAM-ID        PIC X(8).
           05  FILLER                  PIC X(6)       VALUE ' BANK '.
           05  WS-CR-BANK-NO           PIC 9(3).
           05  FILLER                  PIC X(4)       VALUE SPACES.

       01  WS-MSG-TEXT.
           05  WS-MT-EVENT             PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-MT-ITEM-REF          PIC X(21).
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-MT-AMOUNT            PIC -(13)9.99.
           05  FILLER                  PIC X(5)       VALUE ' AGE '.
           05  WS-MT-AGE               PIC ZZ9.
           05  WS-MT-FOR-AREA.
               10  FILLER              PIC X(10)      VALUE
                   ' FOR OPER '.
               10  WS-MT-FOR-OPER      PIC 9(5).
           05  FILLER                  PIC X(5)       VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the notification count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS182 - EXCEPTION/CONTROL NOTIFICATION DISPATCH'.
           05  FILLER                  PIC X(5)       VALUE 'RUN: '.
           05  WS-RH-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(70)      VALUE SPACES.

       01  WS-NOTICE-LINE.
           05  WS-NL-EVENT             PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-NL-ITEM-REF          PIC X(21).
           05  FILLER                  PIC X(7)       VALUE ' OWNER '.
           05  WS-NL-OWNER             PIC ZZZZ9.
           05  FILLER                  PIC X(4)       VALUE ' TO '.
           05  WS-NL-SEND-TO           PIC ZZZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-NL-CHANNEL           PIC X(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-NL-DEST-ID           PIC X(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-NL-ROUTE             PIC X(10).
           05  FILLER                  PIC X(54)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS182 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-QUEUE-ITEM
               UNTIL WS-WQ-EOF.
           PERFORM 3000-WORK-CONTROL-RESULT
               UNTIL WS-CTL-EOF.
           MOVE 'NOTIFICATIONS SENT' TO WS-TOT-LABEL.
           MOVE WS-SENT-CNT TO WS-TOT-COUNT.
           WRITE NOTIFY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH RE-ROUTED FROM AN ABSENT OWNER'
               TO WS-TOT-LABEL.
           MOVE WS-REROUTE-CNT TO WS-TOT-COUNT.
           WRITE NOTIFY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOT SENT - OWNER HAS NO CHANNEL' TO WS-TOT-LABEL.
           MOVE WS-NO-CHANNEL-CNT TO WS-TOT-COUNT.
           WRITE NOTIFY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOT SENT - NO OWNER ON FILE' TO WS-TOT-LABEL.
           MOVE WS-NO-OWNER-CNT TO WS-TOT-COUNT.
           WRITE NOTIFY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-SENT-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  WQ-PARM-FILE
                       OPERATOR-FILE
                       COVER-OPER-FILE
                       NOTIFY-OWNER-FILE
                       ASSIGN-FILE
                       WORK-QUEUE-FILE
                       CTL-RESULT-FILE
                OUTPUT NOTIFY-MSG-FILE
                       NOTIFY-RPT
                EXTEND NOTIFY-LOG-FILE.
           READ WQ-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-PARMS
               UNTIL WS-PARM-EOF.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE NOTIFY-RPT-LINE FROM WS-RPT-HDG.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-OPERATORS
               UNTIL WS-OPER-EOF.
           READ COVER-OPER-FILE
               AT END MOVE 'Y' TO WS-COV-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-COVERS
               UNTIL WS-COV-EOF.
           READ NOTIFY-OWNER-FILE
               AT END MOVE 'Y' TO WS-OWN-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-OWNERS
               UNTIL WS-OWN-EOF.
           READ ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASG-EOF-SW
           END-READ.
           PERFORM 1500-LOAD-ASSIGNMENTS
               UNTIL WS-ASG-EOF.
           READ WORK-QUEUE-FILE
               AT END MOVE 'Y' TO WS-WQ-EOF-SW
           END-READ.
           READ CTL-RESULT-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-PARMS.
           IF WP-DATE-REC
               MOVE WP-RUN-DATE TO WS-RUN-DATE
           ELSE
               ADD 1 TO WS-TH-COUNT
               MOVE WS-TH-COUNT TO WS-TH-IDX
               MOVE WP-SOURCE TO WS-TH-SOURCE (WS-TH-IDX)
               MOVE WP-ESC-DAYS TO WS-TH-ESC-DAYS (WS-TH-IDX)
           END-IF.
           READ WQ-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           END-READ.
       1100-LOAD-PARMS-EXIT.
           EXIT.

       1200-LOAD-OPERATORS.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-OP-COUNT TO WS-OP-IDX.
           MOVE OI-OPERATOR-KEY     TO WS-OP-KEY (WS-OP-IDX).
           MOVE OI-BANK-NUMBER      TO WS-OP-BANK-NO (WS-OP-IDX).
           MOVE OI-BANK-COST-CENTER TO WS-OP-COST-CENTER (WS-OP-IDX).
           MOVE OI-MESSAGE-NOTIFICATION
               TO WS-OP-CHANNEL (WS-OP-IDX).
           MOVE OI-PRIMARY-TPX-USER-ID
               TO WS-OP-PRIMARY-ID (WS-OP-IDX).
           MOVE OI-SECONDARY-TPX-USER-ID
               TO WS-OP-SECONDARY-ID (WS-OP-IDX).
           MOVE OI-VACATION-START-DATE
               TO WS-OP-VAC-START (WS-OP-IDX).
           MOVE OI-VACATION-END-DATE
               TO WS-OP-VAC-END (WS-OP-IDX).
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
       1200-LOAD-OPERATORS-EXIT.
           EXIT.

       1300-LOAD-COVERS.
           ADD 1 TO WS-CV-COUNT.
           MOVE WS-CV-COUNT TO WS-CV-IDX.
           MOVE CO-BANK-NO     TO WS-CV-BANK-NO (WS-CV-IDX).
           MOVE CO-COST-CENTER TO WS-CV-COST-CENTER (WS-CV-IDX).
           MOVE CO-OPERATOR    TO WS-CV-OPERATOR (WS-CV-IDX).
           READ COVER-OPER-FILE
               AT END MOVE 'Y' TO WS-COV-EOF-SW
           END-READ.
       1300-LOAD-COVERS-EXIT.
           EXIT.

       1400-LOAD-OWNERS.
           ADD 1 TO WS-NO-COUNT.
           MOVE WS-NO-COUNT TO WS-NO-IDX.
           MOVE NO-OWNED-ITEM TO WS-NO-OWNED-ITEM (WS-NO-IDX).
           MOVE NO-BANK-NO    TO WS-NO-BANK-NO (WS-NO-IDX).
           MOVE NO-OPERATOR   TO WS-NO-OPERATOR (WS-NO-IDX).
           READ NOTIFY-OWNER-FILE
               AT END MOVE 'Y' TO WS-OWN-EOF-SW
           END-READ.
       1400-LOAD-OWNERS-EXIT.
           EXIT.

       1500-LOAD-ASSIGNMENTS.
           ADD 1 TO WS-AS-COUNT.
           MOVE WS-AS-COUNT TO WS-AS-IDX.
           MOVE AS-SOURCE      TO WS-AS-SOURCE (WS-AS-IDX).
           MOVE AS-BANK-NO     TO WS-AS-BANK-NO (WS-AS-IDX).
           MOVE AS-ACCT-ID     TO WS-AS-ACCT-ID (WS-AS-IDX).
           MOVE AS-ACCT-NO     TO WS-AS-ACCT-NO (WS-AS-IDX).
           MOVE AS-AMOUNT      TO WS-AS-AMOUNT (WS-AS-IDX).
           MOVE AS-DATE-RAISED TO WS-AS-DATE-RAISED (WS-AS-IDX).
           READ ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASG-EOF-SW
           END-READ.
       1500-LOAD-ASSIGNMENTS-EXIT.
           EXIT.

      * An item can be both newly assigned and newly overdue on the
      * same night; its owner hears about each.
       2000-WORK-QUEUE-ITEM.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE WQ-SOURCE      TO WS-QR-SOURCE.
           MOVE WQ-BANK-NO     TO WS-QR-BANK-NO.
           MOVE WQ-ACCT-ID     TO WS-QR-ACCT-ID.
           MOVE WQ-ACCT-NO     TO WS-QR-ACCT-NO.
           MOVE WS-QUEUE-REF   TO WS-NT-ITEM-REF.
           MOVE WQ-SOURCE      TO WS-NT-OWNED-ITEM.
           MOVE WQ-BANK-NO     TO WS-NT-BANK-NO.
           MOVE WQ-AMOUNT      TO WS-NT-AMOUNT.
           MOVE WQ-AGE-DAYS    TO WS-NT-AGE.
           IF WQ-ASSIGNED-TO NOT = ZERO
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2110-SCAN-ASSIGNMENTS
                   VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   MOVE 'ASSIGNED' TO WS-NT-EVENT
                   MOVE WQ-ASSIGNED-TO TO WS-NT-OWNER
                   PERFORM 5000-DISPATCH-NOTICE
               END-IF
           END-IF.
           PERFORM 2200-CHECK-NEWLY-OVERDUE.
           READ WORK-QUEUE-FILE
               AT END MOVE 'Y' TO WS-WQ-EOF-SW
           END-READ.
       2000-WORK-QUEUE-ITEM-EXIT.
           EXIT.

       2110-SCAN-ASSIGNMENTS.
           IF WQ-SOURCE = WS-AS-SOURCE (WS-AS-IDX)
              AND WQ-BANK-NO = WS-AS-BANK-NO (WS-AS-IDX)
              AND WQ-ACCT-ID = WS-AS-ACCT-ID (WS-AS-IDX)
              AND WQ-ACCT-NO = WS-AS-ACCT-NO (WS-AS-IDX)
              AND WQ-AMOUNT = WS-AS-AMOUNT (WS-AS-IDX)
              AND WQ-DATE-RAISED = WS-AS-DATE-RAISED (WS-AS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-ASSIGNMENTS-EXIT.
           EXIT.

      * DSDS162 escalates once the age passes the threshold, so the
      * night the age is one past it is the night it became overdue.
       2200-CHECK-NEWLY-OVERDUE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-ESC-DAYS.
           PERFORM 2210-SCAN-THRESHOLDS
               VARYING WS-TH-IDX FROM 1 BY 1
               UNTIL WS-TH-IDX > WS-TH-COUNT
                  OR WS-FOUND.
           IF WS-ESC-DAYS NOT = ZERO
              AND WQ-AGE-DAYS = WS-ESC-DAYS + 1
               MOVE 'OVERDUE' TO WS-NT-EVENT
               IF WQ-ASSIGNED-TO NOT = ZERO
                   MOVE WQ-ASSIGNED-TO TO WS-NT-OWNER
               ELSE
                   PERFORM 4000-FIND-ITEM-OWNER
               END-IF
               PERFORM 5000-DISPATCH-NOTICE
           END-IF.
       2200-CHECK-NEWLY-OVERDUE-EXIT.
           EXIT.

       2210-SCAN-THRESHOLDS.
           IF WQ-SOURCE = WS-TH-SOURCE (WS-TH-IDX)
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-TH-ESC-DAYS (WS-TH-IDX) TO WS-ESC-DAYS
           END-IF.
       2210-SCAN-THRESHOLDS-EXIT.
           EXIT.

       3000-WORK-CONTROL-RESULT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF CTLR-FAIL
               PERFORM 3050-NOTIFY-CONTROL-FAIL
           END-IF.
           READ CTL-RESULT-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
       3000-WORK-CONTROL-RESULT-EXIT.
           EXIT.

       3050-NOTIFY-CONTROL-FAIL.
           MOVE CTLR-PROGRAM-ID   TO WS-CR-PROGRAM-ID.
           MOVE CTLR-BANK-NO      TO WS-CR-BANK-NO.
           MOVE WS-CONTROL-REF    TO WS-NT-ITEM-REF.
           MOVE CTLR-PROGRAM-ID   TO WS-NT-OWNED-ITEM.
           MOVE CTLR-BANK-NO      TO WS-NT-BANK-NO.
           MOVE CTLR-HEADLINE-AMT TO WS-NT-AMOUNT.
           MOVE ZERO              TO WS-NT-AGE.
           MOVE 'CTL FAIL'        TO WS-NT-EVENT.
           PERFORM 4000-FIND-ITEM-OWNER.
           PERFORM 5000-DISPATCH-NOTICE.
       3050-NOTIFY-CONTROL-FAIL-EXIT.
           EXIT.

      * NTFYOWN is searched for the bank's own owner first, then for
      * the all-banks owner (bank 000).
       4000-FIND-ITEM-OWNER.
           MOVE ZERO TO WS-NT-OWNER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 4100-SCAN-OWNERS
               VARYING WS-NO-IDX FROM 1 BY 1
               UNTIL WS-NO-IDX > WS-NO-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE ZERO TO WS-NT-BANK-NO
               PERFORM 4100-SCAN-OWNERS
                   VARYING WS-NO-IDX FROM 1 BY 1
                   UNTIL WS-NO-IDX > WS-NO-COUNT
                      OR WS-FOUND
           END-IF.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-NO-IDX
               MOVE WS-NO-OPERATOR (WS-NO-IDX) TO WS-NT-OWNER
           END-IF.
       4000-FIND-ITEM-OWNER-EXIT.
           EXIT.

       4100-SCAN-OWNERS.
           IF WS-NT-OWNED-ITEM = WS-NO-OWNED-ITEM (WS-NO-IDX)
              AND WS-NT-BANK-NO = WS-NO-BANK-NO (WS-NO-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4100-SCAN-OWNERS-EXIT.
           EXIT.

      ******************************************************************
      * Resolve the owner on the operator master, apply vacation
      * re-routing, then send and log.
      ******************************************************************
       5000-DISPATCH-NOTICE.
           MOVE WS-NT-OWNER TO WS-NT-SEND-TO.
           MOVE SPACES      TO WS-NT-DEST-ID.
           MOVE 'DIRECT'    TO WS-NT-ROUTE.
           MOVE SPACE       TO WS-NT-CHANNEL.
           IF WS-NT-OWNER = ZERO
               ADD 1 TO WS-NO-OWNER-CNT
               MOVE 'NO OWNER' TO WS-NT-ROUTE
               PERFORM 8000-PRINT-NOTICE
           ELSE
               PERFORM 5100-FIND-OPERATOR
               IF NOT WS-FOUND
                   ADD 1 TO WS-NO-OWNER-CNT
                   MOVE 'NOT ON OPR' TO WS-NT-ROUTE
                   PERFORM 8000-PRINT-NOTICE
               ELSE
                   PERFORM 5050-ROUTE-TO-OWNER
               END-IF
           END-IF.
       5000-DISPATCH-NOTICE-EXIT.
           EXIT.

       5050-ROUTE-TO-OWNER.
           MOVE WS-OP-IDX TO WS-OWNER-IDX.
           MOVE 'N' TO WS-AWAY-SW.
           IF WS-OP-VAC-START (WS-OP-IDX) NOT = ZERO
              AND WS-RUN-DATE NOT < WS-OP-VAC-START (WS-OP-IDX)
              AND WS-RUN-DATE NOT > WS-OP-VAC-END (WS-OP-IDX)
               MOVE 'Y' TO WS-AWAY-SW
           END-IF.
           IF WS-OWNER-AWAY
               PERFORM 5200-REROUTE-NOTICE
           END-IF.
           MOVE WS-OP-CHANNEL (WS-OP-IDX) TO WS-NT-CHANNEL.
           IF WS-OP-NO-CHANNEL (WS-OP-IDX)
               ADD 1 TO WS-NO-CHANNEL-CNT
               MOVE 'NO CHANNEL' TO WS-NT-ROUTE
               PERFORM 8000-PRINT-NOTICE
           ELSE
               IF WS-NT-DEST-ID = SPACES
                   IF WS-OP-CONSOLE (WS-OP-IDX)
                       MOVE 'CONSOLE' TO WS-NT-DEST-ID
                   ELSE
                       MOVE WS-OP-PRIMARY-ID (WS-OP-IDX)
                           TO WS-NT-DEST-ID
                   END-IF
               END-IF
               PERFORM 6000-SEND-NOTICE
           END-IF.
       5050-ROUTE-TO-OWNER-EXIT.
           EXIT.

       5100-FIND-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5110-SCAN-OPERATORS
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OP-IDX
           END-IF.
       5100-FIND-OPERATOR-EXIT.
           EXIT.

       5110-SCAN-OPERATORS.
           IF WS-NT-SEND-TO = WS-OP-KEY (WS-OP-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5110-SCAN-OPERATORS-EXIT.
           EXIT.

      * An absent TPX or CICS owner with a secondary user id keeps the
      * notice on that id; otherwise the cost center's covering
      * operator takes it over their own channel.  With no cover on
      * file the notice still goes to the owner.
       5200-REROUTE-NOTICE.
           IF (WS-OP-TPX (WS-OP-IDX) OR WS-OP-CICS (WS-OP-IDX))
              AND WS-OP-SECONDARY-ID (WS-OP-IDX) NOT = SPACES
               MOVE WS-OP-SECONDARY-ID (WS-OP-IDX) TO WS-NT-DEST-ID
               MOVE 'SECONDARY' TO WS-NT-ROUTE
               ADD 1 TO WS-REROUTE-CNT
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 5210-SCAN-COVERS
                   VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
                      OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE 'NO COVER' TO WS-NT-ROUTE
               ELSE
                   PERFORM 5220-ROUTE-TO-COVER
               END-IF
           END-IF.
       5200-REROUTE-NOTICE-EXIT.
           EXIT.

       5210-SCAN-COVERS.
           IF WS-OP-BANK-NO (WS-OP-IDX) = WS-CV-BANK-NO (WS-CV-IDX)
              AND WS-OP-COST-CENTER (WS-OP-IDX) =
                  WS-CV-COST-CENTER (WS-CV-IDX)
              AND WS-CV-OPERATOR (WS-CV-IDX) NOT = WS-NT-OWNER
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5210-SCAN-COVERS-EXIT.
           EXIT.

       5220-ROUTE-TO-COVER.
           SUBTRACT 1 FROM WS-CV-IDX.
           MOVE WS-CV-OPERATOR (WS-CV-IDX) TO WS-NT-SEND-TO.
           PERFORM 5100-FIND-OPERATOR.
           IF WS-FOUND
               MOVE 'COVER' TO WS-NT-ROUTE
               ADD 1 TO WS-REROUTE-CNT
           ELSE
               MOVE WS-NT-OWNER  TO WS-NT-SEND-TO
               MOVE WS-OWNER-IDX TO WS-OP-IDX
               MOVE 'NO COVER' TO WS-NT-ROUTE
           END-IF.
       5220-ROUTE-TO-COVER-EXIT.
           EXIT.

       6000-SEND-NOTICE.
           ADD 1 TO WS-SENT-CNT.
           MOVE WS-NT-EVENT    TO WS-MT-EVENT.
           MOVE WS-NT-ITEM-REF TO WS-MT-ITEM-REF.
           MOVE WS-NT-AMOUNT   TO WS-MT-AMOUNT.
           MOVE WS-NT-AGE      TO WS-MT-AGE.
           IF WS-NT-SEND-TO = WS-NT-OWNER
               MOVE SPACES TO WS-MT-FOR-AREA
           ELSE
               MOVE ' FOR OPER ' TO WS-MT-FOR-AREA
               MOVE WS-NT-OWNER TO WS-MT-FOR-OPER
           END-IF.
           MOVE SPACES         TO NOTIFY-MSG-REC.
           MOVE WS-NT-CHANNEL  TO NM-CHANNEL.
           MOVE WS-NT-DEST-ID  TO NM-DEST-ID.
           MOVE WS-NT-SEND-TO  TO NM-OPERATOR.
           MOVE WS-MSG-TEXT    TO NM-TEXT.
           WRITE NOTIFY-MSG-REC.
           MOVE SPACES         TO NOTIFY-LOG-REC.
           MOVE WS-RUN-DATE    TO NL-RUN-DATE.
           MOVE WS-NT-EVENT    TO NL-EVENT.
           MOVE WS-NT-ITEM-REF TO NL-ITEM-REF.
           MOVE WS-NT-OWNER    TO NL-OWNER.
           MOVE WS-NT-SEND-TO  TO NL-SENT-TO.
           MOVE WS-NT-CHANNEL  TO NL-CHANNEL.
           MOVE WS-NT-DEST-ID  TO NL-DEST-ID.
           MOVE WS-NT-ROUTE    TO NL-ROUTE.
           WRITE NOTIFY-LOG-REC.
           PERFORM 8000-PRINT-NOTICE.
       6000-SEND-NOTICE-EXIT.
           EXIT.

       8000-PRINT-NOTICE.
           MOVE WS-NT-EVENT    TO WS-NL-EVENT.
           MOVE WS-NT-ITEM-REF TO WS-NL-ITEM-REF.
           MOVE WS-NT-OWNER    TO WS-NL-OWNER.
           MOVE WS-NT-SEND-TO  TO WS-NL-SEND-TO.
           EVALUATE WS-NT-CHANNEL
               WHEN 'B'
                   MOVE 'TPX'     TO WS-NL-CHANNEL
               WHEN 'C'
                   MOVE 'CONSOLE' TO WS-NL-CHANNEL
               WHEN 'D'
                   MOVE 'CICS'    TO WS-NL-CHANNEL
               WHEN OTHER
                   MOVE SPACES    TO WS-NL-CHANNEL
           END-EVALUATE.
           MOVE WS-NT-DEST-ID  TO WS-NL-DEST-ID.
           MOVE WS-NT-ROUTE    TO WS-NL-ROUTE.
           WRITE NOTIFY-RPT-LINE FROM WS-NOTICE-LINE.
       8000-PRINT-NOTICE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE WQ-PARM-FILE
                 OPERATOR-FILE
                 COVER-OPER-FILE
                 NOTIFY-OWNER-FILE
                 ASSIGN-FILE
                 WORK-QUEUE-FILE
                 CTL-RESULT-FILE
                 NOTIFY-MSG-FILE
                 NOTIFY-LOG-FILE
                 NOTIFY-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
