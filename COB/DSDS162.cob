      *    key to their items;
      *  - WQDISP dispositions close their items, which leave the
      *    queue and print as CLOSED with the disposition code;
      *  - the six feeds ingest as new items under their source
      *    codes (SEC, BAT in DSDS-TRANSACTION-LONG shape -- see
      *    DSDSTYP -- plus SUSP and SETL in their own shapes,
      *    ELDR, DSDS188's elder-exploitation accounts, see
      *    DSDSELDR, and FED, DSDS206's Fed master-account breaks,
      *    see DSDSFEDB), each keyed source/bank/account/amount/date
      *    raised; an item already on the queue under the same key
      *    is not added twice;
      *  - survivors rewrite to WORKQO, and any item older than its
      *    source's WQPARM threshold prints on the supervisor
      *    escalation report with its age and owner.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLE-FEED        ASSIGN TO CARRYOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELDER-FEED         ASSIGN TO ELDRHIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-BREAK-FEED     ASSIGN TO FEDBRK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGN-FILE        ASSIGN TO WQASSIGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISP-FILE          ASSIGN TO WQDISP
           05  SL-AMOUNT               PIC 9(11)V99.
           05  SL-AGE                  PIC 9.

       FD  ELDER-FEED
           RECORD CONTAINS 80 CHARACTERS.
           COPY DSDSELDR.

       FD  FED-BREAK-FEED
           RECORD CONTAINS 60 CHARACTERS.
           COPY DSDSFEDB.

       FD  ASSIGN-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  ASSIGN-REC.
               88  WS-SUS-EOF                         VALUE 'Y'.
           05  WS-SET-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SET-EOF                         VALUE 'Y'.
           05  WS-ELD-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ELD-EOF                         VALUE 'Y'.
           05  WS-FED-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FED-EOF                         VALUE 'Y'.
           05  WS-ASG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ASG-EOF                         VALUE 'Y'.
           05  WS-DSP-EOF-SW           PIC X          VALUE 'N'.
               UNTIL WS-SUS-EOF.
           PERFORM 4600-INGEST-SETTLEMENTS
               UNTIL WS-SET-EOF.
           PERFORM 4800-INGEST-ELDER
               UNTIL WS-ELD-EOF.
           PERFORM 4900-INGEST-FED-BREAKS
               UNTIL WS-FED-EOF.
           PERFORM 5000-WRITE-AND-ESCALATE
               VARYING WS-QI-IDX FROM 1 BY 1
               UNTIL WS-QI-IDX > WS-QI-COUNT.
                       BATCH-HOLD-FEED
                       SUSP-FEED
                       SETTLE-FEED
                       ELDER-FEED
                       FED-BREAK-FEED
                       ASSIGN-FILE
                       DISP-FILE
                       WQ-PARM-FILE
           READ SETTLE-FEED
               AT END MOVE 'Y' TO WS-SET-EOF-SW
           END-READ.
           READ ELDER-FEED
               AT END MOVE 'Y' TO WS-ELD-EOF-SW
           END-READ.
           READ FED-BREAK-FEED
               AT END MOVE 'Y' TO WS-FED-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       4600-INGEST-SETTLEMENTS-EXIT.
           EXIT.

      * One item per flagged account; the supporting-item records
      * behind it stay on the feed for the team's research.  The
      * reference carries the score and the flags hit.
       4800-INGEST-ELDER.
           IF EH-ACCOUNT-REC
               MOVE 'ELDR' TO WS-NK-SOURCE
               MOVE EH-BANK-NO  TO WS-NK-BANK-NO
               MOVE EH-ACCT-ID  TO WS-NK-ACCT-ID
               MOVE EH-ACCT-NO  TO WS-NK-ACCT-NO
               MOVE EH-HIT-AMT  TO WS-NK-AMOUNT
               MOVE EH-RUN-DATE TO WS-NK-DATE-RAISED
               MOVE SPACES TO WS-NK-REF
               MOVE 'S'         TO WS-NK-REF (1:1)
               MOVE EH-SCORE    TO WS-NK-REF (2:3)
               MOVE EH-FLAGS    TO WS-NK-REF (6:7)
               PERFORM 6500-ADD-IF-NEW
           END-IF.
           READ ELDER-FEED
               AT END MOVE 'Y' TO WS-ELD-EOF-SW
           END-READ.
       4800-INGEST-ELDER-EXIT.
           EXIT.

      * A master-account break has no customer account; the amount
      * is the break and the date raised its settlement date.  The
      * reference carries the settlement source, the Fed side and
      * the break type.
       4900-INGEST-FED-BREAKS.
           MOVE 'FED ' TO WS-NK-SOURCE.
           MOVE FB-BANK-NO     TO WS-NK-BANK-NO.
           MOVE ZERO           TO WS-NK-ACCT-ID
                                  WS-NK-ACCT-NO.
           MOVE FB-BREAK-AMT   TO WS-NK-AMOUNT.
           MOVE FB-SETTLE-DATE TO WS-NK-DATE-RAISED.
           MOVE SPACES TO WS-NK-REF.
           MOVE FB-SOURCE      TO WS-NK-REF (1:4).
           MOVE FB-DIRECTION   TO WS-NK-REF (6:1).
           MOVE FB-BREAK-TYPE  TO WS-NK-REF (8:1).
           PERFORM 6500-ADD-IF-NEW.
           READ FED-BREAK-FEED
               AT END MOVE 'Y' TO WS-FED-EOF-SW
           END-READ.
       4900-INGEST-FED-BREAKS-EXIT.
           EXIT.

       5000-WRITE-AND-ESCALATE.
           IF WS-QI-DISP-CODE (WS-QI-IDX) NOT = SPACES
               MOVE 'CLOSED    ' TO WS-IL-TAG
                 BATCH-HOLD-FEED
                 SUSP-FEED
                 SETTLE-FEED
                 ELDER-FEED
                 FED-BREAK-FEED
                 ASSIGN-FILE
                 DISP-FILE
                 WQ-PARM-FILE
