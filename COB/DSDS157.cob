      *    offset accounts) to GLEXTR, prints CHARGED OFF with the
      *    officer's initials and leaves the master; an unapproved
      *    one writes the recommendation record to CHGOFF and stays
      *    pending, so nothing charges off without initials.  Each
      *    completed charge-off also writes to CHGDONE with the
      *    run date, the feed DSDS178 refunds credit-life premium
      *    from.  CHGDONE is extended nightly, so the month's
      *    charge-offs accumulate until DSDS178 reports and empties
      *    it; on the first run, before the file exists, it is
      *    created.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-OFF-FILE       ASSIGN TO CHGOFF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-DONE-FILE      ASSIGN TO CHGDONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-DONE-STATUS.
           SELECT GL-EXTRACT-FILE    ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-RPT            ASSIGN TO CHGRPT
           05  CO-ACCR-FEES            PIC 9(9)V99.
           05  FILLER                  PIC X(3).

       FD  CHG-DONE-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  CHG-DONE-REC.
           05  CD-BANK-NO              PIC 99.
           05  CD-ACCT-ID              PIC 9(3).
           05  CD-ACCT-NO              PIC 9(9).
           05  CD-CHGOFF-DATE          PIC 9(7).
           05  CD-BALANCE              PIC 9(9)V99.
           05  CD-ACCR-FEES            PIC 9(9)V99.
           05  FILLER                  PIC X(2).

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GL-EXTRACT-REC.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-CHG-DONE-STATUS          PIC XX         VALUE SPACES.
           88  WS-CHG-DONE-MISSING                    VALUE '35'.

       01  WS-SUBSCRIPTS.
           05  WS-DY-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
                       CHG-OFF-FILE
                       GL-EXTRACT-FILE
                       CHG-RPT.
           OPEN EXTEND CHG-DONE-FILE.
           IF WS-CHG-DONE-MISSING
               OPEN OUTPUT CHG-DONE-FILE
           END-IF.
           WRITE CHG-RPT-LINE FROM WS-RPT-HDG.
           READ CHG-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-SW
           PERFORM 5100-FIND-APPROVAL.
           IF WS-FOUND
               PERFORM 5200-WRITE-GL-PAIR
               PERFORM 5400-WRITE-CHARGED-OFF
               MOVE 'CHARGED OFF   ' TO WS-SG-STAGE
               MOVE WS-CA-OFFICER-INIT (WS-CA-IDX)
                   TO WS-SG-OFFICER
       5300-WRITE-RECOMMENDATION-EXIT.
           EXIT.

       5400-WRITE-CHARGED-OFF.
           MOVE SPACES TO CHG-DONE-REC.
           MOVE WS-DY-BANK-NO (WS-DY-IDX)   TO CD-BANK-NO.
           MOVE WS-DY-ACCT-ID (WS-DY-IDX)   TO CD-ACCT-ID.
           MOVE WS-DY-ACCT-NO (WS-DY-IDX)   TO CD-ACCT-NO.
           MOVE WS-RUN-DATE                 TO CD-CHGOFF-DATE.
           MOVE WS-DY-OD-AMT (WS-DY-IDX)    TO CD-BALANCE.
           MOVE WS-DY-ACCR-FEES (WS-DY-IDX) TO CD-ACCR-FEES.
           WRITE CHG-DONE-REC.
       5400-WRITE-CHARGED-OFF-EXIT.
           EXIT.

       8000-PRINT-STAGE.
           MOVE WS-DY-BANK-NO (WS-DY-IDX)   TO WS-SG-BANK.
           MOVE WS-DY-ACCT-ID (WS-DY-IDX)   TO WS-SG-ACCT-ID.
                 CHG-APPR-FILE
                 OD-DAYS-OUT
                 CHG-OFF-FILE
                 CHG-DONE-FILE
                 GL-EXTRACT-FILE
                 CHG-RPT.
       9000-TERMINATE-EXIT.
