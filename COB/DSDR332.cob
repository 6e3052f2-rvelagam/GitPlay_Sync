      * and the percentage applied to the account's balance off the
      * NOW header stream (see DSDSODB).  A breach of either prints
      * with the net, the balance and the largest single item, with
      * per-bank breach counts at the end.  Each breach is also
      * written to SIGALRT (see DSDSBSAA) for the BSA case run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIGBAL-RPT         ASSIGN TO SIGBALRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO SIGALRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  SIGBAL-RPT-LINE             PIC X(132).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
                       NOW-FILE
                       DSDS-TXL-FILE
                       SIG-PARM-FILE
                OUTPUT SIGBAL-RPT
                       BSA-ALERT-FILE.
           READ SIG-PARM-FILE.
           MOVE SG-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-LARGEST-TX  TO WS-BR-LARGEST.
           WRITE SIGBAL-RPT-LINE FROM WS-BREACH-LINE.
           ADD 1 TO WS-BK-BREACH-CNT (WS-BK-IDX).
           MOVE SPACES TO BSA-ALERT-REC.
           MOVE 'DSDR332 '     TO BA-SOURCE.
           MOVE 'BAL SWING'    TO BA-ALERT-TYPE.
           MOVE WS-RUN-DATE    TO BA-DETECT-DATE.
           MOVE ZERO TO BA-CUST-BANK BA-CUST-ID BA-SCORE.
           MOVE WS-CA-BANK-NO  TO BA-BANK-NO.
           MOVE WS-CA-ACCT-ID  TO BA-ACCT-ID.
           MOVE WS-CA-ACCT-NO  TO BA-ACCT-NO.
           MOVE WS-ABS-NET     TO BA-AMOUNT.
           MOVE WS-BR-TEXT     TO BA-DETAIL.
           WRITE BSA-ALERT-REC.
       3400-REPORT-BREACH-EXIT.
           EXIT.

                 NOW-FILE
                 DSDS-TXL-FILE
                 SIG-PARM-FILE
                 SIGBAL-RPT
                 BSA-ALERT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
