      * Accounts scoring 4 or better are suspects; per bank the watch
      * list is capped at MAX-KITE-SUSP-NUM, highest scores first, as
      * the BCF intends.  A second pass over the day's transactions
      * prints each suspect's supporting activity.  Each suspect is
      * also written to KITEALRT (see DSDSBSAA) for the BSA case run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KITE-RPT           ASSIGN TO KITERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO KITEALRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  KITE-RPT-LINE               PIC X(132).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
           OPEN INPUT  BCF-FILE
                       DSDS-TXL-FILE
                       NOW-HDR-FILE
                OUTPUT KITE-RPT
                       BSA-ALERT-FILE.
           WRITE KITE-RPT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           MOVE WS-AC-DB-AMT (WS-BEST-IDX)    TO WS-SL-DB-AMT.
           MOVE WS-AC-FLOAT-AMT (WS-BEST-IDX) TO WS-SL-FLOAT.
           WRITE KITE-RPT-LINE FROM WS-SUSPECT-LINE.
           MOVE SPACES TO BSA-ALERT-REC.
           MOVE 'DSDR321 '   TO BA-SOURCE.
           MOVE 'KITING'     TO BA-ALERT-TYPE.
           MOVE ZERO TO BA-DETECT-DATE BA-CUST-BANK BA-CUST-ID.
           MOVE WS-AC-BANK-NO (WS-BEST-IDX) TO BA-BANK-NO.
           MOVE WS-AC-ACCT-ID (WS-BEST-IDX) TO BA-ACCT-ID.
           MOVE WS-AC-ACCT-NO (WS-BEST-IDX) TO BA-ACCT-NO.
           MOVE WS-AC-CR-AMT (WS-BEST-IDX)  TO BA-AMOUNT.
           MOVE WS-AC-SCORE (WS-BEST-IDX)   TO BA-SCORE.
           MOVE 'KITING SUSPECT - DAY CREDITS' TO BA-DETAIL.
           WRITE BSA-ALERT-REC.
       5200-PRINT-SUSPECT-EXIT.
           EXIT.

           CLOSE BCF-FILE
                 DSDS-TXL-FILE
                 NOW-HDR-FILE
                 KITE-RPT
                 BSA-ALERT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
