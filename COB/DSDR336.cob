      * A matched cash posting is consumed so one withdrawal cannot
      * vouch for two instruments.  Band issuances with no
      * identifiable funding source list on the exception report
      * for the BSA officer to run down by hand.  Each logged
      * purchase is also written to MILALRT (see DSDSBSAA) against
      * the purchaser account for the BSA case run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MIL-RPT            ASSIGN TO MILRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO MILALRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  MIL-RPT-LINE                PIC X(132).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AR-EOF-SW            PIC X          VALUE 'N'.
                       CASH-CODE-FILE
                       MIL-PARM-FILE
                OUTPUT MIL-LOG-FILE
                       MIL-RPT
                       BSA-ALERT-FILE.
           READ MIL-PARM-FILE.
           MOVE MP-RUN-DATE  TO WS-RUN-DATE.
           MOVE MP-BAND-LOW  TO WS-BAND-LOW.
           MOVE WS-CO-ACCT-NO (WS-CO-IDX) TO WS-LL-ACCT-NO.
           MOVE AR-PAYEE-NAME TO WS-LL-PAYEE.
           WRITE MIL-RPT-LINE FROM WS-LOG-LINE.
           MOVE SPACES TO BSA-ALERT-REC.
           MOVE 'DSDR336 '    TO BA-SOURCE.
           MOVE 'MON INSTR'   TO BA-ALERT-TYPE.
           MOVE ZERO TO BA-DETECT-DATE BA-CUST-BANK BA-CUST-ID
                        BA-SCORE.
           MOVE AR-BANK       TO BA-BANK-NO.
           MOVE WS-CO-ACCT-ID (WS-CO-IDX) TO BA-ACCT-ID.
           MOVE WS-CO-ACCT-NO (WS-CO-IDX) TO BA-ACCT-NO.
           MOVE AR-ISSUED-AMT TO BA-AMOUNT.
           MOVE AR-PAYEE-NAME TO BA-DETAIL.
           WRITE BSA-ALERT-REC.
       3200-WRITE-LOG-RECORD-EXIT.
           EXIT.

                 CASH-CODE-FILE
                 MIL-PARM-FILE
                 MIL-LOG-FILE
                 MIL-RPT
                 BSA-ALERT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
