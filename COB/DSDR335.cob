      *
      * Customers at or above the parm minimum score print ranked
      * highest first, each with its day-by-day detail attached,
      * for the BSA officer, and are written to STRALRT (see
      * DSDSBSAA) for the BSA case run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STRUCT-RPT         ASSIGN TO STRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO STRALRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  STRUCT-RPT-LINE             PIC X(132).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW          PIC X          VALUE 'N'.
                       CASH-CODE-FILE
                       STRUCT-PARM-FILE
                OUTPUT CASH-HIST-OUT
                       STRUCT-RPT
                       BSA-ALERT-FILE.
           READ STRUCT-PARM-FILE.
           MOVE SP-WINDOW-DAYS TO WS-WINDOW-DAYS.
           MOVE SP-THRESHOLD   TO WS-THRESHOLD.
           MOVE WS-SC-TOT-IN (WS-SC-BEST)    TO WS-SU-TOT-IN.
           MOVE WS-SC-TOT-OUT (WS-SC-BEST)   TO WS-SU-TOT-OUT.
           WRITE STRUCT-RPT-LINE FROM WS-SUSPECT-LINE.
           MOVE SPACES TO BSA-ALERT-REC.
           MOVE 'DSDR335 '   TO BA-SOURCE.
           MOVE 'STRUCTURE'  TO BA-ALERT-TYPE.
           MOVE ZERO TO BA-DETECT-DATE BA-BANK-NO BA-ACCT-ID
                        BA-ACCT-NO.
           MOVE WS-SC-CUST-BANK (WS-SC-BEST) TO BA-CUST-BANK.
           MOVE WS-SC-CUST-ID (WS-SC-BEST)   TO BA-CUST-ID.
           IF WS-SC-TOT-IN (WS-SC-BEST) > WS-SC-TOT-OUT (WS-SC-BEST)
               MOVE WS-SC-TOT-IN (WS-SC-BEST) TO BA-AMOUNT
           ELSE
               MOVE WS-SC-TOT-OUT (WS-SC-BEST) TO BA-AMOUNT
           END-IF.
           MOVE WS-SC-SCORE (WS-SC-BEST)     TO BA-SCORE.
           MOVE 'NEAR-THRESHOLD CASH ACROSS WINDOW' TO BA-DETAIL.
           WRITE BSA-ALERT-REC.
           PERFORM 6300-PRINT-DETAIL
               VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT.
                 CASH-CODE-FILE
                 STRUCT-PARM-FILE
                 CASH-HIST-OUT
                 STRUCT-RPT
                 BSA-ALERT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
