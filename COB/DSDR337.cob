      *
      * Every hit prints with the account, owning operator where
      * known, and the item; run totals per flag close the report.
      * Each hit is also written to EMPALRT (see DSDSBSAA) for the
      * BSA case run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-RPT            ASSIGN TO EMPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO EMPALRT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  EMP-RPT-LINE                PIC X(132).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SCH-EOF-SW           PIC X          VALUE 'N'.
       01  WS-ROUND-QUOT               PIC 9(9)       VALUE ZERO.
       01  WS-DIRECTION                PIC X          VALUE SPACE.
       01  WS-PAYROLL-ACCT-NUM         PIC 9(9)       VALUE ZERO.
       01  WS-ALERT-AMOUNT             PIC 9(11)V99   VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(61)      VALUE
                       CHANGE-LOG-FILE
                       CASH-CODE-FILE
                       EMP-PARM-FILE
                OUTPUT EMP-RPT
                       BSA-ALERT-FILE.
           READ EMP-PARM-FILE.
           MOVE EM-OD-FEE-CODE TO WS-OD-FEE-CODE.
           MOVE EM-ROUND-UNIT  TO WS-ROUND-UNIT.
           MOVE WS-EA-ACCT-NO (WS-EA-IDX)  TO WS-FL-ACCT-NO.
           MOVE WS-EA-OPER-KEY (WS-EA-IDX) TO WS-FL-OPER-KEY.
           MOVE DSDSTXL-AMOUNT TO WS-FL-AMOUNT.
           MOVE DSDSTXL-AMOUNT TO WS-ALERT-AMOUNT.
           MOVE DSDSTXL-CODE   TO WS-FL-CODE.
           WRITE EMP-RPT-LINE FROM WS-FLAG-LINE.
           PERFORM 5000-WRITE-ALERT.
       3900-PRINT-TX-FLAG-EXIT.
           EXIT.

                   MOVE WS-EA-OPER-KEY (WS-EA-IDX)
                       TO WS-FL-OPER-KEY
                   MOVE ZERO TO WS-FL-AMOUNT
                                WS-ALERT-AMOUNT
                   MOVE CLW-FIELD-CODE TO WS-FL-CODE
                   WRITE EMP-RPT-LINE FROM WS-FLAG-LINE
                   PERFORM 5000-WRITE-ALERT
               END-IF
           END-IF.
           READ CHANGE-LOG-FILE
       4000-SCREEN-MAINTENANCE-EXIT.
           EXIT.

      * The flag line just printed, as an account-level alert; the
      * owning operator key rides in the detail.  The amount goes
      * across unedited -- BA-AMOUNT is numeric.
       5000-WRITE-ALERT.
           MOVE SPACES TO BSA-ALERT-REC.
           MOVE 'DSDR337 '    TO BA-SOURCE.
           MOVE 'EMPLOYEE'    TO BA-ALERT-TYPE.
           MOVE ZERO TO BA-DETECT-DATE BA-CUST-BANK BA-CUST-ID
                        BA-SCORE.
           MOVE WS-EA-BANK-NO (WS-EA-IDX) TO BA-BANK-NO.
           MOVE WS-EA-ACCT-ID (WS-EA-IDX) TO BA-ACCT-ID.
           MOVE WS-EA-ACCT-NO (WS-EA-IDX) TO BA-ACCT-NO.
           MOVE WS-ALERT-AMOUNT           TO BA-AMOUNT.
           MOVE WS-FL-FLAG                TO BA-DETAIL (1:8).
           MOVE 'OPER'                    TO BA-DETAIL (10:4).
           MOVE WS-EA-OPER-KEY (WS-EA-IDX) TO BA-DETAIL (15:5).
           WRITE BSA-ALERT-REC.
       5000-WRITE-ALERT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SC-STMT-HDR-FILE
                 OPERATOR-FILE
                 CHANGE-LOG-FILE
                 CASH-CODE-FILE
                 EMP-PARM-FILE
                 EMP-RPT
                 BSA-ALERT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
