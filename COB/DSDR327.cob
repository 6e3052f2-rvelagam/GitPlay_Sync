      *     or above the parm's near-miss percentage of the
      *     threshold, but under it, on at least the parm's number
      *     of days.
      *
      * Every customer on either list is also written to CTRALRT
      * (see DSDSBSAA) for the BSA case run, and every customer-day
      * goes to CTRCASH (see DSDSCASH) with where it fell against
      * the threshold, for the monthly risk-rating run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTR-RPT            ASSIGN TO CTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO CTRALRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-CASH-FILE     ASSIGN TO CTRCASH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  CTR-RPT-LINE                PIC X(132).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       FD  CUST-CASH-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY DSDSCASH.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
           OPEN INPUT  DSDS-TXL-FILE
                       CASH-CODE-FILE
                       CTR-PARM-FILE
                OUTPUT CTR-RPT
                       BSA-ALERT-FILE
                       CUST-CASH-FILE.
           READ CTR-PARM-FILE.
           MOVE CP-THRESHOLD TO WS-THRESHOLD.
           COMPUTE WS-NEAR-MISS-FLOOR ROUNDED =
           EXIT.

       3000-REPORT-THRESHOLD.
           MOVE SPACES TO CUST-CASH-REC.
           MOVE WS-CD-CUST-BANK (WS-CD-IDX) TO CX-CUST-BANK.
           MOVE WS-CD-CUST-ID (WS-CD-IDX)   TO CX-CUST-ID.
           MOVE WS-CD-DATE (WS-CD-IDX)      TO CX-DATE.
           MOVE WS-CD-CASH-IN (WS-CD-IDX)   TO CX-CASH-IN.
           MOVE WS-CD-CASH-OUT (WS-CD-IDX)  TO CX-CASH-OUT.
           IF WS-CD-CASH-IN (WS-CD-IDX) > WS-THRESHOLD
              OR WS-CD-CASH-OUT (WS-CD-IDX) > WS-THRESHOLD
               MOVE WS-CD-CUST-BANK (WS-CD-IDX)
               MOVE WS-CD-CASH-OUT (WS-CD-IDX)
                   TO WS-CL-CASH-OUT
               WRITE CTR-RPT-LINE FROM WS-CTR-LINE
               MOVE SPACES TO BSA-ALERT-REC
               MOVE 'CTR'  TO BA-ALERT-TYPE
               MOVE WS-CD-DATE (WS-CD-IDX) TO BA-DETECT-DATE
               MOVE WS-CD-CUST-BANK (WS-CD-IDX) TO BA-CUST-BANK
               MOVE WS-CD-CUST-ID (WS-CD-IDX)   TO BA-CUST-ID
               IF WS-CD-CASH-IN (WS-CD-IDX) >
                      WS-CD-CASH-OUT (WS-CD-IDX)
                   MOVE WS-CD-CASH-IN (WS-CD-IDX) TO BA-AMOUNT
               ELSE
                   MOVE WS-CD-CASH-OUT (WS-CD-IDX) TO BA-AMOUNT
               END-IF
               MOVE ZERO TO BA-SCORE
               MOVE 'CASH OVER CTR THRESHOLD' TO BA-DETAIL
               PERFORM 5000-WRITE-ALERT
               MOVE 'C' TO CX-LEVEL
           ELSE
               PERFORM 3100-CHECK-NEAR-MISS
           END-IF.
           WRITE CUST-CASH-REC.
       3000-REPORT-THRESHOLD-EXIT.
           EXIT.

              OR WS-CD-CASH-OUT (WS-CD-IDX) NOT <
                  WS-NEAR-MISS-FLOOR
               PERFORM 3200-COUNT-NEAR-MISS
               MOVE 'N' TO CX-LEVEL
           END-IF.
       3100-CHECK-NEAR-MISS-EXIT.
           EXIT.
               MOVE WS-PT-CUST-ID (WS-PT-IDX) TO WS-PL-CUST-ID
               MOVE WS-PT-NEAR-DAYS (WS-PT-IDX) TO WS-PL-DAYS
               WRITE CTR-RPT-LINE FROM WS-PATTERN-LINE
               MOVE SPACES TO BSA-ALERT-REC
               MOVE 'CTR NEAR' TO BA-ALERT-TYPE
               MOVE ZERO TO BA-DETECT-DATE BA-AMOUNT
               MOVE WS-PT-CUST-BANK (WS-PT-IDX) TO BA-CUST-BANK
               MOVE WS-PT-CUST-ID (WS-PT-IDX)   TO BA-CUST-ID
               MOVE WS-PT-NEAR-DAYS (WS-PT-IDX) TO BA-SCORE
               MOVE 'REPEAT DAYS JUST UNDER CTR THRESHOLD'
                   TO BA-DETAIL
               PERFORM 5000-WRITE-ALERT
           END-IF.
       4000-REPORT-PATTERN-EXIT.
           EXIT.

      * Customer-level alert; the account key stays zero.
       5000-WRITE-ALERT.
           MOVE 'DSDR327 ' TO BA-SOURCE.
           MOVE ZERO TO BA-BANK-NO BA-ACCT-ID BA-ACCT-NO.
           WRITE BSA-ALERT-REC.
       5000-WRITE-ALERT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSDS-TXL-FILE
                 CASH-CODE-FILE
                 CTR-PARM-FILE
                 CTR-RPT
                 BSA-ALERT-FILE
                 CUST-CASH-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
