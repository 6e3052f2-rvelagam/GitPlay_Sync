               10  WS-TX-AMOUNT        PIC S9(11)V99  COMP-3.
               10  WS-TX-DESC          PIC X(26).
               10  WS-TX-CHK-NO        PIC S9(11)     COMP-3.
               10  WS-TX-REMIT-NAME    PIC X(20).
               10  WS-TX-REMIT-REF     PIC X(15).
               10  WS-TX-DESC-FORMAT   PIC X(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-CUT-TIME                 PIC 9(5)       VALUE ZERO.
           MOVE DSDSTXL-AMOUNT TO WS-TX-AMOUNT (WS-TX-IDX).
           MOVE DSDSTXL-TX-DESC TO WS-TX-DESC (WS-TX-IDX).
           MOVE DSDSTXL-CHK-NO TO WS-TX-CHK-NO (WS-TX-IDX).
           PERFORM 2310-HOLD-REMITTANCE.
           ADD DSDSTXL-AMOUNT TO WS-FILE-CTL-TOTAL.
       2300-ACCUM-AND-HOLD-EXIT.
           EXIT.

      * The originator travels with the detail for statement
      * formats that carry it: the RTP sender and network reference,
      * or the ACH company name.
       2310-HOLD-REMITTANCE.
           MOVE SPACES TO WS-TX-REMIT-NAME (WS-TX-IDX)
                          WS-TX-REMIT-REF (WS-TX-IDX).
           MOVE DSDSTXL-DESC-FORMAT TO WS-TX-DESC-FORMAT (WS-TX-IDX).
           IF DSDSTXL-FORMAT-RTP
               MOVE DSDSTXL-RTP-SENDER-NAME
                   TO WS-TX-REMIT-NAME (WS-TX-IDX)
               MOVE DSDSTXL-RTP-NETWORK-REF
                   TO WS-TX-REMIT-REF (WS-TX-IDX)
           ELSE
               IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
                   MOVE DSDSTXL-ACH-CO-NAME
                       TO WS-TX-REMIT-NAME (WS-TX-IDX)
               END-IF
           END-IF.
       2310-HOLD-REMITTANCE-EXIT.
           EXIT.

       4000-EMIT-ACCOUNT-GROUP.
           MOVE SPACES TO DSDS-BAI-TX-WORK.
           MOVE WS-AC-BANK-NO (WS-AC-IDX) TO BAI-BANK-NO.
               MOVE WS-TX-AMOUNT (WS-TX-IDX) TO BAI-TX-AMOUNT
               MOVE WS-TX-DESC (WS-TX-IDX) TO BAI-TX-DESC
               MOVE WS-TX-CHK-NO (WS-TX-IDX) TO BAI-CHK-NO
               MOVE WS-TX-REMIT-NAME (WS-TX-IDX) TO BAI-16-REMIT-NAME
               MOVE WS-TX-REMIT-REF (WS-TX-IDX) TO BAI-16-REMIT-REF
               MOVE WS-TX-DESC-FORMAT (WS-TX-IDX)
                   TO BAI-16-DESC-FORMAT
               MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO BAI-16-ACCT-ID
               WRITE DSDS-BAI-TX-WORK
               ADD 1 TO WS-RECORDS-WRITTEN
