       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CDU109.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CDU109 is the month-end loan-to-deposit ratio job.
      * UBKC-LOAN-DEPOSIT-RATIO on CDC-BANKCTL (see CDHIST) has been
      * keyed in quarterly from a finance spreadsheet and is usually
      * stale; this computes it from the books.
      *
      * Per bank:
      *
      *  - loans are the commercial-loan principal, CL34-PRIN-BAL
      *    summed over CLS.CLST34_BR_AVAILABLE (see CURRDATE);
      *  - deposits are the positive NAH-EARN-BALANCE of every
      *    account on the NOW header stream (see DSDSODB) plus every
      *    CD balance on the CD maturity extract CDR306 reads;
      *  - the ratio is loans over deposits, carried as a decimal
      *    fraction.  CDC-BANKCTL streams through to CDCBNKOT with
      *    the new ratio, each bank printing a before/after audit
      *    line.  A bank with no deposits keeps its old ratio and
      *    says so.
      *
      * The consolidated section then prints one page per
      * UBKC-HOLDING-CO: every charter's loans, deposits and ratio,
      * and the holding company's combined position underneath, so
      * the holding company sees all its banks together.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LDR-PARM-FILE      ASSIGN TO LDRPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-FILE   ASSIGN TO CDCBNKIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-OUT-FILE ASSIGN TO CDCBNKOT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLST34-FILE        ASSIGN TO CLST34
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-HDR-FILE       ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-MAT-EXTRACT-FILE ASSIGN TO CDMATEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LDR-RPT            ASSIGN TO LDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LDR-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  LDR-PARM-REC.
           05  LP-RUN-DATE             PIC 9(7).

       FD  CDC-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDHIST.

       FD  CDC-BANKCTL-OUT-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  CDC-BANKCTL-OUT-REC          PIC X(400).

       FD  CLST34-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY CURRDATE.

       FD  NOW-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  CD-MAT-EXTRACT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  CD-MAT-EXTRACT-REC.
           05  CME-BANK-NBR            PIC 9(3).
           05  CME-ACCT-NBR            PIC 9(10).
           05  CME-MATURITY-DATE       PIC 9(7).
           05  CME-BALANCE             PIC 9(11)V99.

       FD  LDR-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  LDR-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CDC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CDC-EOF                         VALUE 'Y'.
           05  WS-CL34-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CL34-EOF                        VALUE 'Y'.
           05  WS-NAH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NAH-EOF                         VALUE 'Y'.
           05  WS-CME-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CME-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 200 TIMES.
               10  WS-BK-BANK-NBR      PIC 9(3).
               10  WS-BK-BANK-NAME     PIC X(40).
               10  WS-BK-HOLDING-CO    PIC 9(3).
               10  WS-BK-LOANS         PIC S9(13)V99  COMP-3.
               10  WS-BK-DEPOSITS      PIC S9(13)V99  COMP-3.
               10  WS-BK-NEW-RATIO     PIC S9(5)V9(6) COMP-3.
               10  WS-BK-UPDATE-SW     PIC X.
                   88  WS-BK-UPDATED                  VALUE 'Y'.

       01  WS-HOLDING-TABLE.
           05  WS-HC-ENTRY             OCCURS 200 TIMES.
               10  WS-HC-HOLDING-CO    PIC 9(3).
               10  WS-HC-LOANS         PIC S9(13)V99  COMP-3.
               10  WS-HC-DEPOSITS      PIC S9(13)V99  COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-TEST-HOLDING             PIC 9(3)       VALUE ZERO.
       01  WS-PERCENT                  PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-UNMATCHED-CNT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(42)      VALUE
               'CDU109 - LOAN-TO-DEPOSIT RATIO UPDATE     '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(77)      VALUE SPACES.

       01  WS-AUDIT-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-AL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(8)       VALUE ' LOANS: '.
           05  WS-AL-LOANS             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)      VALUE
               ' DEPOSITS: '.
           05  WS-AL-DEPOSITS          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15)      VALUE
               ' RATIO BEFORE: '.
           05  WS-AL-BEFORE            PIC -ZZZ9.999999.
           05  FILLER                  PIC X(8)       VALUE ' AFTER: '.
           05  WS-AL-AFTER             PIC -ZZZ9.999999.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-AL-TEXT              PIC X(21).

       01  WS-HOLDING-HDG.
           05  FILLER                  PIC X(17)      VALUE
               'HOLDING COMPANY: '.
           05  WS-HH-HOLDING-CO        PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-HH-TEXT              PIC X(30).
           05  FILLER                  PIC X(80)      VALUE SPACES.

       01  WS-CHARTER-LINE.
           05  FILLER                  PIC X(12)      VALUE
               '    CHARTER '.
           05  WS-CL-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-NAME              PIC X(40).
           05  FILLER                  PIC X(8)       VALUE ' LOANS: '.
           05  WS-CL-LOANS             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)      VALUE
               ' DEPOSITS: '.
           05  WS-CL-DEPOSITS          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)       VALUE ' RATIO: '.
           05  WS-CL-PERCENT           PIC -ZZZ9.99.
           05  FILLER                  PIC X          VALUE '%'.
           05  FILLER                  PIC X(6)       VALUE SPACES.

       01  WS-CONSOL-LINE.
           05  FILLER                  PIC X(56)      VALUE
               '    CONSOLIDATED'.
           05  FILLER                  PIC X(8)       VALUE ' LOANS: '.
           05  WS-CN-LOANS             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)      VALUE
               ' DEPOSITS: '.
           05  WS-CN-DEPOSITS          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)       VALUE ' RATIO: '.
           05  WS-CN-PERCENT           PIC -ZZZ9.99.
           05  FILLER                  PIC X          VALUE '%'.
           05  FILLER                  PIC X(6)       VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ADD-LOAN
               UNTIL WS-CL34-EOF.
           PERFORM 2100-ADD-NOW-DEPOSIT
               UNTIL WS-NAH-EOF.
           PERFORM 2200-ADD-CD-DEPOSIT
               UNTIL WS-CME-EOF.
           PERFORM 3000-UPDATE-RATIOS.
           PERFORM 4000-PRINT-HOLDING-PAGE
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT.
           MOVE SPACES TO LDR-RPT-LINE.
           WRITE LDR-RPT-LINE.
           MOVE 'BALANCES FOR BANKS NOT ON CDC.BANKCTL'
               TO WS-TOT-LABEL.
           MOVE WS-UNMATCHED-CNT TO WS-TOT-COUNT.
           WRITE LDR-RPT-LINE FROM WS-TOTAL-LINE.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LDR-PARM-FILE
                       CDC-BANKCTL-FILE
                       CLST34-FILE
                       NOW-HDR-FILE
                       CD-MAT-EXTRACT-FILE
                OUTPUT LDR-RPT.
           READ LDR-PARM-FILE.
           MOVE LP-RUN-DATE TO WS-RUN-DATE
                               WS-RH-DATE.
           WRITE LDR-RPT-LINE FROM WS-RPT-HDG.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK
               UNTIL WS-CDC-EOF.
           CLOSE CDC-BANKCTL-FILE.
           READ CLST34-FILE
               AT END MOVE 'Y' TO WS-CL34-EOF-SW
           END-READ.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NAH-EOF-SW
           END-READ.
           READ CD-MAT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CME-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE UBKC-BANK-NBR   TO WS-BK-BANK-NBR (WS-BK-IDX).
           MOVE UBKC-BANK-NAME  TO WS-BK-BANK-NAME (WS-BK-IDX).
           MOVE UBKC-HOLDING-CO TO WS-BK-HOLDING-CO (WS-BK-IDX).
           MOVE ZERO TO WS-BK-LOANS (WS-BK-IDX)
                        WS-BK-DEPOSITS (WS-BK-IDX)
                        WS-BK-NEW-RATIO (WS-BK-IDX).
           MOVE 'N' TO WS-BK-UPDATE-SW (WS-BK-IDX).
           MOVE UBKC-HOLDING-CO TO WS-TEST-HOLDING.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1110-SCAN-HOLDING
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-HC-COUNT
               MOVE WS-HC-COUNT TO WS-HC-IDX
               MOVE WS-TEST-HOLDING TO WS-HC-HOLDING-CO (WS-HC-IDX)
               MOVE ZERO TO WS-HC-LOANS (WS-HC-IDX)
                            WS-HC-DEPOSITS (WS-HC-IDX)
           END-IF.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
       1100-LOAD-BANK-EXIT.
           EXIT.

       1110-SCAN-HOLDING.
           IF WS-TEST-HOLDING = WS-HC-HOLDING-CO (WS-HC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1110-SCAN-HOLDING-EXIT.
           EXIT.

       2000-ADD-LOAN.
           MOVE CL34-BANK-NBR TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF WS-FOUND
               ADD CL34-PRIN-BAL TO WS-BK-LOANS (WS-BK-IDX)
           ELSE
               ADD 1 TO WS-UNMATCHED-CNT
           END-IF.
           READ CLST34-FILE
               AT END MOVE 'Y' TO WS-CL34-EOF-SW
           END-READ.
       2000-ADD-LOAN-EXIT.
           EXIT.

      * An overdrawn account is a loan in effect, not a deposit; only
      * credit balances count.
       2100-ADD-NOW-DEPOSIT.
           IF NAH-EARN-BALANCE > ZERO
               MOVE NAH-BANK-NO TO WS-TEST-BANK
               PERFORM 7000-FIND-BANK
               IF WS-FOUND
                   ADD NAH-EARN-BALANCE
                       TO WS-BK-DEPOSITS (WS-BK-IDX)
               ELSE
                   ADD 1 TO WS-UNMATCHED-CNT
               END-IF
           END-IF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NAH-EOF-SW
           END-READ.
       2100-ADD-NOW-DEPOSIT-EXIT.
           EXIT.

       2200-ADD-CD-DEPOSIT.
           MOVE CME-BANK-NBR TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF WS-FOUND
               ADD CME-BALANCE TO WS-BK-DEPOSITS (WS-BK-IDX)
           ELSE
               ADD 1 TO WS-UNMATCHED-CNT
           END-IF.
           READ CD-MAT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CME-EOF-SW
           END-READ.
       2200-ADD-CD-DEPOSIT-EXIT.
           EXIT.

      * Second pass over CDC-BANKCTL: the ratio is replaced and the
      * audit line shows what it was.
       3000-UPDATE-RATIOS.
           MOVE 'N' TO WS-CDC-EOF-SW.
           OPEN INPUT  CDC-BANKCTL-FILE
                OUTPUT CDC-BANKCTL-OUT-FILE.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
           PERFORM 3100-UPDATE-ONE-BANK
               UNTIL WS-CDC-EOF.
           CLOSE CDC-BANKCTL-FILE
                 CDC-BANKCTL-OUT-FILE.
       3000-UPDATE-RATIOS-EXIT.
           EXIT.

       3100-UPDATE-ONE-BANK.
           MOVE UBKC-BANK-NBR TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           MOVE UBKC-BANK-NBR TO WS-AL-BANK.
           MOVE UBKC-LOAN-DEPOSIT-RATIO TO WS-AL-BEFORE.
           MOVE WS-BK-LOANS (WS-BK-IDX)    TO WS-AL-LOANS.
           MOVE WS-BK-DEPOSITS (WS-BK-IDX) TO WS-AL-DEPOSITS.
           IF WS-BK-DEPOSITS (WS-BK-IDX) > ZERO
               COMPUTE WS-BK-NEW-RATIO (WS-BK-IDX) ROUNDED =
                   WS-BK-LOANS (WS-BK-IDX) /
                   WS-BK-DEPOSITS (WS-BK-IDX)
               MOVE WS-BK-NEW-RATIO (WS-BK-IDX)
                   TO UBKC-LOAN-DEPOSIT-RATIO
               MOVE 'Y' TO WS-BK-UPDATE-SW (WS-BK-IDX)
               MOVE 'UPDATED' TO WS-AL-TEXT
           ELSE
               MOVE UBKC-LOAN-DEPOSIT-RATIO
                   TO WS-BK-NEW-RATIO (WS-BK-IDX)
               MOVE 'NO DEPOSITS - KEPT' TO WS-AL-TEXT
           END-IF.
           MOVE UBKC-LOAN-DEPOSIT-RATIO TO WS-AL-AFTER.
           WRITE LDR-RPT-LINE FROM WS-AUDIT-LINE.
           MOVE CDC-BANKCTL TO CDC-BANKCTL-OUT-REC.
           WRITE CDC-BANKCTL-OUT-REC.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
       3100-UPDATE-ONE-BANK-EXIT.
           EXIT.

      * One page per holding company.  Charters with no holding
      * company (zero) share a page of their own.
       4000-PRINT-HOLDING-PAGE.
           MOVE SPACES TO LDR-RPT-LINE.
           WRITE LDR-RPT-LINE.
           MOVE WS-HC-HOLDING-CO (WS-HC-IDX) TO WS-HH-HOLDING-CO.
           IF WS-HC-HOLDING-CO (WS-HC-IDX) = ZERO
               MOVE 'INDEPENDENT CHARTERS' TO WS-HH-TEXT
           ELSE
               MOVE 'CONSOLIDATED POSITION' TO WS-HH-TEXT
           END-IF.
           WRITE LDR-RPT-LINE FROM WS-HOLDING-HDG.
           PERFORM 4100-PRINT-CHARTER
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           MOVE WS-HC-LOANS (WS-HC-IDX)    TO WS-CN-LOANS.
           MOVE WS-HC-DEPOSITS (WS-HC-IDX) TO WS-CN-DEPOSITS.
           IF WS-HC-DEPOSITS (WS-HC-IDX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-HC-LOANS (WS-HC-IDX) * 100 /
                   WS-HC-DEPOSITS (WS-HC-IDX)
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF.
           MOVE WS-PERCENT TO WS-CN-PERCENT.
           WRITE LDR-RPT-LINE FROM WS-CONSOL-LINE.
       4000-PRINT-HOLDING-PAGE-EXIT.
           EXIT.

       4100-PRINT-CHARTER.
           IF WS-BK-HOLDING-CO (WS-BK-IDX) =
              WS-HC-HOLDING-CO (WS-HC-IDX)
               ADD WS-BK-LOANS (WS-BK-IDX)
                   TO WS-HC-LOANS (WS-HC-IDX)
               ADD WS-BK-DEPOSITS (WS-BK-IDX)
                   TO WS-HC-DEPOSITS (WS-HC-IDX)
               MOVE WS-BK-BANK-NBR (WS-BK-IDX)  TO WS-CL-BANK
               MOVE WS-BK-BANK-NAME (WS-BK-IDX) TO WS-CL-NAME
               MOVE WS-BK-LOANS (WS-BK-IDX)     TO WS-CL-LOANS
               MOVE WS-BK-DEPOSITS (WS-BK-IDX)  TO WS-CL-DEPOSITS
               COMPUTE WS-PERCENT ROUNDED =
                   WS-BK-NEW-RATIO (WS-BK-IDX) * 100
               MOVE WS-PERCENT TO WS-CL-PERCENT
               WRITE LDR-RPT-LINE FROM WS-CHARTER-LINE
           END-IF.
       4100-PRINT-CHARTER-EXIT.
           EXIT.

       7000-FIND-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       7000-FIND-BANK-EXIT.
           EXIT.

       7010-SCAN-BANK-TABLE.
           IF WS-TEST-BANK = WS-BK-BANK-NBR (WS-BK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-BANK-TABLE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LDR-PARM-FILE
                 CLST34-FILE
                 NOW-HDR-FILE
                 CD-MAT-EXTRACT-FILE
                 LDR-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
