      *    what the field should hold.
      *
      * Any bank out of step flags on the report before the next
      * accrual compounds the error.
      *
      * The night's value-date interest adjustments (IADJREG, see
      * DSDSIADJ, written by DSDS211) are footed by bank -- the
      * interest credited and debited for back-dated and
      * forward-dated items, and the net -- under each bank's
      * accrual check and in the closing totals, so the interest
      * expense they move is controlled with the accrual.  A
      * register bank not on the BCF is an exception.  All dates
      * are Julian YYYYDDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-CTL-OUT       ASSIGN TO ACCRCTLO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INT-ADJ-REG-FILE   ASSIGN TO IADJREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-RPT           ASSIGN TO ACCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 10 CHARACTERS.
       01  ACCR-CTL-OUT-REC            PIC X(10).

       FD  INT-ADJ-REG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSIADJ.

       FD  ACCR-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCR-RPT-LINE               PIC X(132).
               88  WS-BANK-OK                         VALUE 'Y'.
           05  WS-YEAR-DONE-SW         PIC X          VALUE 'N'.
               88  WS-YEAR-DONE                       VALUE 'Y'.
           05  WS-REG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REG-EOF                         VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-PC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IA-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IA-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-EXCEPTION-CNT            PIC S9(5)      VALUE ZERO
                                                       COMP-3.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-THRU-DATE     PIC 9(7).

      * Value-date interest adjustments by bank, off IADJREG.
       01  WS-IADJ-TABLE.
           05  WS-IA-ENTRY             OCCURS 100 TIMES.
               10  WS-IA-BANK-NO       PIC 99.
               10  WS-IA-ON-BCF-SW     PIC X.
                   88  WS-IA-ON-BCF                   VALUE 'Y'.
               10  WS-IA-CR-COUNT      PIC S9(7)      COMP-3.
               10  WS-IA-CR-AMOUNT     PIC S9(11)V99  COMP-3.
               10  WS-IA-DR-COUNT      PIC S9(7)      COMP-3.
               10  WS-IA-DR-AMOUNT     PIC S9(11)V99  COMP-3.

       01  WS-IADJ-TOTALS.
           05  WS-IT-CR-COUNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-IT-CR-AMOUNT         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-IT-DR-COUNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-IT-DR-AMOUNT         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
           05  WS-OK-THRU              PIC 9(7).
           05  FILLER                  PIC X(80)      VALUE SPACES.

       01  WS-IADJ-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-IL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(26)      VALUE
               '  VALUE-DATE INT ADJ   CR '.
           05  WS-IL-CR-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-IL-CR-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)       VALUE '  DR'.
           05  WS-IL-DR-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-IL-DR-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE '  NET '.
           05  WS-IL-NET-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(31)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(18)      VALUE
               'TOTAL EXCEPTIONS: '.
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(108)     VALUE SPACES.

       01  WS-IADJ-TOTAL-LINE.
           05  WS-IT-LABEL             PIC X(40).
           05  WS-IT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-IT-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(62)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CONTROL-BANK
               UNTIL WS-BCF-EOF.
           PERFORM 5000-CHECK-IADJ-BANK
               VARYING WS-IA-IDX FROM 1 BY 1
               UNTIL WS-IA-IDX > WS-IA-COUNT.
           MOVE WS-EXCEPTION-CNT TO WS-TL-COUNT.
           WRITE ACCR-RPT-LINE FROM WS-TOTAL-LINE.
           PERFORM 5100-PRINT-IADJ-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           OPEN INPUT  BCF-FILE
                       PROC-CTL-FILE
                       ACCR-CTL-FILE
                       INT-ADJ-REG-FILE
                OUTPUT ACCR-CTL-OUT
                       ACCR-RPT.
           WRITE ACCR-RPT-LINE FROM WS-RPT-HDG.
           END-READ.
           PERFORM 1200-LOAD-PRIOR-DATES
               UNTIL WS-CTL-EOF.
           READ INT-ADJ-REG-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-INT-ADJ
               UNTIL WS-REG-EOF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1200-LOAD-PRIOR-DATES-EXIT.
           EXIT.

       1300-LOAD-INT-ADJ.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1310-SCAN-INT-ADJ
               VARYING WS-IA-IDX FROM 1 BY 1
               UNTIL WS-IA-IDX > WS-IA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-IA-IDX
           ELSE
               IF WS-IA-COUNT < 100
                   ADD 1 TO WS-IA-COUNT
                   MOVE WS-IA-COUNT TO WS-IA-IDX
                   MOVE IR-BANK-NO TO WS-IA-BANK-NO (WS-IA-IDX)
                   MOVE 'N' TO WS-IA-ON-BCF-SW (WS-IA-IDX)
                   MOVE ZERO TO WS-IA-CR-COUNT (WS-IA-IDX)
                                WS-IA-CR-AMOUNT (WS-IA-IDX)
                                WS-IA-DR-COUNT (WS-IA-IDX)
                                WS-IA-DR-AMOUNT (WS-IA-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
           IF WS-FOUND
               IF IR-ADJ-CREDIT
                   ADD 1 TO WS-IA-CR-COUNT (WS-IA-IDX)
                   ADD IR-ADJ-AMOUNT TO WS-IA-CR-AMOUNT (WS-IA-IDX)
               ELSE
                   ADD 1 TO WS-IA-DR-COUNT (WS-IA-IDX)
                   ADD IR-ADJ-AMOUNT TO WS-IA-DR-AMOUNT (WS-IA-IDX)
               END-IF
           END-IF.
           READ INT-ADJ-REG-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.
       1300-LOAD-INT-ADJ-EXIT.
           EXIT.

       1310-SCAN-INT-ADJ.
           IF IR-BANK-NO = WS-IA-BANK-NO (WS-IA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1310-SCAN-INT-ADJ-EXIT.
           EXIT.

       2000-CONTROL-BANK.
           IF BCF-DSD-REC
               MOVE 'Y' TO WS-BANK-OK-SW
                   MOVE ACCRUED-THRU-DATE TO WS-OK-THRU
                   WRITE ACCR-RPT-LINE FROM WS-OK-LINE
               END-IF
               PERFORM 2400-PRINT-BANK-IADJ
               MOVE BCF-BANK-NO TO AC-BANK-NO
               MOVE ACCRUED-THRU-DATE TO AC-ACCR-THRU-DATE
               MOVE SPACE TO ACCR-CTL-REC (10:1)
       2310-RECOUNT-ACCRUAL-DAYS-EXIT.
           EXIT.

      * The bank's value-date interest adjustments, a zero line
      * when the register carries none for it.
       2400-PRINT-BANK-IADJ.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2410-SCAN-BANK-IADJ
               VARYING WS-IA-IDX FROM 1 BY 1
               UNTIL WS-IA-IDX > WS-IA-COUNT
                  OR WS-FOUND.
           MOVE BCF-BANK-NO TO WS-IL-BANK.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-IA-IDX
               MOVE 'Y' TO WS-IA-ON-BCF-SW (WS-IA-IDX)
               MOVE WS-IA-CR-COUNT (WS-IA-IDX) TO WS-IL-CR-COUNT
               MOVE WS-IA-CR-AMOUNT (WS-IA-IDX) TO WS-IL-CR-AMOUNT
               MOVE WS-IA-DR-COUNT (WS-IA-IDX) TO WS-IL-DR-COUNT
               MOVE WS-IA-DR-AMOUNT (WS-IA-IDX) TO WS-IL-DR-AMOUNT
               COMPUTE WS-IL-NET-AMOUNT =
                   WS-IA-CR-AMOUNT (WS-IA-IDX) -
                   WS-IA-DR-AMOUNT (WS-IA-IDX)
           ELSE
               MOVE ZERO TO WS-IL-CR-COUNT WS-IL-CR-AMOUNT
                            WS-IL-DR-COUNT WS-IL-DR-AMOUNT
                            WS-IL-NET-AMOUNT
           END-IF.
           WRITE ACCR-RPT-LINE FROM WS-IADJ-LINE.
       2400-PRINT-BANK-IADJ-EXIT.
           EXIT.

       2410-SCAN-BANK-IADJ.
           IF BCF-BANK-NO = WS-IA-BANK-NO (WS-IA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2410-SCAN-BANK-IADJ-EXIT.
           EXIT.

       4900-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE 'N' TO WS-BANK-OK-SW.
       4900-PRINT-EXCEPTION-EXIT.
           EXIT.

      * Every register bank goes into the totals; one the BCF did
      * not carry is an exception as well.
       5000-CHECK-IADJ-BANK.
           ADD WS-IA-CR-COUNT (WS-IA-IDX) TO WS-IT-CR-COUNT.
           ADD WS-IA-CR-AMOUNT (WS-IA-IDX) TO WS-IT-CR-AMOUNT.
           ADD WS-IA-DR-COUNT (WS-IA-IDX) TO WS-IT-DR-COUNT.
           ADD WS-IA-DR-AMOUNT (WS-IA-IDX) TO WS-IT-DR-AMOUNT.
           IF NOT WS-IA-ON-BCF (WS-IA-IDX)
               ADD 1 TO WS-EXCEPTION-CNT
               MOVE WS-IA-BANK-NO (WS-IA-IDX) TO WS-EX-BANK
               MOVE 'IADJ NOT ON BCF ' TO WS-EX-CHECK
               MOVE ZERO TO WS-EX-EXPECTED
               COMPUTE WS-EX-ACTUAL =
                   WS-IA-CR-COUNT (WS-IA-IDX) +
                   WS-IA-DR-COUNT (WS-IA-IDX)
               WRITE ACCR-RPT-LINE FROM WS-EXCEPT-LINE
           END-IF.
       5000-CHECK-IADJ-BANK-EXIT.
           EXIT.

       5100-PRINT-IADJ-TOTALS.
           MOVE 'VALUE-DATE INTEREST CREDITED' TO WS-IT-LABEL.
           MOVE WS-IT-CR-COUNT TO WS-IT-COUNT.
           MOVE WS-IT-CR-AMOUNT TO WS-IT-AMOUNT.
           WRITE ACCR-RPT-LINE FROM WS-IADJ-TOTAL-LINE.
           MOVE 'VALUE-DATE INTEREST DEBITED' TO WS-IT-LABEL.
           MOVE WS-IT-DR-COUNT TO WS-IT-COUNT.
           MOVE WS-IT-DR-AMOUNT TO WS-IT-AMOUNT.
           WRITE ACCR-RPT-LINE FROM WS-IADJ-TOTAL-LINE.
           MOVE 'VALUE-DATE INTEREST NET' TO WS-IT-LABEL.
           COMPUTE WS-IT-COUNT = WS-IT-CR-COUNT + WS-IT-DR-COUNT.
           COMPUTE WS-IT-AMOUNT = WS-IT-CR-AMOUNT - WS-IT-DR-AMOUNT.
           WRITE ACCR-RPT-LINE FROM WS-IADJ-TOTAL-LINE.
       5100-PRINT-IADJ-TOTALS-EXIT.
           EXIT.

      * YYYYDDD to an absolute day count from the 1900 epoch.
       8000-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           CLOSE BCF-FILE
                 PROC-CTL-FILE
                 ACCR-CTL-FILE
                 INT-ADJ-REG-FILE
                 ACCR-CTL-OUT
                 ACCR-RPT.
       9000-TERMINATE-EXIT.
