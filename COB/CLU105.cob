       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CLU105.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CLU105 services commercial-loan participations.  CLST50
      * carries CL50-PART-NBR (see DSDM020P), but the participant
      * banks' shares of each payment were worked out on a
      * spreadsheet and wired a week late.
      *
      * PART-MASTER carries one row per loan and participant (CL34
      * bank, customer and loan number, the participant's CL50
      * participant number, name and wire instructions), with the
      * participant's share of the loan as a percentage and the
      * servicing fee rate this bank keeps.  It is kept in
      * participant, loan order and is rolled forward to PARTMSO
      * with each participant's month-to-date remittances.  Only
      * status A rows share in payments.
      *
      * The day's LOANPAY records -- CLU102's sweeps and CLU104's
      * auto-pay debits, concatenated -- are split:
      *
      *  - interest first, up to the loan's accrued interest on
      *    LOANACCR (each payment reduces what is left for the
      *    next), the rest to principal;
      *  - each active participant takes its share percentage of
      *    both, rounded;
      *  - the servicing fee is the fee rate's part of the note
      *    rate (both off LOANACCR and the master, as annual
      *    percentages) applied to the participant's interest --
      *    a 0.25 fee on a 7.50 note keeps 1/30th -- and never
      *    more than that interest.
      *
      * A loan with no active participants is not participated and
      * passes unremarked.  A participated loan whose shares total
      * more than 100, or that has no LOANACCR row, is not split
      * and prints as an exception for loan servicing.
      *
      * Each participant's day, loan by loan, goes to PARTREM for
      * the wire room with principal, interest, fee and net, and
      * one wire (code 890) for the participant's total net is
      * debited to PARTPARM's participation settlement DDA on
      * TXLOUT.
      *
      * On the last business day of the month (the next business
      * day from DSDS103 falls in another month) or when PARTPARM
      * asks for it, the participant statement goes to PARTSTMT:
      * each loan with the participant's share of its principal
      * balance (CL34-PRIN-BAL on CLS.CLST34_BR_AVAILABLE, see
      * CURRDATE) and the month's remittances.  The month-to-date
      * figures then start again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-PARM-FILE     ASSIGN TO PARTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-MASTER        ASSIGN TO PARTMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-MASTER-OUT    ASSIGN TO PARTMSO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-PAY-FILE      ASSIGN TO LOANPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-ACCR-FILE     ASSIGN TO LOANACCR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CL34-FILE          ASSIGN TO CLST34
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-FILE         ASSIGN TO PARTREM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-RPT           ASSIGN TO PARTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-STMT          ASSIGN TO PARTSTMT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  PART-PARM-REC.
           05  PM-RUN-DATE             PIC 9(7).
           05  PM-SETL-BANK-NO         PIC 99.
           05  PM-SETL-ACCT-ID         PIC 9(3).
           05  PM-SETL-ACCT-NO         PIC 9(9).
           05  PM-STATEMENT-SW         PIC X.
               88  PM-FORCE-STATEMENT                 VALUE 'Y'.
           05  FILLER                  PIC X(8).

       FD  PART-MASTER
           RECORD CONTAINS 150 CHARACTERS.
       01  PART-MASTER-REC.
           05  PT-BANK-NBR             PIC 9(3).
           05  PT-CUST-NBR             PIC 9(7).
           05  PT-LOAN-NBR             PIC 9(4).
           05  PT-PART-NBR             PIC 9(7).
           05  PT-PART-NAME            PIC X(30).
           05  PT-SHARE-PCT            PIC 9(3)V9(4).
           05  PT-FEE-RATE             PIC 9(2)V9(5).
           05  PT-ABA                  PIC 9(9).
           05  PT-WIRE-ACCT            PIC X(17).
           05  PT-STATUS               PIC X.
           05  PT-MTD-PRIN             PIC 9(11)V99.
           05  PT-MTD-INT              PIC 9(11)V99.
           05  PT-MTD-FEE              PIC 9(11)V99.
           05  PT-LAST-REMIT-DATE      PIC 9(7).
           05  FILLER                  PIC X(12).

       FD  PART-MASTER-OUT
           RECORD CONTAINS 150 CHARACTERS.
       01  PART-MASTER-OUT-REC         PIC X(150).

       FD  LOAN-PAY-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  LOAN-PAY-REC.
           05  LP-BANK-NBR             PIC 9(3).
           05  LP-CUST-NBR             PIC 9(7).
           05  LP-LOAN-NBR             PIC 9(4).
           05  LP-PAYMENT-AMT          PIC 9(11)V99.

      * The loan system's accrued, unpaid interest and note rate,
      * one row per loan.
       FD  LOAN-ACCR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOAN-ACCR-REC.
           05  LA-BANK-NBR             PIC 9(3).
           05  LA-CUST-NBR             PIC 9(7).
           05  LA-LOAN-NBR             PIC 9(4).
           05  LA-ACCRUED-INT          PIC 9(11)V99.
           05  LA-NOTE-RATE            PIC 9(2)V9(5).
           05  FILLER                  PIC X(6).

       FD  CL34-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY CURRDATE.

       FD  REMIT-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  REMIT-REC.
           05  PR-PART-NBR             PIC 9(7).
           05  PR-PART-NAME            PIC X(30).
           05  PR-ABA                  PIC 9(9).
           05  PR-WIRE-ACCT            PIC X(17).
           05  PR-BANK-NBR             PIC 9(3).
           05  PR-CUST-NBR             PIC 9(7).
           05  PR-LOAN-NBR             PIC 9(4).
           05  PR-PRIN-AMT             PIC 9(11)V99.
           05  PR-INT-AMT              PIC 9(11)V99.
           05  PR-FEE-AMT              PIC 9(11)V99.
           05  PR-NET-AMT              PIC 9(11)V99.
           05  PR-REMIT-DATE           PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  PART-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PART-RPT-LINE               PIC X(132).

       FD  PART-STMT
           RECORD CONTAINS 132 CHARACTERS.
       01  PART-STMT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-PT-EOF                          VALUE 'Y'.
           05  WS-LP-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LP-EOF                          VALUE 'Y'.
           05  WS-LA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LA-EOF                          VALUE 'Y'.
           05  WS-CL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CL-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-MONTH-END-SW         PIC X          VALUE 'N'.
               88  WS-MONTH-END                       VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-PT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * The participation master, held for the day with each row's
      * share of today's payments.  WS-PT-REC is the master image.
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY             OCCURS 2000 TIMES.
               10  WS-PT-REC.
                   15  WS-PT-BANK-NBR  PIC 9(3).
                   15  WS-PT-CUST-NBR  PIC 9(7).
                   15  WS-PT-LOAN-NBR  PIC 9(4).
                   15  WS-PT-PART-NBR  PIC 9(7).
                   15  WS-PT-PART-NAME PIC X(30).
                   15  WS-PT-SHARE-PCT PIC 9(3)V9(4).
                   15  WS-PT-FEE-RATE  PIC 9(2)V9(5).
                   15  WS-PT-ABA       PIC 9(9).
                   15  WS-PT-WIRE-ACCT PIC X(17).
                   15  WS-PT-STATUS    PIC X.
                       88  WS-PT-ACTIVE               VALUE 'A'.
                   15  WS-PT-MTD-PRIN  PIC 9(11)V99.
                   15  WS-PT-MTD-INT   PIC 9(11)V99.
                   15  WS-PT-MTD-FEE   PIC 9(11)V99.
                   15  WS-PT-LAST-REMIT
                                       PIC 9(7).
                   15  FILLER          PIC X(12).
               10  WS-PT-DAY-PRIN      PIC S9(11)V99  COMP-3.
               10  WS-PT-DAY-INT       PIC S9(11)V99  COMP-3.
               10  WS-PT-DAY-FEE       PIC S9(11)V99  COMP-3.

       01  WS-ACCR-TABLE.
           05  WS-LA-ENTRY             OCCURS 5000 TIMES.
               10  WS-LA-BANK-NBR      PIC 9(3).
               10  WS-LA-CUST-NBR      PIC 9(7).
               10  WS-LA-LOAN-NBR      PIC 9(4).
               10  WS-LA-INT-LEFT      PIC S9(11)V99  COMP-3.
               10  WS-LA-NOTE-RATE     PIC 9(2)V9(5).

       01  WS-LOAN-TABLE.
           05  WS-CL-ENTRY             OCCURS 5000 TIMES.
               10  WS-CL-BANK-NBR      PIC 9(3).
               10  WS-CL-CUST-NBR      PIC 9(7).
               10  WS-CL-LOAN-NBR      PIC 9(4).
               10  WS-CL-PRIN-BAL      PIC S9(11)V99  COMP-3.

       01  WS-KEY-BANK-NBR             PIC 9(3)       VALUE ZERO.
       01  WS-KEY-CUST-NBR             PIC 9(7)       VALUE ZERO.
       01  WS-KEY-LOAN-NBR             PIC 9(4)       VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-SHARE-TOTAL              PIC S9(5)V9(4) VALUE ZERO
                                                       COMP-3.
       01  WS-PART-CNT                 PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-PAY-INT                  PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PAY-PRIN                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SHR-PRIN                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SHR-INT                  PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SHR-FEE                  PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-NET-AMT                  PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PART-PRIN-BAL            PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-LOAN-PRIN-BAL            PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

      * Control-break work for the wire and the statement.
       01  WS-BREAK-PART-NBR           PIC 9(7)       VALUE ZERO.
       01  WS-BREAK-IDX                PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-WIRE-TOTAL               PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-PS-TOTALS.
           05  WS-PS-PART-PRIN         PIC S9(13)V99  COMP-3.
           05  WS-PS-PRIN              PIC S9(13)V99  COMP-3.
           05  WS-PS-INT               PIC S9(13)V99  COMP-3.
           05  WS-PS-FEE               PIC S9(13)V99  COMP-3.
           05  WS-PS-NET               PIC S9(13)V99  COMP-3.

      * Date work: YYYYDDD and the month it falls in.
       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).
       01  WS-RUN-YEAR                 PIC 9(4)       VALUE ZERO.
       01  WS-RUN-MONTH                PIC S9(3)      VALUE ZERO
                                                       COMP-3.

       01  WS-MONTH-DAYS-VALUES        PIC X(24)      VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99         OCCURS 12 TIMES.
       01  WS-DW-MONTH                 PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-DW-DAY                   PIC S9(3)      VALUE ZERO
                                                       COMP-3.

       01  BDL-PARM-AREA.
           05  BDL-BANK-NO             PIC 99.
           05  BDL-START-DATE          PIC 9(7).
           05  BDL-BUS-DAYS-FWD        PIC S9(3)      COMP-3.
           05  BDL-RESULT-DATE         PIC 9(7).
           05  BDL-RETURN-CODE         PIC 99.
               88  BDL-SUCCESS                        VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-PAYMENTS         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PARTICIPATED     PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NOT-SPLIT        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-REMITS           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-WIRES            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-STATEMENTS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(40)      VALUE
               'CLU105 - LOAN PARTICIPATION REMITTANCES '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(85)      VALUE SPACES.

       01  WS-PAY-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-PL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' CUST: '.
           05  WS-PL-CUST              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' LOAN: '.
           05  WS-PL-LOAN              PIC 9(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-PL-TEXT              PIC X(30).
           05  FILLER                  PIC X(5)       VALUE 'PAID '.
           05  WS-PL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE '  INT '.
           05  WS-PL-INT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE '  PRIN '.
           05  WS-PL-PRIN              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)       VALUE SPACES.

       01  WS-REMIT-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-ML-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' CUST: '.
           05  WS-ML-CUST              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' LOAN: '.
           05  WS-ML-LOAN              PIC 9(4).
           05  FILLER                  PIC X(7)       VALUE ' PART: '.
           05  WS-ML-PART              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE '  PRIN '.
           05  WS-ML-PRIN              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' INT '.
           05  WS-ML-INT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' FEE '.
           05  WS-ML-FEE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' NET '.
           05  WS-ML-NET               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE SPACES.

       01  WS-WIRE-LINE.
           05  FILLER                  PIC X(6)       VALUE 'PART: '.
           05  WS-WL-PART              PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-WL-NAME              PIC X(30).
           05  FILLER                  PIC X(6)       VALUE '  ABA '.
           05  WS-WL-ABA               PIC 9(9).
           05  FILLER                  PIC X(7)       VALUE '  ACCT '.
           05  WS-WL-ACCT              PIC X(17).
           05  FILLER                  PIC X(7)       VALUE '  WIRE '.
           05  WS-WL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

       01  WS-STMT-HDG.
           05  FILLER                  PIC X(42)      VALUE
               'CLU105 - LOAN PARTICIPATION STATEMENT     '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-SH-DATE              PIC 9(7).
           05  FILLER                  PIC X(77)      VALUE SPACES.

       01  WS-STMT-PART-LINE.
           05  FILLER                  PIC X(13)      VALUE
               'PARTICIPANT: '.
           05  WS-SP-PART              PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SP-NAME              PIC X(30).
           05  FILLER                  PIC X(80)      VALUE SPACES.

       01  WS-STMT-COL-HDG.
           05  FILLER                  PIC X(20)      VALUE
               ' BANK     CUST  LOAN'.
           05  FILLER                  PIC X(28)      VALUE
               '   SHARE %    LOAN PRINCIPAL'.
           05  FILLER                  PIC X(18)      VALUE
               '    PART PRINCIPAL'.
           05  FILLER                  PIC X(15)      VALUE
               '      PRIN PAID'.
           05  FILLER                  PIC X(15)      VALUE
               '       INT PAID'.
           05  FILLER                  PIC X(14)      VALUE
               '       SVC FEE'.
           05  FILLER                  PIC X(15)      VALUE
               '   NET REMITTED'.
           05  FILLER                  PIC X(7)       VALUE SPACES.

       01  WS-STMT-DETAIL.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SD-BANK              PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SD-CUST              PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SD-LOAN              PIC 9(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SD-SHARE             PIC ZZ9.9999.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SD-LOAN-PRIN         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SD-PART-PRIN         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-SD-PRIN              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-SD-INT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-SD-FEE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-SD-NET               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE SPACES.

       01  WS-STMT-TOTAL.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  FILLER                  PIC X(48)      VALUE
               'PARTICIPANT TOTAL'.
           05  WS-ST-PART-PRIN         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-ST-PRIN              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-ST-INT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-ST-FEE               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-ST-NET               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SPLIT-PAYMENT
               UNTIL WS-LP-EOF.
           MOVE ZERO TO WS-BREAK-PART-NBR
                        WS-WIRE-TOTAL.
           PERFORM 4000-REMIT-SHARE
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           PERFORM 4200-WRITE-WIRE.
           IF WS-MONTH-END
               MOVE ZERO TO WS-BREAK-PART-NBR
               PERFORM 5000-STATEMENT-LINE
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM 5200-PARTICIPANT-TOTAL
           END-IF.
           PERFORM 6000-WRITE-MASTER
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PART-PARM-FILE
                       PART-MASTER
                       LOAN-PAY-FILE
                       LOAN-ACCR-FILE
                       CL34-FILE
                OUTPUT PART-MASTER-OUT
                       REMIT-FILE
                       TXL-OUT-FILE
                       PART-RPT
                       PART-STMT.
           READ PART-PARM-FILE.
           MOVE PM-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE
                               WS-SH-DATE.
           WRITE PART-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 1050-TEST-MONTH-END.
           READ PART-MASTER
               AT END MOVE 'Y' TO WS-PT-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-PARTICIPATION
               UNTIL WS-PT-EOF.
           READ LOAN-ACCR-FILE
               AT END MOVE 'Y' TO WS-LA-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-ACCRUAL
               UNTIL WS-LA-EOF.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-LOAN-TABLE
               UNTIL WS-CL-EOF.
           READ LOAN-PAY-FILE
               AT END MOVE 'Y' TO WS-LP-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Tonight closes the month when the next business day of the
      * settlement bank falls in a later month.
       1050-TEST-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SW.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8500-SPLIT-DATE.
           MOVE WS-WORK-YEAR TO WS-RUN-YEAR.
           MOVE WS-DW-MONTH TO WS-RUN-MONTH.
           MOVE PM-SETL-BANK-NO TO BDL-BANK-NO.
           MOVE WS-RUN-DATE TO BDL-START-DATE.
           MOVE +1 TO BDL-BUS-DAYS-FWD.
           MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE.
           CALL 'DSDS103' USING BDL-PARM-AREA.
           IF BDL-SUCCESS
               MOVE BDL-RESULT-DATE TO WS-WORK-DATE
               PERFORM 8500-SPLIT-DATE
               IF WS-WORK-YEAR NOT = WS-RUN-YEAR
                  OR WS-DW-MONTH NOT = WS-RUN-MONTH
                   MOVE 'Y' TO WS-MONTH-END-SW
               END-IF
           END-IF.
           IF PM-FORCE-STATEMENT
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.
       1050-TEST-MONTH-END-EXIT.
           EXIT.

       1100-LOAD-PARTICIPATION.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-PT-IDX.
           MOVE PART-MASTER-REC TO WS-PT-REC (WS-PT-IDX).
           MOVE ZERO TO WS-PT-DAY-PRIN (WS-PT-IDX)
                        WS-PT-DAY-INT (WS-PT-IDX)
                        WS-PT-DAY-FEE (WS-PT-IDX).
           READ PART-MASTER
               AT END MOVE 'Y' TO WS-PT-EOF-SW
           END-READ.
       1100-LOAD-PARTICIPATION-EXIT.
           EXIT.

       1200-LOAD-ACCRUAL.
           ADD 1 TO WS-LA-COUNT.
           MOVE WS-LA-COUNT TO WS-LA-IDX.
           MOVE LA-BANK-NBR    TO WS-LA-BANK-NBR (WS-LA-IDX).
           MOVE LA-CUST-NBR    TO WS-LA-CUST-NBR (WS-LA-IDX).
           MOVE LA-LOAN-NBR    TO WS-LA-LOAN-NBR (WS-LA-IDX).
           MOVE LA-ACCRUED-INT TO WS-LA-INT-LEFT (WS-LA-IDX).
           MOVE LA-NOTE-RATE   TO WS-LA-NOTE-RATE (WS-LA-IDX).
           READ LOAN-ACCR-FILE
               AT END MOVE 'Y' TO WS-LA-EOF-SW
           END-READ.
       1200-LOAD-ACCRUAL-EXIT.
           EXIT.

       1300-LOAD-LOAN-TABLE.
           ADD 1 TO WS-CL-COUNT.
           MOVE WS-CL-COUNT TO WS-CL-IDX.
           MOVE CL34-BANK-NBR TO WS-CL-BANK-NBR (WS-CL-IDX).
           MOVE CL34-CUST-NBR TO WS-CL-CUST-NBR (WS-CL-IDX).
           MOVE CL34-LOAN-NBR TO WS-CL-LOAN-NBR (WS-CL-IDX).
           MOVE CL34-PRIN-BAL TO WS-CL-PRIN-BAL (WS-CL-IDX).
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
       1300-LOAD-LOAN-TABLE-EXIT.
           EXIT.

       2000-SPLIT-PAYMENT.
           ADD 1 TO WS-TOT-PAYMENTS.
           MOVE LP-BANK-NBR TO WS-KEY-BANK-NBR.
           MOVE LP-CUST-NBR TO WS-KEY-CUST-NBR.
           MOVE LP-LOAN-NBR TO WS-KEY-LOAN-NBR.
           MOVE ZERO TO WS-SHARE-TOTAL
                        WS-PART-CNT.
           PERFORM 2100-ADD-SHARE
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           IF WS-PART-CNT > ZERO
               ADD 1 TO WS-TOT-PARTICIPATED
               PERFORM 2200-FIND-ACCRUAL
               EVALUATE TRUE
                   WHEN WS-SHARE-TOTAL > 100
                       MOVE 'SHARES OVER 100 - NOT SPLIT   '
                           TO WS-PL-TEXT
                       PERFORM 2900-REJECT-PAYMENT
                   WHEN NOT WS-FOUND
                       MOVE 'NO LOANACCR ROW - NOT SPLIT   '
                           TO WS-PL-TEXT
                       PERFORM 2900-REJECT-PAYMENT
                   WHEN OTHER
                       PERFORM 3000-SHARE-PAYMENT
               END-EVALUATE
           END-IF.
           READ LOAN-PAY-FILE
               AT END MOVE 'Y' TO WS-LP-EOF-SW
           END-READ.
       2000-SPLIT-PAYMENT-EXIT.
           EXIT.

       2100-ADD-SHARE.
           IF WS-PT-BANK-NBR (WS-PT-IDX) = WS-KEY-BANK-NBR
              AND WS-PT-CUST-NBR (WS-PT-IDX) = WS-KEY-CUST-NBR
              AND WS-PT-LOAN-NBR (WS-PT-IDX) = WS-KEY-LOAN-NBR
              AND WS-PT-ACTIVE (WS-PT-IDX)
               ADD 1 TO WS-PART-CNT
               ADD WS-PT-SHARE-PCT (WS-PT-IDX) TO WS-SHARE-TOTAL
           END-IF.
       2100-ADD-SHARE-EXIT.
           EXIT.

       2200-FIND-ACCRUAL.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-ACCR-TABLE
               VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-LA-IDX
           END-IF.
       2200-FIND-ACCRUAL-EXIT.
           EXIT.

       2210-SCAN-ACCR-TABLE.
           IF WS-KEY-BANK-NBR = WS-LA-BANK-NBR (WS-LA-IDX)
              AND WS-KEY-CUST-NBR = WS-LA-CUST-NBR (WS-LA-IDX)
              AND WS-KEY-LOAN-NBR = WS-LA-LOAN-NBR (WS-LA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-ACCR-TABLE-EXIT.
           EXIT.

       2300-FIND-LOAN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-LOAN-TABLE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CL-IDX
           END-IF.
       2300-FIND-LOAN-EXIT.
           EXIT.

       2310-SCAN-LOAN-TABLE.
           IF WS-KEY-BANK-NBR = WS-CL-BANK-NBR (WS-CL-IDX)
              AND WS-KEY-CUST-NBR = WS-CL-CUST-NBR (WS-CL-IDX)
              AND WS-KEY-LOAN-NBR = WS-CL-LOAN-NBR (WS-CL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-LOAN-TABLE-EXIT.
           EXIT.

       2900-REJECT-PAYMENT.
           ADD 1 TO WS-TOT-NOT-SPLIT.
           MOVE ZERO TO WS-PL-INT
                        WS-PL-PRIN.
           PERFORM 8100-PRINT-PAYMENT.
       2900-REJECT-PAYMENT-EXIT.
           EXIT.

      * Interest first, up to what is still accrued, then each
      * participant's share of both.
       3000-SHARE-PAYMENT.
           IF LP-PAYMENT-AMT > WS-LA-INT-LEFT (WS-LA-IDX)
               MOVE WS-LA-INT-LEFT (WS-LA-IDX) TO WS-PAY-INT
           ELSE
               MOVE LP-PAYMENT-AMT TO WS-PAY-INT
           END-IF.
           IF WS-PAY-INT < ZERO
               MOVE ZERO TO WS-PAY-INT
           END-IF.
           COMPUTE WS-PAY-PRIN = LP-PAYMENT-AMT - WS-PAY-INT.
           SUBTRACT WS-PAY-INT FROM WS-LA-INT-LEFT (WS-LA-IDX).
           PERFORM 3100-SHARE-PARTICIPANT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           MOVE 'PAYMENT SPLIT TO PARTICIPANTS ' TO WS-PL-TEXT.
           MOVE WS-PAY-INT TO WS-PL-INT.
           MOVE WS-PAY-PRIN TO WS-PL-PRIN.
           PERFORM 8100-PRINT-PAYMENT.
       3000-SHARE-PAYMENT-EXIT.
           EXIT.

       3100-SHARE-PARTICIPANT.
           IF WS-PT-BANK-NBR (WS-PT-IDX) = WS-KEY-BANK-NBR
              AND WS-PT-CUST-NBR (WS-PT-IDX) = WS-KEY-CUST-NBR
              AND WS-PT-LOAN-NBR (WS-PT-IDX) = WS-KEY-LOAN-NBR
              AND WS-PT-ACTIVE (WS-PT-IDX)
               COMPUTE WS-SHR-PRIN ROUNDED =
                   WS-PAY-PRIN * WS-PT-SHARE-PCT (WS-PT-IDX) / 100
               COMPUTE WS-SHR-INT ROUNDED =
                   WS-PAY-INT * WS-PT-SHARE-PCT (WS-PT-IDX) / 100
               PERFORM 3200-COMPUTE-FEE
               ADD WS-SHR-PRIN TO WS-PT-DAY-PRIN (WS-PT-IDX)
               ADD WS-SHR-INT  TO WS-PT-DAY-INT (WS-PT-IDX)
               ADD WS-SHR-FEE  TO WS-PT-DAY-FEE (WS-PT-IDX)
           END-IF.
       3100-SHARE-PARTICIPANT-EXIT.
           EXIT.

       3200-COMPUTE-FEE.
           IF WS-LA-NOTE-RATE (WS-LA-IDX) > ZERO
               COMPUTE WS-SHR-FEE ROUNDED =
                   WS-SHR-INT * WS-PT-FEE-RATE (WS-PT-IDX)
                   / WS-LA-NOTE-RATE (WS-LA-IDX)
           ELSE
               MOVE ZERO TO WS-SHR-FEE
           END-IF.
           IF WS-SHR-FEE > WS-SHR-INT
               MOVE WS-SHR-INT TO WS-SHR-FEE
           END-IF.
       3200-COMPUTE-FEE-EXIT.
           EXIT.

      * One PARTREM row per participant and loan with money today;
      * the wire goes when the participant changes.
       4000-REMIT-SHARE.
           IF WS-PT-PART-NBR (WS-PT-IDX) NOT = WS-BREAK-PART-NBR
               PERFORM 4200-WRITE-WIRE
               MOVE WS-PT-PART-NBR (WS-PT-IDX) TO WS-BREAK-PART-NBR
               MOVE WS-PT-IDX TO WS-BREAK-IDX
           END-IF.
           IF WS-PT-DAY-PRIN (WS-PT-IDX) > ZERO
              OR WS-PT-DAY-INT (WS-PT-IDX) > ZERO
               PERFORM 4100-WRITE-REMIT
           END-IF.
       4000-REMIT-SHARE-EXIT.
           EXIT.

       4100-WRITE-REMIT.
           COMPUTE WS-NET-AMT = WS-PT-DAY-PRIN (WS-PT-IDX)
                              + WS-PT-DAY-INT (WS-PT-IDX)
                              - WS-PT-DAY-FEE (WS-PT-IDX).
           MOVE SPACES TO REMIT-REC.
           MOVE WS-PT-PART-NBR (WS-PT-IDX)  TO PR-PART-NBR.
           MOVE WS-PT-PART-NAME (WS-PT-IDX) TO PR-PART-NAME.
           MOVE WS-PT-ABA (WS-PT-IDX)       TO PR-ABA.
           MOVE WS-PT-WIRE-ACCT (WS-PT-IDX) TO PR-WIRE-ACCT.
           MOVE WS-PT-BANK-NBR (WS-PT-IDX)  TO PR-BANK-NBR.
           MOVE WS-PT-CUST-NBR (WS-PT-IDX)  TO PR-CUST-NBR.
           MOVE WS-PT-LOAN-NBR (WS-PT-IDX)  TO PR-LOAN-NBR.
           MOVE WS-PT-DAY-PRIN (WS-PT-IDX)  TO PR-PRIN-AMT.
           MOVE WS-PT-DAY-INT (WS-PT-IDX)   TO PR-INT-AMT.
           MOVE WS-PT-DAY-FEE (WS-PT-IDX)   TO PR-FEE-AMT.
           MOVE WS-NET-AMT                  TO PR-NET-AMT.
           MOVE WS-RUN-DATE                 TO PR-REMIT-DATE.
           WRITE REMIT-REC.
           ADD 1 TO WS-TOT-REMITS.
           ADD WS-NET-AMT TO WS-WIRE-TOTAL.
           ADD WS-PT-DAY-PRIN (WS-PT-IDX) TO WS-PT-MTD-PRIN (WS-PT-IDX).
           ADD WS-PT-DAY-INT (WS-PT-IDX)  TO WS-PT-MTD-INT (WS-PT-IDX).
           ADD WS-PT-DAY-FEE (WS-PT-IDX)  TO WS-PT-MTD-FEE (WS-PT-IDX).
           MOVE WS-RUN-DATE TO WS-PT-LAST-REMIT (WS-PT-IDX).
           MOVE WS-PT-BANK-NBR (WS-PT-IDX) TO WS-ML-BANK.
           MOVE WS-PT-CUST-NBR (WS-PT-IDX) TO WS-ML-CUST.
           MOVE WS-PT-LOAN-NBR (WS-PT-IDX) TO WS-ML-LOAN.
           MOVE WS-PT-PART-NBR (WS-PT-IDX) TO WS-ML-PART.
           MOVE WS-PT-DAY-PRIN (WS-PT-IDX) TO WS-ML-PRIN.
           MOVE WS-PT-DAY-INT (WS-PT-IDX)  TO WS-ML-INT.
           MOVE WS-PT-DAY-FEE (WS-PT-IDX)  TO WS-ML-FEE.
           MOVE WS-NET-AMT                 TO WS-ML-NET.
           WRITE PART-RPT-LINE FROM WS-REMIT-LINE.
       4100-WRITE-REMIT-EXIT.
           EXIT.

      * The wire for the participant just finished, drawn on the
      * settlement DDA.
       4200-WRITE-WIRE.
           IF WS-WIRE-TOTAL > ZERO
               MOVE SPACES TO DSDS-TRANSACTION-LONG
               MOVE PM-SETL-BANK-NO TO DSDSTXL-BANK-NO
               MOVE PM-SETL-ACCT-ID TO DSDSTXL-ACCT-ID
               MOVE PM-SETL-ACCT-NO TO DSDSTXL-ACCT-NO
               MOVE 890 TO DSDSTXL-CODE
               MOVE WS-WIRE-TOTAL TO DSDSTXL-AMOUNT
               MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                                   DSDSTXL-DATE
               MOVE ZERO TO DSDSTXL-ITEM-COUNT
                            DSDSTXL-CHK-NO
               MOVE WS-PT-PART-NAME (WS-BREAK-IDX) TO DSDSTXL-CO-DESC
               MOVE 'PART REMIT' TO DSDSTXL-DESC
               WRITE DSDS-TRANSACTION-LONG
               ADD 1 TO WS-TOT-WIRES
               MOVE WS-BREAK-PART-NBR TO WS-WL-PART
               MOVE WS-PT-PART-NAME (WS-BREAK-IDX) TO WS-WL-NAME
               MOVE WS-PT-ABA (WS-BREAK-IDX) TO WS-WL-ABA
               MOVE WS-PT-WIRE-ACCT (WS-BREAK-IDX) TO WS-WL-ACCT
               MOVE WS-WIRE-TOTAL TO WS-WL-AMOUNT
               WRITE PART-RPT-LINE FROM WS-WIRE-LINE
           END-IF.
           MOVE ZERO TO WS-WIRE-TOTAL.
       4200-WRITE-WIRE-EXIT.
           EXIT.

      * Month-end statement, a section per participant.
       5000-STATEMENT-LINE.
           IF WS-PT-ACTIVE (WS-PT-IDX)
               IF WS-PT-PART-NBR (WS-PT-IDX) NOT = WS-BREAK-PART-NBR
                   PERFORM 5200-PARTICIPANT-TOTAL
                   PERFORM 5100-PARTICIPANT-HEADING
               END-IF
               PERFORM 5300-PRINT-LOAN
           END-IF.
       5000-STATEMENT-LINE-EXIT.
           EXIT.

       5100-PARTICIPANT-HEADING.
           MOVE WS-PT-PART-NBR (WS-PT-IDX) TO WS-BREAK-PART-NBR
                                              WS-SP-PART.
           MOVE WS-PT-PART-NAME (WS-PT-IDX) TO WS-SP-NAME.
           MOVE ZERO TO WS-PS-PART-PRIN
                        WS-PS-PRIN
                        WS-PS-INT
                        WS-PS-FEE
                        WS-PS-NET.
           WRITE PART-STMT-LINE FROM WS-STMT-HDG.
           WRITE PART-STMT-LINE FROM WS-STMT-PART-LINE.
           MOVE SPACES TO PART-STMT-LINE.
           WRITE PART-STMT-LINE.
           WRITE PART-STMT-LINE FROM WS-STMT-COL-HDG.
           ADD 1 TO WS-TOT-STATEMENTS.
       5100-PARTICIPANT-HEADING-EXIT.
           EXIT.

       5200-PARTICIPANT-TOTAL.
           IF WS-BREAK-PART-NBR NOT = ZERO
               MOVE WS-PS-PART-PRIN TO WS-ST-PART-PRIN
               MOVE WS-PS-PRIN TO WS-ST-PRIN
               MOVE WS-PS-INT TO WS-ST-INT
               MOVE WS-PS-FEE TO WS-ST-FEE
               MOVE WS-PS-NET TO WS-ST-NET
               MOVE SPACES TO PART-STMT-LINE
               WRITE PART-STMT-LINE
               WRITE PART-STMT-LINE FROM WS-STMT-TOTAL
           END-IF.
       5200-PARTICIPANT-TOTAL-EXIT.
           EXIT.

       5300-PRINT-LOAN.
           MOVE WS-PT-BANK-NBR (WS-PT-IDX) TO WS-KEY-BANK-NBR.
           MOVE WS-PT-CUST-NBR (WS-PT-IDX) TO WS-KEY-CUST-NBR.
           MOVE WS-PT-LOAN-NBR (WS-PT-IDX) TO WS-KEY-LOAN-NBR.
           PERFORM 2300-FIND-LOAN.
           IF WS-FOUND
               MOVE WS-CL-PRIN-BAL (WS-CL-IDX) TO WS-LOAN-PRIN-BAL
           ELSE
               MOVE ZERO TO WS-LOAN-PRIN-BAL
           END-IF.
           COMPUTE WS-PART-PRIN-BAL ROUNDED =
               WS-LOAN-PRIN-BAL * WS-PT-SHARE-PCT (WS-PT-IDX) / 100.
           COMPUTE WS-NET-AMT = WS-PT-MTD-PRIN (WS-PT-IDX)
                              + WS-PT-MTD-INT (WS-PT-IDX)
                              - WS-PT-MTD-FEE (WS-PT-IDX).
           MOVE WS-PT-BANK-NBR (WS-PT-IDX)  TO WS-SD-BANK.
           MOVE WS-PT-CUST-NBR (WS-PT-IDX)  TO WS-SD-CUST.
           MOVE WS-PT-LOAN-NBR (WS-PT-IDX)  TO WS-SD-LOAN.
           MOVE WS-PT-SHARE-PCT (WS-PT-IDX) TO WS-SD-SHARE.
           MOVE WS-LOAN-PRIN-BAL            TO WS-SD-LOAN-PRIN.
           MOVE WS-PART-PRIN-BAL            TO WS-SD-PART-PRIN.
           MOVE WS-PT-MTD-PRIN (WS-PT-IDX)  TO WS-SD-PRIN.
           MOVE WS-PT-MTD-INT (WS-PT-IDX)   TO WS-SD-INT.
           MOVE WS-PT-MTD-FEE (WS-PT-IDX)   TO WS-SD-FEE.
           MOVE WS-NET-AMT                  TO WS-SD-NET.
           WRITE PART-STMT-LINE FROM WS-STMT-DETAIL.
           ADD WS-PART-PRIN-BAL TO WS-PS-PART-PRIN.
           ADD WS-PT-MTD-PRIN (WS-PT-IDX) TO WS-PS-PRIN.
           ADD WS-PT-MTD-INT (WS-PT-IDX) TO WS-PS-INT.
           ADD WS-PT-MTD-FEE (WS-PT-IDX) TO WS-PS-FEE.
           ADD WS-NET-AMT TO WS-PS-NET.
           MOVE ZERO TO WS-PT-MTD-PRIN (WS-PT-IDX)
                        WS-PT-MTD-INT (WS-PT-IDX)
                        WS-PT-MTD-FEE (WS-PT-IDX).
       5300-PRINT-LOAN-EXIT.
           EXIT.

       6000-WRITE-MASTER.
           WRITE PART-MASTER-OUT-REC FROM WS-PT-REC (WS-PT-IDX).
       6000-WRITE-MASTER-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PART-RPT-LINE.
           WRITE PART-RPT-LINE.
           MOVE 'LOAN PAYMENTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-PAYMENTS TO WS-TL-COUNT.
           WRITE PART-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYMENTS ON PARTICIPATED LOANS' TO WS-TL-LABEL.
           MOVE WS-TOT-PARTICIPATED TO WS-TL-COUNT.
           WRITE PART-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYMENTS NOT SPLIT - EXCEPTIONS' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-SPLIT TO WS-TL-COUNT.
           WRITE PART-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PARTICIPANT REMITTANCE ROWS' TO WS-TL-LABEL.
           MOVE WS-TOT-REMITS TO WS-TL-COUNT.
           WRITE PART-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PARTICIPANT WIRES' TO WS-TL-LABEL.
           MOVE WS-TOT-WIRES TO WS-TL-COUNT.
           WRITE PART-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PARTICIPANT STATEMENTS' TO WS-TL-LABEL.
           MOVE WS-TOT-STATEMENTS TO WS-TL-COUNT.
           WRITE PART-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-PAYMENT.
           MOVE LP-BANK-NBR TO WS-PL-BANK.
           MOVE LP-CUST-NBR TO WS-PL-CUST.
           MOVE LP-LOAN-NBR TO WS-PL-LOAN.
           MOVE LP-PAYMENT-AMT TO WS-PL-AMOUNT.
           WRITE PART-RPT-LINE FROM WS-PAY-LINE.
       8100-PRINT-PAYMENT-EXIT.
           EXIT.

       8200-SET-DAYS-IN-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-EPOCH-YR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-EPOCH-YR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-EPOCH-YR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAP-YEAR
               MOVE 366 TO WS-DAYS-IN-YEAR
               MOVE 29 TO WS-MONTH-DAYS (2)
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
               MOVE 28 TO WS-MONTH-DAYS (2)
           END-IF.
       8200-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

      * YYYYDDD in WS-WORK-DATE to its month and day of month in
      * WS-DW-MONTH and WS-DW-DAY.
       8500-SPLIT-DATE.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           MOVE WS-WORK-DAY TO WS-DW-DAY.
           MOVE 1 TO WS-DW-MONTH.
           PERFORM 8510-STEP-MONTH
               UNTIL WS-DW-DAY NOT > WS-MONTH-DAYS (WS-DW-MONTH).
       8500-SPLIT-DATE-EXIT.
           EXIT.

       8510-STEP-MONTH.
           SUBTRACT WS-MONTH-DAYS (WS-DW-MONTH) FROM WS-DW-DAY.
           ADD 1 TO WS-DW-MONTH.
       8510-STEP-MONTH-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PART-PARM-FILE
                 PART-MASTER
                 PART-MASTER-OUT
                 LOAN-PAY-FILE
                 LOAN-ACCR-FILE
                 CL34-FILE
                 REMIT-FILE
                 TXL-OUT-FILE
                 PART-RPT
                 PART-STMT.
       9000-TERMINATE-EXIT.
           EXIT.
