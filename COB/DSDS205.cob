       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS205.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS205 is treasury's morning cash position.  The position
      * has been built by phoning operations; every piece of it is
      * already produced somewhere in the nightly stream, and this
      * gathers them into one report before the Fed window opens.
      *
      * The opening position per bank is the closing ledger DSDR341
      * proved and carried forward on PROOFCTO.  The flows come
      * from:
      *
      *  - ZBATXL, DSDS156's sweep transfers (see DSDSTYP): a
      *    debit (code 500 or above) is a sweep out of the bank, a
      *    credit a sweep in -- a sweep between two accounts of one
      *    bank nets to nothing, one across charters does not;
      *  - ACHSCRN, the screened entries DSDS137 builds the NACHA
      *    file from: debit entries (tran code ending 7 or 8) are
      *    collected in, credit entries paid out, on the entry's
      *    effective date;
      *  - TXLPOST, DSDS107's posted file: the day's received ACH
      *    items (DSDSTXL-ACH-STD-ENTRY-CLASS present), credits in
      *    and debits out, on DSDSTXL-EFFECT-DT;
      *  - RTPSETTL, the network's RTP settlement DSDS124 reconciles,
      *    in on the settlement date;
      *  - WIREADV, DSDR329's wire advices, in or out on the wire
      *    date;
      *  - CDMATEXT, the CD maturity extract CDR306 reads, paid out
      *    on the maturity date;
      *  - LOANPAY and LOANADV, CLU102's sweep payments (in) and
      *    CLU103's advances (out), today.
      *
      * Each bank on CDC-BANKCTL (see CDHIST) projects over today
      * and its next five business days (DSDS103).  A flow dated
      * on or before today falls in today's column, one dated on a
      * weekend or holiday in the next business day's, and one
      * beyond the fifth business day is left out and counted.
      * Every column shows the inflow and outflow by source, the
      * net and the projected position -- the opening plus the net
      * to date.  Official checks outstanding on AR-CHECKS (see
      * CDCBKCTL) -- unpaid, issued or outstanding -- print under
      * each bank as a memo, since nothing says when they will
      * clear.
      *
      * A page follows per UBKC-HOLDING-CO with its charters'
      * positions combined, day for day.  A flow for a bank not on
      * CDC-BANKCTL is counted and left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-PARM-FILE     ASSIGN TO CPPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-FILE   ASSIGN TO CDCBKCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-CTL-FILE     ASSIGN TO PROOFCTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBA-TXL-FILE       ASSIGN TO ZBATXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-ENTRY-FILE     ASSIGN TO ACHSCRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTP-SETTLE-FILE    ASSIGN TO RTPSETTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WIRE-ADVICE-FILE   ASSIGN TO WIREADV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-MAT-EXTRACT-FILE ASSIGN TO CDMATEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-PAY-FILE      ASSIGN TO LOANPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-ADV-FILE      ASSIGN TO LOANADV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-CHECKS-FILE     ASSIGN TO ARCHECKS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-RPT           ASSIGN TO CASHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  CASH-PARM-REC.
           05  CP-RUN-DATE             PIC 9(7).

       FD  CDC-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDHIST.

       FD  PROOF-CTL-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  PROOF-CTL-REC.
           05  PC-BANK-NO              PIC 99.
           05  PC-CLOSING-LGR          PIC S9(13)V99.

       FD  ZBA-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==ZBA-SWEEP-TRANSACTION==
               LEADING ==DSDSTXL== BY ==ZBTXL==.

       FD  ACH-ENTRY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ACH-ENTRY-REC.
           05  EN-BANK-NO              PIC 99.
           05  EN-COMPANY-ID           PIC X(10).
           05  EN-COMPANY-NAME         PIC X(16).
           05  EN-SEC-CODE             PIC X(3).
           05  EN-TRAN-CODE            PIC 99.
           05  FILLER REDEFINES EN-TRAN-CODE.
               10  FILLER              PIC 9.
               10  EN-TRAN-SIDE        PIC 9.
                   88  EN-DEBIT-ENTRY                 VALUE 7 8.
           05  EN-ROUTING              PIC 9(9).
           05  EN-DDA-ACCT             PIC X(17).
           05  EN-AMOUNT               PIC 9(8)V99.
           05  EN-INDIV-ID             PIC X(15).
           05  EN-INDIV-NAME           PIC X(22).
           05  EN-ENTRY-DESC           PIC X(10).
           05  EN-EFF-DATE             PIC 9(6).
           05  FILLER REDEFINES EN-EFF-DATE.
               10  EN-EFF-YY           PIC 99.
               10  EN-EFF-MM           PIC 99.
               10  EN-EFF-DD           PIC 99.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  RTP-SETTLE-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  RTP-SETTLE-REC.
           05  RT-BANK-NO              PIC 99.
           05  RT-NETWORK-REF          PIC X(15).
           05  RT-SETTLE-DATE          PIC 9(7).
           05  RT-AMOUNT               PIC 9(11)V99.

       FD  WIRE-ADVICE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  WIRE-ADVICE-REC.
           05  WA-BANK-NO              PIC 99.
           05  WA-ACCT-ID              PIC 9(3).
           05  WA-ACCT-NO              PIC 9(9).
           05  WA-DIRECTION            PIC X.
               88  WA-WIRE-IN                         VALUE 'I'.
               88  WA-WIRE-OUT                        VALUE 'O'.
           05  WA-AMOUNT               PIC 9(9)V99.
           05  WA-WIRE-DATE            PIC 9(7).
           05  FILLER                  PIC X(217).

       FD  CD-MAT-EXTRACT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  CD-MAT-EXTRACT-REC.
           05  CME-BANK-NBR            PIC 9(3).
           05  CME-ACCT-NBR            PIC 9(10).
           05  CME-MATURITY-DATE       PIC 9(7).
           05  CME-BALANCE             PIC 9(11)V99.

       FD  LOAN-PAY-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  LOAN-PAY-REC.
           05  LP-BANK-NBR             PIC 9(3).
           05  LP-CUST-NBR             PIC 9(7).
           05  LP-LOAN-NBR             PIC 9(4).
           05  LP-PAYMENT-AMT          PIC 9(11)V99.

       FD  LOAN-ADV-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  LOAN-ADV-REC.
           05  LA-BANK-NBR             PIC 9(3).
           05  LA-CUST-NBR             PIC 9(7).
           05  LA-LOAN-NBR             PIC 9(4).
           05  LA-ADVANCE-AMT          PIC 9(11)V99.

       FD  AR-CHECKS-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY CDCBKCTL.

       FD  CASH-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CASH-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CDC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CDC-EOF                         VALUE 'Y'.
           05  WS-PC-EOF-SW            PIC X          VALUE 'N'.
               88  WS-PC-EOF                          VALUE 'Y'.
           05  WS-ZBA-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ZBA-EOF                         VALUE 'Y'.
           05  WS-EN-EOF-SW            PIC X          VALUE 'N'.
               88  WS-EN-EOF                          VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-RT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RT-EOF                          VALUE 'Y'.
           05  WS-WA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-WA-EOF                          VALUE 'Y'.
           05  WS-CME-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CME-EOF                         VALUE 'Y'.
           05  WS-LP-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LP-EOF                          VALUE 'Y'.
           05  WS-LA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LA-EOF                          VALUE 'Y'.
           05  WS-AR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AR-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-COLUMN-SW            PIC X          VALUE 'N'.
               88  WS-COLUMN-FOUND                    VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LN-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DY-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SOURCE-LINE          PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * The flow lines, in report order: each an inflow (I) or an
      * outflow (O).  WS-BK-FLOW and WS-HC-FLOW run parallel to it.
       01  WS-FLOW-LINE-VALUES.
           05  FILLER                  PIC X(25)      VALUE
               'IZBA SWEEPS IN           '.
           05  FILLER                  PIC X(25)      VALUE
               'OZBA SWEEPS OUT          '.
           05  FILLER                  PIC X(25)      VALUE
               'IACH ORIGINATED DEBITS   '.
           05  FILLER                  PIC X(25)      VALUE
               'OACH ORIGINATED CREDITS  '.
           05  FILLER                  PIC X(25)      VALUE
               'IACH RECEIVED CREDITS    '.
           05  FILLER                  PIC X(25)      VALUE
               'OACH RECEIVED DEBITS     '.
           05  FILLER                  PIC X(25)      VALUE
               'IRTP RECEIVED            '.
           05  FILLER                  PIC X(25)      VALUE
               'IWIRES IN                '.
           05  FILLER                  PIC X(25)      VALUE
               'OWIRES OUT               '.
           05  FILLER                  PIC X(25)      VALUE
               'OCD MATURITIES           '.
           05  FILLER                  PIC X(25)      VALUE
               'ILOAN SWEEP PAYMENTS     '.
           05  FILLER                  PIC X(25)      VALUE
               'OLOAN ADVANCES           '.
       01  WS-FLOW-LINE-TABLE REDEFINES WS-FLOW-LINE-VALUES.
           05  WS-FLOW-LINE            OCCURS 12 TIMES.
               10  WS-FL-DIRECTION     PIC X.
                   88  WS-FL-INFLOW                   VALUE 'I'.
               10  WS-FL-LABEL         PIC X(24).

      * Each bank's six columns -- today and the next five business
      * days -- with the business date closing each.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 200 TIMES.
               10  WS-BK-BANK-NBR      PIC 9(3).
               10  WS-BK-BANK-NAME     PIC X(40).
               10  WS-BK-HOLDING-CO    PIC 9(3).
               10  WS-BK-OPENING       PIC S9(13)V99  COMP-3.
               10  WS-BK-OC-COUNT      PIC S9(7)      COMP-3.
               10  WS-BK-OC-AMOUNT     PIC S9(13)V99  COMP-3.
               10  WS-BK-DAY-DATE      PIC 9(7)       OCCURS 6 TIMES.
               10  WS-BK-FLOW-LINE     OCCURS 12 TIMES.
                   15  WS-BK-FLOW      PIC S9(13)V99  COMP-3
                                                       OCCURS 6 TIMES.

       01  WS-HOLDING-TABLE.
           05  WS-HC-ENTRY             OCCURS 200 TIMES.
               10  WS-HC-HOLDING-CO    PIC 9(3).
               10  WS-HC-OPENING       PIC S9(13)V99  COMP-3.
               10  WS-HC-OC-COUNT      PIC S9(7)      COMP-3.
               10  WS-HC-OC-AMOUNT     PIC S9(13)V99  COMP-3.
               10  WS-HC-FLOW-LINE     OCCURS 12 TIMES.
                   15  WS-HC-FLOW      PIC S9(13)V99  COMP-3
                                                       OCCURS 6 TIMES.

      * One page's figures, loaded from a bank or a holding company
      * before it prints.
       01  WS-PAGE-AREA.
           05  WS-PG-OPENING           PIC S9(13)V99  COMP-3.
           05  WS-PG-OC-COUNT          PIC S9(7)      COMP-3.
           05  WS-PG-OC-AMOUNT         PIC S9(13)V99  COMP-3.
           05  WS-PG-FLOW-LINE         OCCURS 12 TIMES.
               10  WS-PG-FLOW          PIC S9(13)V99  COMP-3
                                                       OCCURS 6 TIMES.
           05  WS-PG-INFLOW            PIC S9(13)V99  COMP-3
                                                       OCCURS 6 TIMES.
           05  WS-PG-OUTFLOW           PIC S9(13)V99  COMP-3
                                                       OCCURS 6 TIMES.
           05  WS-PG-POSITION          PIC S9(13)V99  COMP-3
                                                       OCCURS 6 TIMES.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-TEST-HOLDING             PIC 9(3)       VALUE ZERO.
       01  WS-ITEM-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-ITEM-AMT                 PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-RUNNING                  PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-UNSET-DATE-PAID          PIC X(10)      VALUE
           '0001-01-01'.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)      VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99         OCCURS 12 TIMES.

       01  BDL-PARM-AREA.
           05  BDL-BANK-NO             PIC 99.
           05  BDL-START-DATE          PIC 9(7).
           05  BDL-BUS-DAYS-FWD        PIC S9(3)      COMP-3.
           05  BDL-RESULT-DATE         PIC 9(7).
           05  BDL-RETURN-CODE         PIC 99.
               88  BDL-SUCCESS                        VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-FLOWS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-BEYOND           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-BANK          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-OPENING       PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS205 - DAILY CASH POSITION AND FORECAST        '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-BANK-HDG.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-BH-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-BH-NAME              PIC X(40).
           05  FILLER                  PIC X(19)      VALUE
               '  HOLDING COMPANY: '.
           05  WS-BH-HOLDING-CO        PIC ZZ9.
           05  FILLER                  PIC X(60)      VALUE SPACES.

       01  WS-HOLDING-HDG.
           05  FILLER                  PIC X(17)      VALUE
               'HOLDING COMPANY: '.
           05  WS-HH-HOLDING-CO        PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-HH-TEXT              PIC X(30).
           05  FILLER                  PIC X(80)      VALUE SPACES.

      * Column heads: the business dates for a bank, the day
      * offsets for a holding company.
       01  WS-COLUMN-HDG.
           05  WS-CH-LABEL             PIC X(24).
           05  WS-CH-COLUMN            OCCURS 6 TIMES.
               10  FILLER              PIC X(10).
               10  WS-CH-TEXT          PIC X(8).

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL             PIC X(24).
           05  WS-AL-COLUMN            OCCURS 6 TIMES.
               10  FILLER              PIC X.
               10  WS-AL-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TEXT.
           05  WS-DT-DATE              PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
       01  WS-OFFSET-TEXT.
           05  FILLER                  PIC X(6)       VALUE 'TODAY+'.
           05  WS-OT-OFFSET            PIC 9.
           05  FILLER                  PIC X          VALUE SPACE.

       01  WS-MEMO-LINE.
           05  FILLER                  PIC X(36)      VALUE
               'MEMO: OFFICIAL CHECKS OUTSTANDING   '.
           05  WS-ML-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-ML-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(44).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS205 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPENING
               UNTIL WS-PC-EOF.
           PERFORM 2100-ADD-ZBA-SWEEP
               UNTIL WS-ZBA-EOF.
           PERFORM 2200-ADD-ACH-ORIGINATED
               UNTIL WS-EN-EOF.
           PERFORM 2300-ADD-ACH-RECEIVED
               UNTIL WS-TXL-EOF.
           PERFORM 2400-ADD-RTP
               UNTIL WS-RT-EOF.
           PERFORM 2500-ADD-WIRE
               UNTIL WS-WA-EOF.
           PERFORM 2600-ADD-CD-MATURITY
               UNTIL WS-CME-EOF.
           PERFORM 2700-ADD-LOAN-PAYMENT
               UNTIL WS-LP-EOF.
           PERFORM 2800-ADD-LOAN-ADVANCE
               UNTIL WS-LA-EOF.
           PERFORM 2900-ADD-OFFICIAL-CHECK
               UNTIL WS-AR-EOF.
           PERFORM 4000-PRINT-BANK-PAGE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           PERFORM 5000-PRINT-HOLDING-PAGE
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-BK-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CASH-PARM-FILE
                       CDC-BANKCTL-FILE
                       PROOF-CTL-FILE
                       ZBA-TXL-FILE
                       ACH-ENTRY-FILE
                       DSDS-TXL-FILE
                       RTP-SETTLE-FILE
                       WIRE-ADVICE-FILE
                       CD-MAT-EXTRACT-FILE
                       LOAN-PAY-FILE
                       LOAN-ADV-FILE
                       AR-CHECKS-FILE
                OUTPUT CASH-RPT.
           READ CASH-PARM-FILE.
           MOVE CP-RUN-DATE TO WS-RUN-DATE
                               WS-RH-DATE.
           WRITE CASH-RPT-LINE FROM WS-RPT-HDG.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK
               UNTIL WS-CDC-EOF.
           CLOSE CDC-BANKCTL-FILE.
           READ PROOF-CTL-FILE
               AT END MOVE 'Y' TO WS-PC-EOF-SW
           END-READ.
           READ ZBA-TXL-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
           READ ACH-ENTRY-FILE
               AT END MOVE 'Y' TO WS-EN-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ RTP-SETTLE-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
           READ WIRE-ADVICE-FILE
               AT END MOVE 'Y' TO WS-WA-EOF-SW
           END-READ.
           READ CD-MAT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CME-EOF-SW
           END-READ.
           READ LOAN-PAY-FILE
               AT END MOVE 'Y' TO WS-LP-EOF-SW
           END-READ.
           READ LOAN-ADV-FILE
               AT END MOVE 'Y' TO WS-LA-EOF-SW
           END-READ.
           READ AR-CHECKS-FILE
               AT END MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE UBKC-BANK-NBR   TO WS-BK-BANK-NBR (WS-BK-IDX).
           MOVE UBKC-BANK-NAME  TO WS-BK-BANK-NAME (WS-BK-IDX).
           MOVE UBKC-HOLDING-CO TO WS-BK-HOLDING-CO (WS-BK-IDX).
           MOVE ZERO TO WS-BK-OPENING (WS-BK-IDX)
                        WS-BK-OC-COUNT (WS-BK-IDX)
                        WS-BK-OC-AMOUNT (WS-BK-IDX).
           PERFORM 1110-CLEAR-BANK-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 12.
           PERFORM 1120-SET-DAY-DATE
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           MOVE UBKC-HOLDING-CO TO WS-TEST-HOLDING.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1130-SCAN-HOLDING
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-HC-COUNT
               MOVE WS-HC-COUNT TO WS-HC-IDX
               MOVE WS-TEST-HOLDING TO WS-HC-HOLDING-CO (WS-HC-IDX)
               MOVE ZERO TO WS-HC-OPENING (WS-HC-IDX)
                            WS-HC-OC-COUNT (WS-HC-IDX)
                            WS-HC-OC-AMOUNT (WS-HC-IDX)
               PERFORM 1140-CLEAR-HOLDING-LINE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > 12
           END-IF.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
       1100-LOAD-BANK-EXIT.
           EXIT.

       1110-CLEAR-BANK-LINE.
           PERFORM 1115-CLEAR-BANK-FLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
       1110-CLEAR-BANK-LINE-EXIT.
           EXIT.

       1115-CLEAR-BANK-FLOW.
           MOVE ZERO TO WS-BK-FLOW (WS-BK-IDX, WS-LN-IDX, WS-DY-IDX).
       1115-CLEAR-BANK-FLOW-EXIT.
           EXIT.

      * Column one closes today; each later column closes the next
      * business day of the bank.  Should the service not know the
      * bank, calendar days stand in.
       1120-SET-DAY-DATE.
           IF WS-DY-IDX = 1
               MOVE WS-RUN-DATE TO WS-BK-DAY-DATE (WS-BK-IDX, 1)
           ELSE
               MOVE WS-BK-BANK-NBR (WS-BK-IDX) TO BDL-BANK-NO
               MOVE WS-RUN-DATE TO BDL-START-DATE
               COMPUTE BDL-BUS-DAYS-FWD = WS-DY-IDX - 1
               MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE
               CALL 'DSDS103' USING BDL-PARM-AREA
               IF BDL-SUCCESS
                   MOVE BDL-RESULT-DATE
                       TO WS-BK-DAY-DATE (WS-BK-IDX, WS-DY-IDX)
               ELSE
                   MOVE WS-BK-DAY-DATE (WS-BK-IDX, WS-DY-IDX - 1)
                       TO WS-WORK-DATE
                   PERFORM 8910-NEXT-DAY
                   MOVE WS-WORK-DATE
                       TO WS-BK-DAY-DATE (WS-BK-IDX, WS-DY-IDX)
               END-IF
           END-IF.
       1120-SET-DAY-DATE-EXIT.
           EXIT.

       1130-SCAN-HOLDING.
           IF WS-TEST-HOLDING = WS-HC-HOLDING-CO (WS-HC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1130-SCAN-HOLDING-EXIT.
           EXIT.

       1140-CLEAR-HOLDING-LINE.
           PERFORM 1145-CLEAR-HOLDING-FLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
       1140-CLEAR-HOLDING-LINE-EXIT.
           EXIT.

       1145-CLEAR-HOLDING-FLOW.
           MOVE ZERO TO WS-HC-FLOW (WS-HC-IDX, WS-LN-IDX, WS-DY-IDX).
       1145-CLEAR-HOLDING-FLOW-EXIT.
           EXIT.

       2000-LOAD-OPENING.
           MOVE PC-BANK-NO TO WS-TEST-BANK.
           PERFORM 7000-FIND-BANK.
           IF WS-FOUND
               MOVE PC-CLOSING-LGR TO WS-BK-OPENING (WS-BK-IDX)
           ELSE
               ADD 1 TO WS-TOT-NO-BANK
           END-IF.
           READ PROOF-CTL-FILE
               AT END MOVE 'Y' TO WS-PC-EOF-SW
           END-READ.
       2000-LOAD-OPENING-EXIT.
           EXIT.

       2100-ADD-ZBA-SWEEP.
           MOVE ZBTXL-BANK-NO TO WS-TEST-BANK.
           MOVE WS-RUN-DATE TO WS-ITEM-DATE.
           MOVE ZBTXL-AMOUNT TO WS-ITEM-AMT.
           IF ZBTXL-CODE < 500
               MOVE 1 TO WS-SOURCE-LINE
           ELSE
               MOVE 2 TO WS-SOURCE-LINE
           END-IF.
           PERFORM 3000-POST-FLOW.
           READ ZBA-TXL-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
       2100-ADD-ZBA-SWEEP-EXIT.
           EXIT.

       2200-ADD-ACH-ORIGINATED.
           MOVE EN-BANK-NO TO WS-TEST-BANK.
           PERFORM 8500-EFF-DATE-TO-JULIAN.
           MOVE EN-AMOUNT TO WS-ITEM-AMT.
           IF EN-DEBIT-ENTRY
               MOVE 3 TO WS-SOURCE-LINE
           ELSE
               MOVE 4 TO WS-SOURCE-LINE
           END-IF.
           PERFORM 3000-POST-FLOW.
           READ ACH-ENTRY-FILE
               AT END MOVE 'Y' TO WS-EN-EOF-SW
           END-READ.
       2200-ADD-ACH-ORIGINATED-EXIT.
           EXIT.

       2300-ADD-ACH-RECEIVED.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
              AND DSDSTXL-ACH-STD-ENTRY-CLASS NOT = LOW-VALUES
               MOVE DSDSTXL-BANK-NO TO WS-TEST-BANK
               MOVE DSDSTXL-EFFECT-DT TO WS-ITEM-DATE
               MOVE DSDSTXL-AMOUNT TO WS-ITEM-AMT
               IF DSDSTXL-CODE < 500
                   MOVE 5 TO WS-SOURCE-LINE
               ELSE
                   MOVE 6 TO WS-SOURCE-LINE
               END-IF
               PERFORM 3000-POST-FLOW
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2300-ADD-ACH-RECEIVED-EXIT.
           EXIT.

       2400-ADD-RTP.
           MOVE RT-BANK-NO TO WS-TEST-BANK.
           MOVE RT-SETTLE-DATE TO WS-ITEM-DATE.
           MOVE RT-AMOUNT TO WS-ITEM-AMT.
           MOVE 7 TO WS-SOURCE-LINE.
           PERFORM 3000-POST-FLOW.
           READ RTP-SETTLE-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
       2400-ADD-RTP-EXIT.
           EXIT.

       2500-ADD-WIRE.
           MOVE WA-BANK-NO TO WS-TEST-BANK.
           MOVE WA-WIRE-DATE TO WS-ITEM-DATE.
           MOVE WA-AMOUNT TO WS-ITEM-AMT.
           IF WA-WIRE-IN
               MOVE 8 TO WS-SOURCE-LINE
           ELSE
               MOVE 9 TO WS-SOURCE-LINE
           END-IF.
           PERFORM 3000-POST-FLOW.
           READ WIRE-ADVICE-FILE
               AT END MOVE 'Y' TO WS-WA-EOF-SW
           END-READ.
       2500-ADD-WIRE-EXIT.
           EXIT.

       2600-ADD-CD-MATURITY.
           MOVE CME-BANK-NBR TO WS-TEST-BANK.
           MOVE CME-MATURITY-DATE TO WS-ITEM-DATE.
           MOVE CME-BALANCE TO WS-ITEM-AMT.
           MOVE 10 TO WS-SOURCE-LINE.
           PERFORM 3000-POST-FLOW.
           READ CD-MAT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CME-EOF-SW
           END-READ.
       2600-ADD-CD-MATURITY-EXIT.
           EXIT.

       2700-ADD-LOAN-PAYMENT.
           MOVE LP-BANK-NBR TO WS-TEST-BANK.
           MOVE WS-RUN-DATE TO WS-ITEM-DATE.
           MOVE LP-PAYMENT-AMT TO WS-ITEM-AMT.
           MOVE 11 TO WS-SOURCE-LINE.
           PERFORM 3000-POST-FLOW.
           READ LOAN-PAY-FILE
               AT END MOVE 'Y' TO WS-LP-EOF-SW
           END-READ.
       2700-ADD-LOAN-PAYMENT-EXIT.
           EXIT.

       2800-ADD-LOAN-ADVANCE.
           MOVE LA-BANK-NBR TO WS-TEST-BANK.
           MOVE WS-RUN-DATE TO WS-ITEM-DATE.
           MOVE LA-ADVANCE-AMT TO WS-ITEM-AMT.
           MOVE 12 TO WS-SOURCE-LINE.
           PERFORM 3000-POST-FLOW.
           READ LOAN-ADV-FILE
               AT END MOVE 'Y' TO WS-LA-EOF-SW
           END-READ.
       2800-ADD-LOAN-ADVANCE-EXIT.
           EXIT.

      * Outstanding: never paid, and issued or outstanding -- a
      * stopped, voided or escheated check will not clear.
       2900-ADD-OFFICIAL-CHECK.
           IF AR-DATE-PAID = WS-UNSET-DATE-PAID
              AND (AR-CURR-STATUS = 'I' OR AR-CURR-STATUS = 'O')
               ADD 1 TO WS-RRG-RECORDS-IN
               MOVE AR-BANK TO WS-TEST-BANK
               PERFORM 7000-FIND-BANK
               IF WS-FOUND
                   ADD 1 TO WS-BK-OC-COUNT (WS-BK-IDX)
                   ADD AR-ISSUED-AMT TO WS-BK-OC-AMOUNT (WS-BK-IDX)
               ELSE
                   ADD 1 TO WS-TOT-NO-BANK
               END-IF
           END-IF.
           READ AR-CHECKS-FILE
               AT END MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.
       2900-ADD-OFFICIAL-CHECK-EXIT.
           EXIT.

      * WS-ITEM-AMT on line WS-SOURCE-LINE of bank WS-TEST-BANK, in
      * the first column whose business date is on or after
      * WS-ITEM-DATE.
       3000-POST-FLOW.
           ADD 1 TO WS-RRG-RECORDS-IN.
           PERFORM 7000-FIND-BANK.
           IF NOT WS-FOUND
               ADD 1 TO WS-TOT-NO-BANK
           ELSE
               MOVE 'N' TO WS-COLUMN-SW
               PERFORM 3010-SCAN-COLUMN
                   VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > 6
                      OR WS-COLUMN-FOUND
               IF NOT WS-COLUMN-FOUND
                   ADD 1 TO WS-TOT-BEYOND
               ELSE
                   SUBTRACT 1 FROM WS-DY-IDX
                   ADD 1 TO WS-TOT-FLOWS
                   ADD WS-ITEM-AMT TO
                       WS-BK-FLOW (WS-BK-IDX, WS-SOURCE-LINE,
                                   WS-DY-IDX)
               END-IF
           END-IF.
       3000-POST-FLOW-EXIT.
           EXIT.

       3010-SCAN-COLUMN.
           IF WS-ITEM-DATE NOT > WS-BK-DAY-DATE (WS-BK-IDX, WS-DY-IDX)
               MOVE 'Y' TO WS-COLUMN-SW
           END-IF.
       3010-SCAN-COLUMN-EXIT.
           EXIT.

      * Each bank's page; its figures roll into its holding company
      * as it prints.
       4000-PRINT-BANK-PAGE.
           IF WS-BK-OPENING (WS-BK-IDX) = ZERO
               ADD 1 TO WS-TOT-NO-OPENING
           END-IF.
           MOVE WS-BK-HOLDING-CO (WS-BK-IDX) TO WS-TEST-HOLDING.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1130-SCAN-HOLDING
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT
                  OR WS-FOUND.
           SUBTRACT 1 FROM WS-HC-IDX.
           MOVE WS-BK-OPENING (WS-BK-IDX)  TO WS-PG-OPENING.
           MOVE WS-BK-OC-COUNT (WS-BK-IDX) TO WS-PG-OC-COUNT.
           MOVE WS-BK-OC-AMOUNT (WS-BK-IDX) TO WS-PG-OC-AMOUNT.
           ADD WS-PG-OPENING   TO WS-HC-OPENING (WS-HC-IDX).
           ADD WS-PG-OC-COUNT  TO WS-HC-OC-COUNT (WS-HC-IDX).
           ADD WS-PG-OC-AMOUNT TO WS-HC-OC-AMOUNT (WS-HC-IDX).
           PERFORM 4100-LOAD-BANK-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 12.
           MOVE SPACES TO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
           MOVE WS-BK-BANK-NBR (WS-BK-IDX)   TO WS-BH-BANK.
           MOVE WS-BK-BANK-NAME (WS-BK-IDX)  TO WS-BH-NAME.
           MOVE WS-BK-HOLDING-CO (WS-BK-IDX) TO WS-BH-HOLDING-CO.
           WRITE CASH-RPT-LINE FROM WS-BANK-HDG.
           MOVE SPACES TO WS-COLUMN-HDG.
           MOVE 'BUSINESS DAY ENDING' TO WS-CH-LABEL.
           PERFORM 4200-SET-DATE-HEADING
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-COLUMN-HDG.
           PERFORM 6000-PRINT-POSITION.
       4000-PRINT-BANK-PAGE-EXIT.
           EXIT.

       4100-LOAD-BANK-LINE.
           PERFORM 4110-LOAD-BANK-FLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
       4100-LOAD-BANK-LINE-EXIT.
           EXIT.

       4110-LOAD-BANK-FLOW.
           MOVE WS-BK-FLOW (WS-BK-IDX, WS-LN-IDX, WS-DY-IDX)
               TO WS-PG-FLOW (WS-LN-IDX, WS-DY-IDX).
           ADD WS-PG-FLOW (WS-LN-IDX, WS-DY-IDX)
               TO WS-HC-FLOW (WS-HC-IDX, WS-LN-IDX, WS-DY-IDX).
       4110-LOAD-BANK-FLOW-EXIT.
           EXIT.

       4200-SET-DATE-HEADING.
           MOVE WS-BK-DAY-DATE (WS-BK-IDX, WS-DY-IDX) TO WS-DT-DATE.
           MOVE WS-DATE-TEXT TO WS-CH-TEXT (WS-DY-IDX).
       4200-SET-DATE-HEADING-EXIT.
           EXIT.

      * A holding company's page: its charters combined, each
      * column the same business day offset for every charter.
      * Charters with no holding company (zero) share a page.
       5000-PRINT-HOLDING-PAGE.
           MOVE WS-HC-OPENING (WS-HC-IDX)   TO WS-PG-OPENING.
           MOVE WS-HC-OC-COUNT (WS-HC-IDX)  TO WS-PG-OC-COUNT.
           MOVE WS-HC-OC-AMOUNT (WS-HC-IDX) TO WS-PG-OC-AMOUNT.
           PERFORM 5100-LOAD-HOLDING-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 12.
           MOVE SPACES TO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
           MOVE WS-HC-HOLDING-CO (WS-HC-IDX) TO WS-HH-HOLDING-CO.
           IF WS-HC-HOLDING-CO (WS-HC-IDX) = ZERO
               MOVE 'INDEPENDENT CHARTERS' TO WS-HH-TEXT
           ELSE
               MOVE 'CONSOLIDATED POSITION' TO WS-HH-TEXT
           END-IF.
           WRITE CASH-RPT-LINE FROM WS-HOLDING-HDG.
           MOVE SPACES TO WS-COLUMN-HDG.
           MOVE 'BUSINESS DAY' TO WS-CH-LABEL.
           MOVE 'TODAY   ' TO WS-CH-TEXT (1).
           PERFORM 5200-SET-OFFSET-HEADING
               VARYING WS-DY-IDX FROM 2 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-COLUMN-HDG.
           PERFORM 6000-PRINT-POSITION.
       5000-PRINT-HOLDING-PAGE-EXIT.
           EXIT.

       5100-LOAD-HOLDING-LINE.
           PERFORM 5110-LOAD-HOLDING-FLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
       5100-LOAD-HOLDING-LINE-EXIT.
           EXIT.

       5110-LOAD-HOLDING-FLOW.
           MOVE WS-HC-FLOW (WS-HC-IDX, WS-LN-IDX, WS-DY-IDX)
               TO WS-PG-FLOW (WS-LN-IDX, WS-DY-IDX).
       5110-LOAD-HOLDING-FLOW-EXIT.
           EXIT.

       5200-SET-OFFSET-HEADING.
           COMPUTE WS-OT-OFFSET = WS-DY-IDX - 1.
           MOVE WS-OFFSET-TEXT TO WS-CH-TEXT (WS-DY-IDX).
       5200-SET-OFFSET-HEADING-EXIT.
           EXIT.

      * The page body from WS-PAGE-AREA: opening, each source line,
      * the day's inflow, outflow and net, and the projected
      * position carried column to column.
       6000-PRINT-POSITION.
           PERFORM 6100-SUM-COLUMN
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE 'OPENING POSITION' TO WS-AL-LABEL.
           MOVE WS-PG-OPENING TO WS-AL-AMOUNT (1).
           WRITE CASH-RPT-LINE FROM WS-AMOUNT-LINE.
           PERFORM 6200-PRINT-FLOW-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 12.
           MOVE 'TOTAL INFLOW' TO WS-AL-LABEL.
           PERFORM 6300-MOVE-INFLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'TOTAL OUTFLOW' TO WS-AL-LABEL.
           PERFORM 6310-MOVE-OUTFLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'NET FLOW' TO WS-AL-LABEL.
           PERFORM 6320-MOVE-NET
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'PROJECTED POSITION' TO WS-AL-LABEL.
           PERFORM 6330-MOVE-POSITION
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-AMOUNT-LINE.
           MOVE WS-PG-OC-COUNT TO WS-ML-COUNT.
           MOVE WS-PG-OC-AMOUNT TO WS-ML-AMOUNT.
           WRITE CASH-RPT-LINE FROM WS-MEMO-LINE.
       6000-PRINT-POSITION-EXIT.
           EXIT.

       6100-SUM-COLUMN.
           MOVE ZERO TO WS-PG-INFLOW (WS-DY-IDX)
                        WS-PG-OUTFLOW (WS-DY-IDX).
           PERFORM 6110-ADD-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 12.
           IF WS-DY-IDX = 1
               MOVE WS-PG-OPENING TO WS-RUNNING
           END-IF.
           ADD WS-PG-INFLOW (WS-DY-IDX) TO WS-RUNNING.
           SUBTRACT WS-PG-OUTFLOW (WS-DY-IDX) FROM WS-RUNNING.
           MOVE WS-RUNNING TO WS-PG-POSITION (WS-DY-IDX).
       6100-SUM-COLUMN-EXIT.
           EXIT.

       6110-ADD-LINE.
           IF WS-FL-INFLOW (WS-LN-IDX)
               ADD WS-PG-FLOW (WS-LN-IDX, WS-DY-IDX)
                   TO WS-PG-INFLOW (WS-DY-IDX)
           ELSE
               ADD WS-PG-FLOW (WS-LN-IDX, WS-DY-IDX)
                   TO WS-PG-OUTFLOW (WS-DY-IDX)
           END-IF.
       6110-ADD-LINE-EXIT.
           EXIT.

       6200-PRINT-FLOW-LINE.
           MOVE WS-FL-LABEL (WS-LN-IDX) TO WS-AL-LABEL.
           PERFORM 6210-MOVE-FLOW
               VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > 6.
           WRITE CASH-RPT-LINE FROM WS-AMOUNT-LINE.
       6200-PRINT-FLOW-LINE-EXIT.
           EXIT.

       6210-MOVE-FLOW.
           MOVE WS-PG-FLOW (WS-LN-IDX, WS-DY-IDX)
               TO WS-AL-AMOUNT (WS-DY-IDX).
       6210-MOVE-FLOW-EXIT.
           EXIT.

       6300-MOVE-INFLOW.
           MOVE WS-PG-INFLOW (WS-DY-IDX) TO WS-AL-AMOUNT (WS-DY-IDX).
       6300-MOVE-INFLOW-EXIT.
           EXIT.

       6310-MOVE-OUTFLOW.
           MOVE WS-PG-OUTFLOW (WS-DY-IDX) TO WS-AL-AMOUNT (WS-DY-IDX).
       6310-MOVE-OUTFLOW-EXIT.
           EXIT.

       6320-MOVE-NET.
           COMPUTE WS-AL-AMOUNT (WS-DY-IDX) =
               WS-PG-INFLOW (WS-DY-IDX) - WS-PG-OUTFLOW (WS-DY-IDX).
       6320-MOVE-NET-EXIT.
           EXIT.

       6330-MOVE-POSITION.
           MOVE WS-PG-POSITION (WS-DY-IDX)
               TO WS-AL-AMOUNT (WS-DY-IDX).
       6330-MOVE-POSITION-EXIT.
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

       8000-PRINT-TOTALS.
           MOVE SPACES TO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
           MOVE 'FLOWS PLACED IN THE FORECAST' TO WS-TL-LABEL.
           MOVE WS-TOT-FLOWS TO WS-TL-COUNT.
           WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FLOWS BEYOND THE FIFTH BUSINESS DAY' TO WS-TL-LABEL.
           MOVE WS-TOT-BEYOND TO WS-TL-COUNT.
           WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS FOR BANKS NOT ON CDC.BANKCTL' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-BANK TO WS-TL-COUNT.
           WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BANKS WITH NO PROVED OPENING POSITION'
               TO WS-TL-LABEL.
           MOVE WS-TOT-NO-OPENING TO WS-TL-COUNT.
           WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
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

      * The NACHA effective date (YYMMDD) as YYYYDDD in
      * WS-ITEM-DATE.  An entry with no effective date settles
      * today.
       8500-EFF-DATE-TO-JULIAN.
           IF EN-EFF-DATE NOT NUMERIC
              OR EN-EFF-DATE = ZERO
              OR EN-EFF-MM < 1 OR EN-EFF-MM > 12
               MOVE WS-RUN-DATE TO WS-ITEM-DATE
           ELSE
               COMPUTE WS-WORK-YEAR = 2000 + EN-EFF-YY
               MOVE WS-WORK-YEAR TO WS-EPOCH-YR
               PERFORM 8200-SET-DAYS-IN-YEAR
               MOVE EN-EFF-DD TO WS-WORK-DAY
               PERFORM 8510-ADD-PRIOR-MONTH
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX NOT < EN-EFF-MM
               MOVE WS-WORK-DATE TO WS-ITEM-DATE
           END-IF.
       8500-EFF-DATE-TO-JULIAN-EXIT.
           EXIT.

       8510-ADD-PRIOR-MONTH.
           ADD WS-MONTH-DAYS (WS-MO-IDX) TO WS-WORK-DAY.
       8510-ADD-PRIOR-MONTH-EXIT.
           EXIT.

       8910-NEXT-DAY.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           IF WS-WORK-DAY NOT < WS-DAYS-IN-YEAR
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-DAY
           END-IF.
       8910-NEXT-DAY-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CASH-PARM-FILE
                 PROOF-CTL-FILE
                 ZBA-TXL-FILE
                 ACH-ENTRY-FILE
                 DSDS-TXL-FILE
                 RTP-SETTLE-FILE
                 WIRE-ADVICE-FILE
                 CD-MAT-EXTRACT-FILE
                 LOAN-PAY-FILE
                 LOAN-ADV-FILE
                 AR-CHECKS-FILE
                 CASH-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
