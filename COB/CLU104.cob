       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CLU104.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CLU104 is the scheduled-payment companion to CLU102: the
      * sweep moves excess balances, but ordinary installments were
      * still mailed in by check or keyed by a teller as a transfer.
      *
      * AUTOPAY-FILE carries one agreement per loan (CL34 bank,
      * customer and loan number), the funding DDA, whether a fixed
      * amount or the loan's billed amount due is taken, and the
      * day of the month the installment falls due.  The master is
      * rolled forward to AUTOPAY-OUT each run.  Only status A
      * agreements are worked; any other status passes through --
      * among them C, cancelled by DSDS198 when the funding DDA
      * closes.
      *
      *  - AP-NEXT-DUE-DATE is the calendar due date of the next
      *    installment (a due day past the month's end falls on
      *    the last day).  Once that date, rolled through DSDS103
      *    to a business day of the DDA's bank, is reached, the
      *    installment opens as the current cycle and the next due
      *    date steps a month.  An agreement new to the file starts
      *    at this month's due date, or next month's when this
      *    month's has already gone by.
      *  - A D (amount due) agreement takes the loan's current bill
      *    off LOANDUE; with no bill, or a zero bill, nothing is
      *    debited and the cycle closes.
      *  - The DDA's available balance is NAH-EARN-BALANCE (see
      *    DSDSODB) less holds not yet released on HOLDMST and float
      *    not yet collected on FLOATPOS, as DSDS167 reckons it
      *    (overdraft protection room is not drawn for a loan
      *    payment).  Each payment taken reduces it, so two loans
      *    on one DDA cannot spend the same money.
      *  - When the available balance covers the installment, the
      *    DSDS-TRANSACTION-LONG debit (see DSDSTYP; code 585) goes
      *    to TXLOUT and the payment to LOANPAY, both exactly as
      *    CLU102 writes them.  Installments are taken whole,
      *    never in part.
      *  - When it does not, a shortfall notice goes to the DDA's
      *    owner on APNOTICE and the attempt is retried APPARM's
      *    retry days (2 when zero) business days later, up to
      *    APPARM's retry limit (3 when zero).  The notice after
      *    the last retry is marked final and the installment is
      *    left for the lending officer to collect.
      *  - A loan missing from CLS.CLST34_BR_AVAILABLE (see
      *    CURRDATE), or carrying a CL34-EXCEPTION, is not debited
      *    and reports; the cycle stays open and is tried again on
      *    the next run without using a retry.
      *
      * Every attempt prints on the auto-pay register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE       ASSIGN TO APAYMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-OUT        ASSIGN TO APAYMSO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-PARM-FILE  ASSIGN TO APPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CL34-FILE          ASSIGN TO CLST34
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-DUE-FILE      ASSIGN TO LOANDUE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-POS-FILE     ASSIGN TO FLOATPOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-PAY-FILE      ASSIGN TO LOANPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE        ASSIGN TO APNOTICE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-RPT        ASSIGN TO APAYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AUTOPAY-REC.
           05  AP-BANK-NBR             PIC 9(3).
           05  AP-CUST-NBR             PIC 9(7).
           05  AP-LOAN-NBR             PIC 9(4).
           05  AP-DDA-BANK-NO          PIC 99.
           05  AP-DDA-ACCT-ID          PIC 9(3).
           05  AP-DDA-ACCT-NO          PIC 9(9).
           05  AP-STATUS               PIC X.
               88  AP-ACTIVE                          VALUE 'A'.
               88  AP-CANCELLED                       VALUE 'C'.
           05  AP-AMT-TYPE             PIC X.
               88  AP-PAY-FIXED                       VALUE 'F'.
               88  AP-PAY-AMOUNT-DUE                  VALUE 'D'.
           05  AP-FIXED-AMT            PIC 9(11)V99.
           05  AP-DUE-DAY              PIC 99.
           05  AP-NEXT-DUE-DATE        PIC 9(7).
           05  AP-CYCLE-DUE-DATE       PIC 9(7).
           05  AP-CYCLE-AMT            PIC 9(11)V99.
           05  AP-RETRY-COUNT          PIC 99.
           05  AP-NEXT-TRY-DATE        PIC 9(7).
           05  AP-LAST-PAID-DATE       PIC 9(7).
           05  AP-LAST-PAID-AMT        PIC 9(11)V99.
           05  FILLER                  PIC X(19).

       FD  AUTOPAY-OUT
           RECORD CONTAINS 120 CHARACTERS.
       01  AUTOPAY-OUT-REC             PIC X(120).

       FD  AUTOPAY-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  AUTOPAY-PARM-REC.
           05  PM-RUN-DATE             PIC 9(7).
           05  PM-RETRY-DAYS           PIC 99.
           05  PM-MAX-RETRIES          PIC 99.
           05  FILLER                  PIC X(9).

       FD  CL34-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY CURRDATE.

      * The loan system's current bill, one row per loan.
       FD  LOAN-DUE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOAN-DUE-REC.
           05  LD-BANK-NBR             PIC 9(3).
           05  LD-CUST-NBR             PIC 9(7).
           05  LD-LOAN-NBR             PIC 9(4).
           05  LD-DUE-DATE             PIC 9(7).
           05  LD-AMT-DUE              PIC 9(11)V99.
           05  FILLER                  PIC X(6).

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-REC.
           05  HM-BANK-NO              PIC 99.
           05  HM-ACCT-ID              PIC 9(3).
           05  HM-ACCT-NO              PIC 9(9).
           05  HM-HOLD-TYPE            PIC X.
               88  HM-LEGAL-HOLD                      VALUE 'G'.
           05  HM-RELEASE-DATE         PIC 9(7).
           05  HM-HOLD-AMT             PIC 9(9)V99.
           05  HM-ONLINE-OPER-ID       PIC 9(5).
           05  HM-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  FLOAT-POS-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  FLOAT-POS-REC.
           05  FP-BANK-NO              PIC 99.
           05  FP-ACCT-ID              PIC 9(3).
           05  FP-ACCT-NO              PIC 9(9).
           05  FP-RELEASE-DATE         PIC 9(7).
           05  FP-AMOUNT               PIC 9(9)V99.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  LOAN-PAY-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  LOAN-PAY-REC.
           05  LP-BANK-NBR             PIC 9(3).
           05  LP-CUST-NBR             PIC 9(7).
           05  LP-LOAN-NBR             PIC 9(4).
           05  LP-PAYMENT-AMT          PIC 9(11)V99.

      * Shortfall notice to the DDA's owner.  NT-NEXT-TRY-DATE is
      * zero on the final notice.
       FD  NOTICE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  NOTICE-REC.
           05  NT-BANK-NBR             PIC 9(3).
           05  NT-CUST-NBR             PIC 9(7).
           05  NT-LOAN-NBR             PIC 9(4).
           05  NT-DDA-BANK-NO          PIC 99.
           05  NT-DDA-ACCT-ID          PIC 9(3).
           05  NT-DDA-ACCT-NO          PIC 9(9).
           05  NT-CUSTOMER-NAME        PIC X(40).
           05  NT-ADDR-LINE1           PIC X(40).
           05  NT-ADDR-LINE2           PIC X(40).
           05  NT-ADDR-LINE3           PIC X(40).
           05  NT-ADDR-LINE4           PIC X(40).
           05  NT-DUE-DATE             PIC 9(7).
           05  NT-PAYMENT-AMT          PIC 9(11)V99.
           05  NT-AVAIL-AMT            PIC 9(11)V99.
           05  NT-SHORT-AMT            PIC 9(11)V99.
           05  NT-ATTEMPT              PIC 99.
           05  NT-NEXT-TRY-DATE        PIC 9(7).
           05  NT-FINAL                PIC X.
               88  NT-FINAL-NOTICE                    VALUE 'Y'.
           05  NT-NOTICE-DATE          PIC 9(7).
           05  FILLER                  PIC X(9).

       FD  AUTOPAY-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  AUTOPAY-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AGR-EOF-SW           PIC X          VALUE 'N'.
               88  WS-AGR-EOF                         VALUE 'Y'.
           05  WS-CL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CL-EOF                          VALUE 'Y'.
           05  WS-LD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LD-EOF                          VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-FLT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FLT-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-ACCT-FOUND                      VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LD-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LD-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AV-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AV-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-LOAN-TABLE.
           05  WS-CL-ENTRY             OCCURS 5000 TIMES.
               10  WS-CL-BANK-NBR      PIC 9(3).
               10  WS-CL-CUST-NBR      PIC 9(7).
               10  WS-CL-LOAN-NBR      PIC 9(4).
               10  WS-CL-EXCEPT-SW     PIC X.
                   88  WS-CL-HAS-EXCEPTION            VALUE 'Y'.

       01  WS-BILL-TABLE.
           05  WS-LD-ENTRY             OCCURS 5000 TIMES.
               10  WS-LD-BANK-NBR      PIC 9(3).
               10  WS-LD-CUST-NBR      PIC 9(7).
               10  WS-LD-LOAN-NBR      PIC 9(4).
               10  WS-LD-AMT-DUE       PIC S9(11)V99  COMP-3.

      * One entry per NOW header account: what the account can pay
      * from tonight, drawn down as payments are taken.
       01  WS-AVAIL-TABLE.
           05  WS-AV-ENTRY             OCCURS 10000 TIMES.
               10  WS-AV-BANK-NO       PIC 99.
               10  WS-AV-ACCT-ID       PIC 9(3).
               10  WS-AV-ACCT-NO       PIC 9(9).
               10  WS-AV-AVAIL         PIC S9(11)V99  COMP-3.

       01  WS-KEY-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-KEY-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-KEY-ACCT-NO              PIC 9(9)       VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RETRY-DAYS               PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-MAX-RETRIES              PIC 99         VALUE ZERO.
       01  WS-ROLL-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-CUR-DUE-DATE             PIC 9(7)       VALUE ZERO.
       01  WS-NEXT-TRY                 PIC 9(7)       VALUE ZERO.
       01  WS-AVAILABLE                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SHORT-AMT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

      * Date work: YYYYDDD, with the month and day of month it
      * falls on.
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

       COPY CIFU032P.

       01  WS-TOTALS.
           05  WS-TOT-AGREEMENTS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-INACTIVE         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-BAD-DAY          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-CYCLES           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-BILL          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PAID             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PAID-RETRY       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RETRY            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-EXHAUSTED        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SKIPPED          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NOTICES          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-ADDR          PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(40)      VALUE
               'CLU104 - LOAN AUTO-PAY REGISTER         '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(85)      VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-RL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' CUST: '.
           05  WS-RL-CUST              PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' LOAN: '.
           05  WS-RL-LOAN              PIC 9(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-TEXT              PIC X(30).
           05  WS-RL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE '  DUE: '.
           05  WS-RL-DUE               PIC 9(7).
           05  FILLER                  PIC X(8)       VALUE
               '  RETRY '.
           05  WS-RL-NEXT-TRY          PIC 9(7).
           05  FILLER                  PIC X(21)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-AGREEMENT
               UNTIL WS-AGR-EOF.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  AUTOPAY-FILE
                       AUTOPAY-PARM-FILE
                       CL34-FILE
                       LOAN-DUE-FILE
                       NOW-FILE
                       HOLD-MASTER-FILE
                       FLOAT-POS-FILE
                OUTPUT AUTOPAY-OUT
                       TXL-OUT-FILE
                       LOAN-PAY-FILE
                       NOTICE-FILE
                       AUTOPAY-RPT.
           READ AUTOPAY-PARM-FILE.
           MOVE PM-RUN-DATE TO WS-RUN-DATE.
           MOVE PM-RETRY-DAYS TO WS-RETRY-DAYS.
           IF WS-RETRY-DAYS = ZERO
               MOVE 2 TO WS-RETRY-DAYS
           END-IF.
           MOVE PM-MAX-RETRIES TO WS-MAX-RETRIES.
           IF WS-MAX-RETRIES = ZERO
               MOVE 3 TO WS-MAX-RETRIES
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE AUTOPAY-RPT-LINE FROM WS-RPT-HDG.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-LOAN-TABLE
               UNTIL WS-CL-EOF.
           READ LOAN-DUE-FILE
               AT END MOVE 'Y' TO WS-LD-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-BILL
               UNTIL WS-LD-EOF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-ACCOUNT
               UNTIL WS-NOW-EOF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 1400-APPLY-HOLD
               UNTIL WS-HOLD-EOF.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLT-EOF-SW
           END-READ.
           PERFORM 1500-APPLY-FLOAT
               UNTIL WS-FLT-EOF.
           READ AUTOPAY-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-LOAN-TABLE.
           ADD 1 TO WS-CL-COUNT.
           MOVE WS-CL-COUNT TO WS-CL-IDX.
           MOVE CL34-BANK-NBR TO WS-CL-BANK-NBR (WS-CL-IDX).
           MOVE CL34-CUST-NBR TO WS-CL-CUST-NBR (WS-CL-IDX).
           MOVE CL34-LOAN-NBR TO WS-CL-LOAN-NBR (WS-CL-IDX).
           IF CL34-EXCEPTION = SPACES
               MOVE 'N' TO WS-CL-EXCEPT-SW (WS-CL-IDX)
           ELSE
               MOVE 'Y' TO WS-CL-EXCEPT-SW (WS-CL-IDX)
           END-IF.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
       1100-LOAD-LOAN-TABLE-EXIT.
           EXIT.

       1200-LOAD-BILL.
           ADD 1 TO WS-LD-COUNT.
           MOVE WS-LD-COUNT TO WS-LD-IDX.
           MOVE LD-BANK-NBR TO WS-LD-BANK-NBR (WS-LD-IDX).
           MOVE LD-CUST-NBR TO WS-LD-CUST-NBR (WS-LD-IDX).
           MOVE LD-LOAN-NBR TO WS-LD-LOAN-NBR (WS-LD-IDX).
           MOVE LD-AMT-DUE  TO WS-LD-AMT-DUE (WS-LD-IDX).
           READ LOAN-DUE-FILE
               AT END MOVE 'Y' TO WS-LD-EOF-SW
           END-READ.
       1200-LOAD-BILL-EXIT.
           EXIT.

       1300-LOAD-ACCOUNT.
           ADD 1 TO WS-AV-COUNT.
           MOVE WS-AV-COUNT TO WS-AV-IDX.
           MOVE NAH-BANK-NO      TO WS-AV-BANK-NO (WS-AV-IDX).
           MOVE NAH-ACCT-ID      TO WS-AV-ACCT-ID (WS-AV-IDX).
           MOVE NAH-ACCT-NO      TO WS-AV-ACCT-NO (WS-AV-IDX).
           MOVE NAH-EARN-BALANCE TO WS-AV-AVAIL (WS-AV-IDX).
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1300-LOAD-ACCOUNT-EXIT.
           EXIT.

      * A legal hold (type G) stays on HOLDMST past its release date
      * until DSDS168 has remitted the funds, and is in force until
      * then.
       1400-APPLY-HOLD.
           IF HM-LEGAL-HOLD
              OR HM-RELEASE-DATE = ZERO
              OR HM-RELEASE-DATE > WS-RUN-DATE
               MOVE HM-BANK-NO TO WS-KEY-BANK-NO
               MOVE HM-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE HM-ACCT-NO TO WS-KEY-ACCT-NO
               PERFORM 2600-FIND-ACCOUNT
               IF WS-ACCT-FOUND
                   SUBTRACT HM-HOLD-AMT
                       FROM WS-AV-AVAIL (WS-AV-IDX)
               END-IF
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       1400-APPLY-HOLD-EXIT.
           EXIT.

       1500-APPLY-FLOAT.
           IF FP-RELEASE-DATE > WS-RUN-DATE
               MOVE FP-BANK-NO TO WS-KEY-BANK-NO
               MOVE FP-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE FP-ACCT-NO TO WS-KEY-ACCT-NO
               PERFORM 2600-FIND-ACCOUNT
               IF WS-ACCT-FOUND
                   SUBTRACT FP-AMOUNT
                       FROM WS-AV-AVAIL (WS-AV-IDX)
               END-IF
           END-IF.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLT-EOF-SW
           END-READ.
       1500-APPLY-FLOAT-EXIT.
           EXIT.

       2000-WORK-AGREEMENT.
           ADD 1 TO WS-TOT-AGREEMENTS.
           MOVE ZERO TO WS-NEXT-TRY.
           IF NOT AP-ACTIVE
               ADD 1 TO WS-TOT-INACTIVE
           ELSE
               IF AP-DUE-DAY < 1
                  OR AP-DUE-DAY > 31
                   ADD 1 TO WS-TOT-BAD-DAY
                   MOVE AP-CYCLE-DUE-DATE TO WS-CUR-DUE-DATE
                   MOVE 'INVALID DUE DAY - NOT WORKED  ' TO WS-RL-TEXT
                   MOVE ZERO TO WS-RL-AMOUNT
                   PERFORM 8100-PRINT-REGISTER
               ELSE
                   PERFORM 2100-SCHEDULE-CYCLE
                   IF AP-CYCLE-DUE-DATE > ZERO
                      AND AP-NEXT-TRY-DATE NOT > WS-RUN-DATE
                       PERFORM 3000-ATTEMPT-PAYMENT
                   END-IF
               END-IF
           END-IF.
           WRITE AUTOPAY-OUT-REC FROM AUTOPAY-REC.
           READ AUTOPAY-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-SW
           END-READ.
       2000-WORK-AGREEMENT-EXIT.
           EXIT.

      * With no installment in hand, the next one opens once its
      * due date, rolled to a business day, has come.
       2100-SCHEDULE-CYCLE.
           IF AP-NEXT-DUE-DATE = ZERO
               PERFORM 2150-SET-FIRST-DUE
           END-IF.
           IF AP-CYCLE-DUE-DATE = ZERO
               MOVE AP-NEXT-DUE-DATE TO WS-ROLL-DATE
               PERFORM 8700-ROLL-TO-BUSINESS-DAY
               IF WS-ROLL-DATE NOT > WS-RUN-DATE
                   PERFORM 2200-OPEN-CYCLE
               END-IF
           END-IF.
       2100-SCHEDULE-CYCLE-EXIT.
           EXIT.

       2150-SET-FIRST-DUE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8500-SPLIT-DATE.
           PERFORM 8600-BUILD-DUE-DATE.
           IF WS-WORK-DATE < WS-RUN-DATE
               PERFORM 8650-NEXT-MONTH-DUE
           END-IF.
           MOVE WS-WORK-DATE TO AP-NEXT-DUE-DATE.
       2150-SET-FIRST-DUE-EXIT.
           EXIT.

       2200-OPEN-CYCLE.
           ADD 1 TO WS-TOT-CYCLES.
           MOVE WS-ROLL-DATE TO AP-CYCLE-DUE-DATE.
           MOVE ZERO TO AP-RETRY-COUNT.
           MOVE WS-RUN-DATE TO AP-NEXT-TRY-DATE.
           IF AP-PAY-AMOUNT-DUE
               PERFORM 2300-FIND-BILL
               IF WS-FOUND
                   MOVE WS-LD-AMT-DUE (WS-LD-IDX) TO AP-CYCLE-AMT
               ELSE
                   MOVE ZERO TO AP-CYCLE-AMT
               END-IF
           ELSE
               MOVE AP-FIXED-AMT TO AP-CYCLE-AMT
           END-IF.
           MOVE AP-NEXT-DUE-DATE TO WS-WORK-DATE.
           PERFORM 8500-SPLIT-DATE.
           PERFORM 8650-NEXT-MONTH-DUE.
           MOVE WS-WORK-DATE TO AP-NEXT-DUE-DATE.
           IF AP-CYCLE-AMT = ZERO
               ADD 1 TO WS-TOT-NO-BILL
               MOVE AP-CYCLE-DUE-DATE TO WS-CUR-DUE-DATE
               MOVE ZERO TO AP-CYCLE-DUE-DATE
                            AP-NEXT-TRY-DATE
               MOVE 'NO AMOUNT DUE - NOT DEBITED   ' TO WS-RL-TEXT
               MOVE ZERO TO WS-RL-AMOUNT
               PERFORM 8100-PRINT-REGISTER
           END-IF.
       2200-OPEN-CYCLE-EXIT.
           EXIT.

       2300-FIND-BILL.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-BILL-TABLE
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LD-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-LD-IDX
           END-IF.
       2300-FIND-BILL-EXIT.
           EXIT.

       2310-SCAN-BILL-TABLE.
           IF AP-BANK-NBR = WS-LD-BANK-NBR (WS-LD-IDX)
              AND AP-CUST-NBR = WS-LD-CUST-NBR (WS-LD-IDX)
              AND AP-LOAN-NBR = WS-LD-LOAN-NBR (WS-LD-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-BILL-TABLE-EXIT.
           EXIT.

       2400-FIND-LOAN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2410-SCAN-LOAN-TABLE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CL-IDX
           END-IF.
       2400-FIND-LOAN-EXIT.
           EXIT.

       2410-SCAN-LOAN-TABLE.
           IF AP-BANK-NBR = WS-CL-BANK-NBR (WS-CL-IDX)
              AND AP-CUST-NBR = WS-CL-CUST-NBR (WS-CL-IDX)
              AND AP-LOAN-NBR = WS-CL-LOAN-NBR (WS-CL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2410-SCAN-LOAN-TABLE-EXIT.
           EXIT.

       2600-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM 2610-SCAN-AVAIL-TABLE
               VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-COUNT
                  OR WS-ACCT-FOUND.
           IF WS-ACCT-FOUND
               SUBTRACT 1 FROM WS-AV-IDX
           END-IF.
       2600-FIND-ACCOUNT-EXIT.
           EXIT.

       2610-SCAN-AVAIL-TABLE.
           IF WS-KEY-BANK-NO = WS-AV-BANK-NO (WS-AV-IDX)
              AND WS-KEY-ACCT-ID = WS-AV-ACCT-ID (WS-AV-IDX)
              AND WS-KEY-ACCT-NO = WS-AV-ACCT-NO (WS-AV-IDX)
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-IF.
       2610-SCAN-AVAIL-TABLE-EXIT.
           EXIT.

       3000-ATTEMPT-PAYMENT.
           MOVE AP-CYCLE-DUE-DATE TO WS-CUR-DUE-DATE.
           PERFORM 2400-FIND-LOAN.
           IF NOT WS-FOUND
               ADD 1 TO WS-TOT-SKIPPED
               MOVE 'LOAN NOT ON CL34 - NOT DEBITED' TO WS-RL-TEXT
               MOVE AP-CYCLE-AMT TO WS-RL-AMOUNT
               PERFORM 8100-PRINT-REGISTER
           ELSE
               IF WS-CL-HAS-EXCEPTION (WS-CL-IDX)
                   ADD 1 TO WS-TOT-SKIPPED
                   MOVE 'EXCEPTION CONDITION - SKIPPED '
                       TO WS-RL-TEXT
                   MOVE AP-CYCLE-AMT TO WS-RL-AMOUNT
                   PERFORM 8100-PRINT-REGISTER
               ELSE
                   PERFORM 3100-CHECK-FUNDS
               END-IF
           END-IF.
       3000-ATTEMPT-PAYMENT-EXIT.
           EXIT.

      * A DDA not on the NOW header file has nothing available.
       3100-CHECK-FUNDS.
           MOVE AP-DDA-BANK-NO TO WS-KEY-BANK-NO.
           MOVE AP-DDA-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE AP-DDA-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 2600-FIND-ACCOUNT.
           IF WS-ACCT-FOUND
               MOVE WS-AV-AVAIL (WS-AV-IDX) TO WS-AVAILABLE
           ELSE
               MOVE ZERO TO WS-AVAILABLE
           END-IF.
           IF WS-ACCT-FOUND
              AND WS-AVAILABLE NOT < AP-CYCLE-AMT
               PERFORM 3200-POST-PAYMENT
           ELSE
               PERFORM 3300-SHORTFALL
           END-IF.
       3100-CHECK-FUNDS-EXIT.
           EXIT.

       3200-POST-PAYMENT.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE AP-DDA-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE AP-DDA-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE AP-DDA-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE 585 TO DSDSTXL-CODE.
           MOVE AP-CYCLE-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE 'LOAN AUTO PAYMENT         ' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
           MOVE AP-BANK-NBR TO LP-BANK-NBR.
           MOVE AP-CUST-NBR TO LP-CUST-NBR.
           MOVE AP-LOAN-NBR TO LP-LOAN-NBR.
           MOVE AP-CYCLE-AMT TO LP-PAYMENT-AMT.
           WRITE LOAN-PAY-REC.
           SUBTRACT AP-CYCLE-AMT FROM WS-AV-AVAIL (WS-AV-IDX).
           IF AP-RETRY-COUNT > ZERO
               ADD 1 TO WS-TOT-PAID-RETRY
               MOVE 'PAID FROM DDA ON RETRY        ' TO WS-RL-TEXT
           ELSE
               MOVE 'PAID FROM DDA                 ' TO WS-RL-TEXT
           END-IF.
           ADD 1 TO WS-TOT-PAID.
           MOVE AP-CYCLE-AMT TO WS-RL-AMOUNT.
           MOVE WS-RUN-DATE TO AP-LAST-PAID-DATE.
           MOVE AP-CYCLE-AMT TO AP-LAST-PAID-AMT.
           MOVE ZERO TO AP-CYCLE-DUE-DATE
                        AP-CYCLE-AMT
                        AP-RETRY-COUNT
                        AP-NEXT-TRY-DATE.
           PERFORM 8100-PRINT-REGISTER.
       3200-POST-PAYMENT-EXIT.
           EXIT.

      * Short: schedule the next attempt, or give the installment
      * up once the retries are spent, and tell the customer.
       3300-SHORTFALL.
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF.
           COMPUTE WS-SHORT-AMT = AP-CYCLE-AMT - WS-AVAILABLE.
           ADD 1 TO AP-RETRY-COUNT.
           IF AP-RETRY-COUNT > WS-MAX-RETRIES
               ADD 1 TO WS-TOT-EXHAUSTED
               MOVE ZERO TO WS-NEXT-TRY
               MOVE 'SHORT - RETRIES EXHAUSTED     ' TO WS-RL-TEXT
           ELSE
               ADD 1 TO WS-TOT-RETRY
               PERFORM 8800-SET-NEXT-TRY
               MOVE 'SHORT - RETRY SCHEDULED       ' TO WS-RL-TEXT
           END-IF.
           PERFORM 3400-SEND-NOTICE.
           MOVE WS-SHORT-AMT TO WS-RL-AMOUNT.
           PERFORM 8100-PRINT-REGISTER.
           IF WS-NEXT-TRY = ZERO
               MOVE ZERO TO AP-CYCLE-DUE-DATE
                            AP-CYCLE-AMT
                            AP-RETRY-COUNT
                            AP-NEXT-TRY-DATE
           ELSE
               MOVE WS-NEXT-TRY TO AP-NEXT-TRY-DATE
           END-IF.
       3300-SHORTFALL-EXIT.
           EXIT.

       3400-SEND-NOTICE.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE AP-DDA-BANK-NO TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE AP-DDA-ACCT-ID TO U010-FILE-KEY (1:3).
           MOVE AP-DDA-ACCT-NO TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +4 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               PERFORM 3410-WRITE-NOTICE
           ELSE
               ADD 1 TO WS-TOT-NO-ADDR
               MOVE 'NO ADDRESS - NOTICE NOT SENT  ' TO WS-RL-TEXT
               MOVE WS-SHORT-AMT TO WS-RL-AMOUNT
               PERFORM 8100-PRINT-REGISTER
           END-IF.
       3400-SEND-NOTICE-EXIT.
           EXIT.

       3410-WRITE-NOTICE.
           MOVE SPACES TO NOTICE-REC.
           MOVE AP-BANK-NBR           TO NT-BANK-NBR.
           MOVE AP-CUST-NBR           TO NT-CUST-NBR.
           MOVE AP-LOAN-NBR           TO NT-LOAN-NBR.
           MOVE AP-DDA-BANK-NO        TO NT-DDA-BANK-NO.
           MOVE AP-DDA-ACCT-ID        TO NT-DDA-ACCT-ID.
           MOVE AP-DDA-ACCT-NO        TO NT-DDA-ACCT-NO.
           MOVE U010-CUSTOMER-NAME    TO NT-CUSTOMER-NAME.
           MOVE U010-NAME-ADDRESS (1) TO NT-ADDR-LINE1.
           MOVE U010-NAME-ADDRESS (2) TO NT-ADDR-LINE2.
           MOVE U010-NAME-ADDRESS (3) TO NT-ADDR-LINE3.
           MOVE U010-NAME-ADDRESS (4) TO NT-ADDR-LINE4.
           MOVE AP-CYCLE-DUE-DATE     TO NT-DUE-DATE.
           MOVE AP-CYCLE-AMT          TO NT-PAYMENT-AMT.
           MOVE WS-AVAILABLE          TO NT-AVAIL-AMT.
           MOVE WS-SHORT-AMT          TO NT-SHORT-AMT.
           MOVE AP-RETRY-COUNT        TO NT-ATTEMPT.
           MOVE WS-NEXT-TRY           TO NT-NEXT-TRY-DATE.
           IF WS-NEXT-TRY = ZERO
               MOVE 'Y' TO NT-FINAL
           ELSE
               MOVE 'N' TO NT-FINAL
           END-IF.
           MOVE WS-RUN-DATE           TO NT-NOTICE-DATE.
           WRITE NOTICE-REC.
           ADD 1 TO WS-TOT-NOTICES.
       3410-WRITE-NOTICE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO AUTOPAY-RPT-LINE.
           WRITE AUTOPAY-RPT-LINE.
           MOVE 'AGREEMENTS ON FILE' TO WS-TL-LABEL.
           MOVE WS-TOT-AGREEMENTS TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AGREEMENTS NOT ACTIVE' TO WS-TL-LABEL.
           MOVE WS-TOT-INACTIVE TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'AGREEMENTS WITH AN INVALID DUE DAY' TO WS-TL-LABEL.
           MOVE WS-TOT-BAD-DAY TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INSTALLMENTS FALLEN DUE' TO WS-TL-LABEL.
           MOVE WS-TOT-CYCLES TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INSTALLMENTS WITH NO AMOUNT DUE' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-BILL TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYMENTS DEBITED' TO WS-TL-LABEL.
           MOVE WS-TOT-PAID TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH ON A RETRY' TO WS-TL-LABEL.
           MOVE WS-TOT-PAID-RETRY TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHORTFALLS - RETRY SCHEDULED' TO WS-TL-LABEL.
           MOVE WS-TOT-RETRY TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHORTFALLS - RETRIES EXHAUSTED' TO WS-TL-LABEL.
           MOVE WS-TOT-EXHAUSTED TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - LOAN EXCEPTION OR NOT ON CL34'
               TO WS-TL-LABEL.
           MOVE WS-TOT-SKIPPED TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHORTFALL NOTICES WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-NOTICES TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOTICES NOT SENT - NO ADDRESS' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-ADDR TO WS-TL-COUNT.
           WRITE AUTOPAY-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-REGISTER.
           MOVE AP-BANK-NBR TO WS-RL-BANK.
           MOVE AP-CUST-NBR TO WS-RL-CUST.
           MOVE AP-LOAN-NBR TO WS-RL-LOAN.
           MOVE WS-CUR-DUE-DATE TO WS-RL-DUE.
           MOVE WS-NEXT-TRY TO WS-RL-NEXT-TRY.
           WRITE AUTOPAY-RPT-LINE FROM WS-REGISTER-LINE.
       8100-PRINT-REGISTER-EXIT.
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

      * The agreement's due day in month WS-DW-MONTH of year
      * WS-WORK-YEAR, held to the month's last day, as YYYYDDD.
       8600-BUILD-DUE-DATE.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           IF AP-DUE-DAY > WS-MONTH-DAYS (WS-DW-MONTH)
               MOVE WS-MONTH-DAYS (WS-DW-MONTH) TO WS-WORK-DAY
           ELSE
               MOVE AP-DUE-DAY TO WS-WORK-DAY
           END-IF.
           PERFORM 8610-ADD-PRIOR-MONTH
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX NOT < WS-DW-MONTH.
       8600-BUILD-DUE-DATE-EXIT.
           EXIT.

       8610-ADD-PRIOR-MONTH.
           ADD WS-MONTH-DAYS (WS-MO-IDX) TO WS-WORK-DAY.
       8610-ADD-PRIOR-MONTH-EXIT.
           EXIT.

       8650-NEXT-MONTH-DUE.
           ADD 1 TO WS-DW-MONTH.
           IF WS-DW-MONTH > 12
               MOVE 1 TO WS-DW-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF.
           PERFORM 8600-BUILD-DUE-DATE.
       8650-NEXT-MONTH-DUE-EXIT.
           EXIT.

      * DSDS103 counts business days forward, so starting one
      * calendar day back and asking for one business day forward
      * yields the date itself when it's a business day and the
      * next business day when it isn't.  Should the service not
      * know the bank, the calendar date stands.
       8700-ROLL-TO-BUSINESS-DAY.
           MOVE WS-ROLL-DATE TO WS-WORK-DATE.
           IF WS-WORK-DAY = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE WS-WORK-YEAR TO WS-EPOCH-YR
               PERFORM 8200-SET-DAYS-IN-YEAR
               MOVE WS-DAYS-IN-YEAR TO WS-WORK-DAY
           ELSE
               SUBTRACT 1 FROM WS-WORK-DAY
           END-IF.
           MOVE AP-DDA-BANK-NO TO BDL-BANK-NO.
           MOVE WS-WORK-DATE TO BDL-START-DATE.
           MOVE +1 TO BDL-BUS-DAYS-FWD.
           MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE.
           CALL 'DSDS103' USING BDL-PARM-AREA.
           IF BDL-SUCCESS
               MOVE BDL-RESULT-DATE TO WS-ROLL-DATE
           END-IF.
       8700-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

      * The retry falls the parm's retry days in business days
      * after tonight.  Should the service not know the bank, the
      * attempt is simply repeated on the next run.
       8800-SET-NEXT-TRY.
           MOVE AP-DDA-BANK-NO TO BDL-BANK-NO.
           MOVE WS-RUN-DATE TO BDL-START-DATE.
           MOVE WS-RETRY-DAYS TO BDL-BUS-DAYS-FWD.
           MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE.
           CALL 'DSDS103' USING BDL-PARM-AREA.
           IF BDL-SUCCESS
               MOVE BDL-RESULT-DATE TO WS-NEXT-TRY
           ELSE
               MOVE WS-RUN-DATE TO WS-NEXT-TRY
           END-IF.
       8800-SET-NEXT-TRY-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUTOPAY-FILE
                 AUTOPAY-OUT
                 AUTOPAY-PARM-FILE
                 CL34-FILE
                 LOAN-DUE-FILE
                 NOW-FILE
                 HOLD-MASTER-FILE
                 FLOAT-POS-FILE
                 TXL-OUT-FILE
                 LOAN-PAY-FILE
                 NOTICE-FILE
                 AUTOPAY-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
