       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS204.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS204 executes standing orders -- the recurring transfers
      * customers set up at a branch ("move $200 to savings every
      * payday", "add to my CD on the 1st") that have been kept on
      * tickler cards.  It follows CLU104's auto-pay cycle.
      *
      * SOMAST carries one order per from-account and order
      * sequence, rolled forward to SOMASTO each run.  Only status
      * A orders are worked; an order whose end date has passed
      * moves to status E, and any other status passes through --
      * among them C, cancelled by DSDS198 when the account paying
      * or receiving the order closes.
      * An order pays to one of three kinds of account:
      *
      *   D  a DSDS deposit account -- a debit on SOPARM's transfer
      *      debit code and a credit on its transfer credit code,
      *      both to TXLOUT;
      *   L  a commercial loan -- the code 585 debit to TXLOUT and
      *      the payment to LOANPAY, exactly as CLU102 writes them;
      *   C  a certificate of deposit -- a debit on SOPARM's CD
      *      debit code to TXLOUT and the addition to CDADDS for
      *      the CD system.
      *
      * The amount is either fixed (F) or a sweep to balance (S),
      * which moves whatever the from-account has available above
      * SO-AMOUNT; a sweep with nothing above it moves nothing and
      * is not a failure.  The frequency is one of
      *
      *   W  weekly, from the start date;
      *   S  semi-monthly, on SO-DAY-1 and SO-DAY-2 of the month;
      *   M  monthly, on SO-DAY-1;
      *   B  business day of month -- the SO-DAY-1th business day,
      *      counted as PROC-BUS-DAY-OF-MO counts it (see DSDSSACX).
      *
      * A day past the month's end falls on the last day.  Each
      * calendar due date is rolled through DSDS103 to a business
      * day of the from-account's bank before it can open, so an
      * order never executes on a weekend or holiday; the first due
      * date is the first on or after the start date.
      *
      * The from-account's available balance is NAH-EARN-BALANCE
      * (see DSDSODB) less holds not yet released (HOLDMST) and
      * float not yet collected (FLOATPOS), as CLU104 reckons it,
      * drawn down by each order taken and raised by each transfer
      * credited to it tonight.  A fixed amount is taken whole or
      * not at all.  When it is short, a notice goes to the
      * from-account's owner on SONOTICE and the order is retried
      * SOPARM's retry days (2 when zero) business days later, up
      * to its retry limit (3 when zero); the notice after the last
      * retry is marked final and the occurrence is given up.  A
      * receiving account that is not on file -- not on NOWHDR, not
      * on CLS.CLST34_BR_AVAILABLE (see CURRDATE) or carrying a
      * CL34-EXCEPTION, or not on the CD maturity extract with a
      * maturity after tonight -- is not paid and reports; the
      * occurrence stays open without using a retry.
      *
      * Every attempt prints on the standing-order register, and
      * SOFCST forecasts every active order's occurrences over the
      * next SOPARM forecast days (30 when zero), rolled to the
      * business day each will execute on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE         ASSIGN TO SOMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-OUT          ASSIGN TO SOMASTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-PARM-FILE    ASSIGN TO SOPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CL34-FILE          ASSIGN TO CLST34
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-MAT-EXTRACT-FILE ASSIGN TO CDMATEXT
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
           SELECT CD-ADD-FILE        ASSIGN TO CDADDS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE        ASSIGN TO SONOTICE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-RPT          ASSIGN TO SORPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-RPT       ASSIGN TO SOFCST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  ORDER-REC.
           05  SO-BANK-NO              PIC 99.
           05  SO-ACCT-ID              PIC 9(3).
           05  SO-ACCT-NO              PIC 9(9).
           05  SO-ORDER-SEQ            PIC 9(3).
           05  SO-STATUS               PIC X.
               88  SO-ACTIVE                          VALUE 'A'.
               88  SO-ENDED                           VALUE 'E'.
               88  SO-CANCELLED                       VALUE 'C'.
           05  SO-TO-TYPE              PIC X.
               88  SO-TO-DEPOSIT                      VALUE 'D'.
               88  SO-TO-LOAN                         VALUE 'L'.
               88  SO-TO-CD                           VALUE 'C'.
           05  SO-TO-KEY               PIC X(20).
           05  SO-TO-DEPOSIT-KEY REDEFINES SO-TO-KEY.
               10  SO-TO-BANK-NO       PIC 99.
               10  SO-TO-ACCT-ID       PIC 9(3).
               10  SO-TO-ACCT-NO       PIC 9(9).
               10  FILLER              PIC X(6).
           05  SO-TO-LOAN-KEY REDEFINES SO-TO-KEY.
               10  SO-TO-LOAN-BANK-NBR PIC 9(3).
               10  SO-TO-CUST-NBR      PIC 9(7).
               10  SO-TO-LOAN-NBR      PIC 9(4).
               10  FILLER              PIC X(6).
           05  SO-TO-CD-KEY REDEFINES SO-TO-KEY.
               10  SO-TO-CD-BANK-NBR   PIC 9(3).
               10  SO-TO-CD-ACCT-NBR   PIC 9(10).
               10  FILLER              PIC X(7).
           05  SO-AMT-TYPE             PIC X.
               88  SO-FIXED-AMOUNT                    VALUE 'F'.
               88  SO-SWEEP-TO-BALANCE                VALUE 'S'.
           05  SO-AMOUNT               PIC 9(11)V99.
           05  SO-FREQUENCY            PIC X.
               88  SO-WEEKLY                          VALUE 'W'.
               88  SO-SEMI-MONTHLY                    VALUE 'S'.
               88  SO-MONTHLY                         VALUE 'M'.
               88  SO-BUS-DAY-OF-MONTH                VALUE 'B'.
           05  SO-DAY-1                PIC 99.
           05  SO-DAY-2                PIC 99.
           05  SO-START-DATE           PIC 9(7).
           05  SO-END-DATE             PIC 9(7).
           05  SO-NEXT-DUE-DATE        PIC 9(7).
           05  SO-CYCLE-DUE-DATE       PIC 9(7).
           05  SO-RETRY-COUNT          PIC 99.
           05  SO-NEXT-TRY-DATE        PIC 9(7).
           05  SO-LAST-PAID-DATE       PIC 9(7).
           05  SO-LAST-PAID-AMT        PIC 9(11)V99.
           05  SO-OPEN-OPER-ID         PIC 9(5).
           05  FILLER                  PIC X(30).

       FD  ORDER-OUT
           RECORD CONTAINS 150 CHARACTERS.
       01  ORDER-OUT-REC               PIC X(150).

       FD  ORDER-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ORDER-PARM-REC.
           05  SP-RUN-DATE             PIC 9(7).
           05  SP-RETRY-DAYS           PIC 99.
           05  SP-MAX-RETRIES          PIC 99.
           05  SP-FORECAST-DAYS        PIC 9(3).
           05  SP-XFER-DEBIT-CODE      PIC 9(3).
           05  SP-XFER-CREDIT-CODE     PIC 9(3).
           05  SP-CD-DEBIT-CODE        PIC 9(3).
           05  FILLER                  PIC X(7).

       FD  CL34-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY CURRDATE.

       FD  CD-MAT-EXTRACT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  CD-MAT-EXTRACT-REC.
           05  CME-BANK-NBR            PIC 9(3).
           05  CME-ACCT-NBR            PIC 9(10).
           05  CME-MATURITY-DATE       PIC 9(7).
           05  CME-BALANCE             PIC 9(11)V99.

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

      * Additions to certificates, for the CD system to apply.
       FD  CD-ADD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CD-ADD-REC.
           05  CA-BANK-NBR             PIC 9(3).
           05  CA-ACCT-NBR             PIC 9(10).
           05  CA-EFF-DATE             PIC 9(7).
           05  CA-ADD-AMT              PIC 9(11)V99.
           05  FILLER                  PIC X(7).

      * Shortfall notice to the from-account's owner.
      * SN-NEXT-TRY-DATE is zero on the final notice.
       FD  NOTICE-FILE
           RECORD CONTAINS 320 CHARACTERS.
       01  NOTICE-REC.
           05  SN-BANK-NO              PIC 99.
           05  SN-ACCT-ID              PIC 9(3).
           05  SN-ACCT-NO              PIC 9(9).
           05  SN-ORDER-SEQ            PIC 9(3).
           05  SN-TO-TYPE              PIC X.
           05  SN-TO-KEY               PIC X(20).
           05  SN-CUSTOMER-NAME        PIC X(40).
           05  SN-ADDR-LINE1           PIC X(40).
           05  SN-ADDR-LINE2           PIC X(40).
           05  SN-ADDR-LINE3           PIC X(40).
           05  SN-ADDR-LINE4           PIC X(40).
           05  SN-DUE-DATE             PIC 9(7).
           05  SN-ORDER-AMT            PIC 9(11)V99.
           05  SN-AVAIL-AMT            PIC 9(11)V99.
           05  SN-SHORT-AMT            PIC 9(11)V99.
           05  SN-ATTEMPT              PIC 99.
           05  SN-NEXT-TRY-DATE        PIC 9(7).
           05  SN-FINAL                PIC X.
               88  SN-FINAL-NOTICE                    VALUE 'Y'.
           05  SN-NOTICE-DATE          PIC 9(7).
           05  FILLER                  PIC X(19).

       FD  ORDER-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ORDER-RPT-LINE              PIC X(132).

       FD  FORECAST-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FORECAST-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ORD-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ORD-EOF                         VALUE 'Y'.
           05  WS-CL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CL-EOF                          VALUE 'Y'.
           05  WS-CD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CD-EOF                          VALUE 'Y'.
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
           05  WS-VALID-SW             PIC X          VALUE 'N'.
               88  WS-VALID-ORDER                     VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CD-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CD-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AV-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AV-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FROM-IDX             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TO-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FC-LINES             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-LOAN-TABLE.
           05  WS-CL-ENTRY             OCCURS 5000 TIMES.
               10  WS-CL-BANK-NBR      PIC 9(3).
               10  WS-CL-CUST-NBR      PIC 9(7).
               10  WS-CL-LOAN-NBR      PIC 9(4).
               10  WS-CL-EXCEPT-SW     PIC X.
                   88  WS-CL-HAS-EXCEPTION            VALUE 'Y'.

       01  WS-CD-TABLE.
           05  WS-CD-ENTRY             OCCURS 10000 TIMES.
               10  WS-CD-BANK-NBR      PIC 9(3).
               10  WS-CD-ACCT-NBR      PIC 9(10).
               10  WS-CD-MATURITY-DATE PIC 9(7).

      * One entry per NOW header account: what the account can pay
      * from tonight, drawn down as orders are taken.
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
       01  WS-FORECAST-DAYS            PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-HORIZON-DATE             PIC 9(7)       VALUE ZERO.
       01  WS-XFER-DEBIT-CODE          PIC 9(3)       VALUE ZERO.
       01  WS-XFER-CREDIT-CODE         PIC 9(3)       VALUE ZERO.
       01  WS-CD-DEBIT-CODE            PIC 9(3)       VALUE ZERO.
       01  WS-ROLL-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-STEP-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-CUR-DUE-DATE             PIC 9(7)       VALUE ZERO.
       01  WS-NEXT-TRY                 PIC 9(7)       VALUE ZERO.
       01  WS-AVAILABLE                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-ORDER-AMT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SHORT-AMT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-DUE-DAY                  PIC 99         VALUE ZERO.
       01  WS-ADD-DAYS                 PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-TX-BANK-NO               PIC 99         VALUE ZERO.
       01  WS-TX-ACCT-ID               PIC 9(3)       VALUE ZERO.
       01  WS-TX-ACCT-NO               PIC 9(9)       VALUE ZERO.
       01  WS-TX-CODE                  PIC 9(3)       VALUE ZERO.
       01  WS-TX-DESC                  PIC X(26)      VALUE SPACES.

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
       01  WS-DW-YEAR                  PIC 9(4)       VALUE ZERO.

      * The receiving account as it prints, by kind.
       01  WS-TO-DISPLAY               PIC X(20)      VALUE SPACES.
       01  WS-DEPOSIT-REF.
           05  WS-DR-BANK-NO           PIC 99.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DR-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DR-ACCT-NO           PIC 9(9).
       01  WS-LOAN-REF.
           05  WS-LR-BANK-NBR          PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-LR-CUST-NBR          PIC 9(7).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-LR-LOAN-NBR          PIC 9(4).
       01  WS-CD-REF.
           05  WS-CR-BANK-NBR          PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CR-ACCT-NBR          PIC 9(10).

       01  BDL-PARM-AREA.
           05  BDL-BANK-NO             PIC 99.
           05  BDL-START-DATE          PIC 9(7).
           05  BDL-BUS-DAYS-FWD        PIC S9(3)      COMP-3.
           05  BDL-RESULT-DATE         PIC 9(7).
           05  BDL-RETURN-CODE         PIC 99.
               88  BDL-SUCCESS                        VALUE 0.

       COPY CIFU032P.

       01  WS-TOTALS.
           05  WS-TOT-ORDERS           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-INACTIVE         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-INVALID          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ENDED            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-CYCLES           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-EXECUTED         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-EXEC-RETRY       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NOTHING          PIC S9(7)      VALUE ZERO
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
           05  WS-TOT-FORECAST         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-AMOUNT           PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS204 - STANDING ORDER REGISTER                 '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-FCST-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS204 - STANDING ORDER FORECAST THROUGH         '.
           05  WS-FH-HORIZON           PIC 9(7).
           05  FILLER                  PIC X(75)      VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER                  PIC X(7)       VALUE 'ORDER: '.
           05  WS-RL-BANK              PIC 99.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE '-'.
           05  WS-RL-SEQ               PIC 9(3).
           05  FILLER                  PIC X(5)       VALUE ' TO: '.
           05  WS-RL-TO-TYPE           PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-TO                PIC X(20).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-TEXT              PIC X(30).
           05  WS-RL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE ' DUE: '.
           05  WS-RL-DUE               PIC 9(7).
           05  FILLER                  PIC X(7)       VALUE ' RETRY '.
           05  WS-RL-NEXT-TRY          PIC 9(7).
           05  FILLER                  PIC X(4)       VALUE SPACES.

       01  WS-FORECAST-LINE.
           05  WS-FL-DATE              PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-FL-BANK              PIC 99.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-FL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-FL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE '-'.
           05  WS-FL-SEQ               PIC 9(3).
           05  FILLER                  PIC X(5)       VALUE ' TO: '.
           05  WS-FL-TO-TYPE           PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-FL-TO                PIC X(20).
           05  FILLER                  PIC X(7)       VALUE ' FREQ: '.
           05  WS-FL-FREQUENCY         PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-FL-AMT-LABEL         PIC X(12).
           05  WS-FL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-FL-NOTE              PIC X(20).
           05  FILLER                  PIC X(18)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(57)      VALUE SPACES.

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
           MOVE 'DSDS204 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-ORDER
               UNTIL WS-ORD-EOF.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-EXECUTED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ORDER-FILE
                       ORDER-PARM-FILE
                       CL34-FILE
                       CD-MAT-EXTRACT-FILE
                       NOW-FILE
                       HOLD-MASTER-FILE
                       FLOAT-POS-FILE
                OUTPUT ORDER-OUT
                       TXL-OUT-FILE
                       LOAN-PAY-FILE
                       CD-ADD-FILE
                       NOTICE-FILE
                       ORDER-RPT
                       FORECAST-RPT.
           READ ORDER-PARM-FILE.
           MOVE SP-RUN-DATE TO WS-RUN-DATE.
           MOVE SP-RETRY-DAYS TO WS-RETRY-DAYS.
           IF WS-RETRY-DAYS = ZERO
               MOVE 2 TO WS-RETRY-DAYS
           END-IF.
           MOVE SP-MAX-RETRIES TO WS-MAX-RETRIES.
           IF WS-MAX-RETRIES = ZERO
               MOVE 3 TO WS-MAX-RETRIES
           END-IF.
           MOVE SP-FORECAST-DAYS TO WS-FORECAST-DAYS.
           IF WS-FORECAST-DAYS = ZERO
               MOVE 30 TO WS-FORECAST-DAYS
           END-IF.
           MOVE SP-XFER-DEBIT-CODE  TO WS-XFER-DEBIT-CODE.
           MOVE SP-XFER-CREDIT-CODE TO WS-XFER-CREDIT-CODE.
           MOVE SP-CD-DEBIT-CODE    TO WS-CD-DEBIT-CODE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE WS-FORECAST-DAYS TO WS-ADD-DAYS.
           PERFORM 8900-ADD-DAYS.
           MOVE WS-WORK-DATE TO WS-HORIZON-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE ORDER-RPT-LINE FROM WS-RPT-HDG.
           MOVE WS-HORIZON-DATE TO WS-FH-HORIZON.
           WRITE FORECAST-RPT-LINE FROM WS-FCST-HDG.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-LOAN-TABLE
               UNTIL WS-CL-EOF.
           READ CD-MAT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CD-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-CD-TABLE
               UNTIL WS-CD-EOF.
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
           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-ORD-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-LOAN-TABLE.
           IF WS-CL-COUNT < 5000
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-IDX
               MOVE CL34-BANK-NBR TO WS-CL-BANK-NBR (WS-CL-IDX)
               MOVE CL34-CUST-NBR TO WS-CL-CUST-NBR (WS-CL-IDX)
               MOVE CL34-LOAN-NBR TO WS-CL-LOAN-NBR (WS-CL-IDX)
               IF CL34-EXCEPTION = SPACES
                   MOVE 'N' TO WS-CL-EXCEPT-SW (WS-CL-IDX)
               ELSE
                   MOVE 'Y' TO WS-CL-EXCEPT-SW (WS-CL-IDX)
               END-IF
           END-IF.
           READ CL34-FILE
               AT END MOVE 'Y' TO WS-CL-EOF-SW
           END-READ.
       1100-LOAD-LOAN-TABLE-EXIT.
           EXIT.

       1200-LOAD-CD-TABLE.
           IF WS-CD-COUNT < 10000
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CD-IDX
               MOVE CME-BANK-NBR TO WS-CD-BANK-NBR (WS-CD-IDX)
               MOVE CME-ACCT-NBR TO WS-CD-ACCT-NBR (WS-CD-IDX)
               MOVE CME-MATURITY-DATE
                   TO WS-CD-MATURITY-DATE (WS-CD-IDX)
           END-IF.
           READ CD-MAT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CD-EOF-SW
           END-READ.
       1200-LOAD-CD-TABLE-EXIT.
           EXIT.

       1300-LOAD-ACCOUNT.
           IF WS-AV-COUNT < 10000
               ADD 1 TO WS-AV-COUNT
               MOVE WS-AV-COUNT TO WS-AV-IDX
               MOVE NAH-BANK-NO      TO WS-AV-BANK-NO (WS-AV-IDX)
               MOVE NAH-ACCT-ID      TO WS-AV-ACCT-ID (WS-AV-IDX)
               MOVE NAH-ACCT-NO      TO WS-AV-ACCT-NO (WS-AV-IDX)
               MOVE NAH-EARN-BALANCE TO WS-AV-AVAIL (WS-AV-IDX)
           END-IF.
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

       2000-WORK-ORDER.
           ADD 1 TO WS-TOT-ORDERS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE ZERO TO WS-NEXT-TRY.
           PERFORM 8300-SET-TO-DISPLAY.
           IF NOT SO-ACTIVE
               ADD 1 TO WS-TOT-INACTIVE
           ELSE
               PERFORM 2050-VALIDATE-ORDER
               IF NOT WS-VALID-ORDER
                   ADD 1 TO WS-TOT-INVALID
                   MOVE SO-CYCLE-DUE-DATE TO WS-CUR-DUE-DATE
                   MOVE ZERO TO WS-RL-AMOUNT
                   PERFORM 8100-PRINT-REGISTER
               ELSE
                   PERFORM 2100-SCHEDULE-CYCLE
                   IF SO-CYCLE-DUE-DATE > ZERO
                      AND SO-NEXT-TRY-DATE NOT > WS-RUN-DATE
                       PERFORM 3000-ATTEMPT-ORDER
                   END-IF
                   IF SO-ACTIVE
                       PERFORM 6000-FORECAST-ORDER
                   END-IF
               END-IF
           END-IF.
           WRITE ORDER-OUT-REC FROM ORDER-REC.
           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-ORD-EOF-SW
           END-READ.
       2000-WORK-ORDER-EXIT.
           EXIT.

      * An order the schedule cannot be worked from is left alone
      * and reported every run until it is corrected.
       2050-VALIDATE-ORDER.
           MOVE 'N' TO WS-VALID-SW.
           EVALUATE TRUE
               WHEN NOT SO-TO-DEPOSIT
                AND NOT SO-TO-LOAN
                AND NOT SO-TO-CD
                   MOVE 'INVALID TO-ACCOUNT TYPE       ' TO WS-RL-TEXT
               WHEN NOT SO-FIXED-AMOUNT
                AND NOT SO-SWEEP-TO-BALANCE
                   MOVE 'INVALID AMOUNT TYPE           ' TO WS-RL-TEXT
               WHEN SO-FIXED-AMOUNT
                AND SO-AMOUNT = ZERO
                   MOVE 'ZERO FIXED AMOUNT             ' TO WS-RL-TEXT
               WHEN SO-WEEKLY
                AND SO-START-DATE = ZERO
                   MOVE 'WEEKLY ORDER HAS NO START DATE' TO WS-RL-TEXT
               WHEN SO-MONTHLY
                AND (SO-DAY-1 < 1 OR SO-DAY-1 > 31)
                   MOVE 'INVALID DAY OF MONTH          ' TO WS-RL-TEXT
               WHEN SO-SEMI-MONTHLY
                AND (SO-DAY-1 < 1 OR SO-DAY-2 > 31
                     OR SO-DAY-1 NOT < SO-DAY-2)
                   MOVE 'INVALID SEMI-MONTHLY DAYS     ' TO WS-RL-TEXT
               WHEN SO-BUS-DAY-OF-MONTH
                AND (SO-DAY-1 < 1 OR SO-DAY-1 > 23)
                   MOVE 'INVALID BUSINESS DAY OF MONTH ' TO WS-RL-TEXT
               WHEN NOT SO-WEEKLY
                AND NOT SO-SEMI-MONTHLY
                AND NOT SO-MONTHLY
                AND NOT SO-BUS-DAY-OF-MONTH
                   MOVE 'INVALID FREQUENCY             ' TO WS-RL-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-VALID-SW
           END-EVALUATE.
       2050-VALIDATE-ORDER-EXIT.
           EXIT.

      * With no occurrence in hand, the next one opens once its due
      * date, rolled to a business day, has come -- unless it falls
      * after the order's end date, which ends the order.
       2100-SCHEDULE-CYCLE.
           IF SO-NEXT-DUE-DATE = ZERO
               PERFORM 2150-SET-FIRST-DUE
           END-IF.
           IF SO-CYCLE-DUE-DATE = ZERO
               IF SO-END-DATE > ZERO
                  AND SO-NEXT-DUE-DATE > SO-END-DATE
                   MOVE 'E' TO SO-STATUS
                   ADD 1 TO WS-TOT-ENDED
                   MOVE ZERO TO WS-CUR-DUE-DATE
                   MOVE 'END DATE PASSED - ORDER ENDED ' TO WS-RL-TEXT
                   MOVE ZERO TO WS-RL-AMOUNT
                   PERFORM 8100-PRINT-REGISTER
               ELSE
                   MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE
                   PERFORM 8700-ROLL-TO-BUSINESS-DAY
                   IF WS-ROLL-DATE NOT > WS-RUN-DATE
                       PERFORM 2200-OPEN-CYCLE
                   END-IF
               END-IF
           END-IF.
       2100-SCHEDULE-CYCLE-EXIT.
           EXIT.

      * The first occurrence on or after the start date (tonight
      * when there is none); a weekly order starts on its start
      * date.
       2150-SET-FIRST-DUE.
           IF SO-START-DATE = ZERO
               MOVE WS-RUN-DATE TO SO-START-DATE
           END-IF.
           IF SO-WEEKLY
               MOVE SO-START-DATE TO SO-NEXT-DUE-DATE
           ELSE
               MOVE SO-START-DATE TO WS-WORK-DATE
               PERFORM 8710-PRIOR-DAY
               MOVE WS-WORK-DATE TO WS-STEP-DATE
               PERFORM 8400-NEXT-OCCURRENCE
               MOVE WS-STEP-DATE TO SO-NEXT-DUE-DATE
           END-IF.
       2150-SET-FIRST-DUE-EXIT.
           EXIT.

       2200-OPEN-CYCLE.
           ADD 1 TO WS-TOT-CYCLES.
           MOVE WS-ROLL-DATE TO SO-CYCLE-DUE-DATE.
           MOVE ZERO TO SO-RETRY-COUNT.
           MOVE WS-RUN-DATE TO SO-NEXT-TRY-DATE.
           MOVE SO-NEXT-DUE-DATE TO WS-STEP-DATE.
           PERFORM 8400-NEXT-OCCURRENCE.
           MOVE WS-STEP-DATE TO SO-NEXT-DUE-DATE.
       2200-OPEN-CYCLE-EXIT.
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
           IF SO-TO-LOAN-BANK-NBR = WS-CL-BANK-NBR (WS-CL-IDX)
              AND SO-TO-CUST-NBR = WS-CL-CUST-NBR (WS-CL-IDX)
              AND SO-TO-LOAN-NBR = WS-CL-LOAN-NBR (WS-CL-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2410-SCAN-LOAN-TABLE-EXIT.
           EXIT.

       2500-FIND-CD.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2510-SCAN-CD-TABLE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CD-IDX
           END-IF.
       2500-FIND-CD-EXIT.
           EXIT.

       2510-SCAN-CD-TABLE.
           IF SO-TO-CD-BANK-NBR = WS-CD-BANK-NBR (WS-CD-IDX)
              AND SO-TO-CD-ACCT-NBR = WS-CD-ACCT-NBR (WS-CD-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2510-SCAN-CD-TABLE-EXIT.
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

      * The receiving account must be there to pay before anything
      * is taken from the from-account.
       3000-ATTEMPT-ORDER.
           MOVE SO-CYCLE-DUE-DATE TO WS-CUR-DUE-DATE.
           MOVE SPACES TO WS-RL-TEXT.
           EVALUATE TRUE
               WHEN SO-TO-DEPOSIT
                   MOVE SO-TO-BANK-NO TO WS-KEY-BANK-NO
                   MOVE SO-TO-ACCT-ID TO WS-KEY-ACCT-ID
                   MOVE SO-TO-ACCT-NO TO WS-KEY-ACCT-NO
                   PERFORM 2600-FIND-ACCOUNT
                   IF WS-ACCT-FOUND
                       MOVE WS-AV-IDX TO WS-TO-IDX
                   ELSE
                       MOVE 'TO ACCOUNT NOT ON FILE        '
                           TO WS-RL-TEXT
                   END-IF
               WHEN SO-TO-LOAN
                   PERFORM 2400-FIND-LOAN
                   IF NOT WS-FOUND
                       MOVE 'LOAN NOT ON CL34 - NOT PAID   '
                           TO WS-RL-TEXT
                   ELSE
                       IF WS-CL-HAS-EXCEPTION (WS-CL-IDX)
                           MOVE 'LOAN EXCEPTION - SKIPPED      '
                               TO WS-RL-TEXT
                       END-IF
                   END-IF
               WHEN SO-TO-CD
                   PERFORM 2500-FIND-CD
                   IF NOT WS-FOUND
                       MOVE 'CD NOT ON FILE - NOT PAID     '
                           TO WS-RL-TEXT
                   ELSE
                       IF WS-CD-MATURITY-DATE (WS-CD-IDX)
                              NOT > WS-RUN-DATE
                           MOVE 'CD HAS MATURED - NOT PAID     '
                               TO WS-RL-TEXT
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-RL-TEXT NOT = SPACES
               ADD 1 TO WS-TOT-SKIPPED
               MOVE SO-AMOUNT TO WS-RL-AMOUNT
               PERFORM 8100-PRINT-REGISTER
           ELSE
               PERFORM 3100-CHECK-FUNDS
           END-IF.
       3000-ATTEMPT-ORDER-EXIT.
           EXIT.

      * A from-account not on the NOW header file has nothing
      * available.
       3100-CHECK-FUNDS.
           MOVE SO-BANK-NO TO WS-KEY-BANK-NO.
           MOVE SO-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE SO-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 2600-FIND-ACCOUNT.
           IF WS-ACCT-FOUND
               MOVE WS-AV-IDX TO WS-FROM-IDX
               MOVE WS-AV-AVAIL (WS-AV-IDX) TO WS-AVAILABLE
           ELSE
               MOVE ZERO TO WS-FROM-IDX
                            WS-AVAILABLE
           END-IF.
           IF SO-SWEEP-TO-BALANCE
               COMPUTE WS-ORDER-AMT = WS-AVAILABLE - SO-AMOUNT
           ELSE
               MOVE SO-AMOUNT TO WS-ORDER-AMT
           END-IF.
           EVALUATE TRUE
               WHEN SO-SWEEP-TO-BALANCE
                AND (WS-ORDER-AMT NOT > ZERO OR WS-FROM-IDX = ZERO)
                   PERFORM 3150-NOTHING-TO-SWEEP
               WHEN WS-FROM-IDX > ZERO
                AND WS-AVAILABLE NOT < WS-ORDER-AMT
                   PERFORM 3200-EXECUTE-ORDER
               WHEN OTHER
                   PERFORM 3300-SHORTFALL
           END-EVALUATE.
       3100-CHECK-FUNDS-EXIT.
           EXIT.

       3150-NOTHING-TO-SWEEP.
           ADD 1 TO WS-TOT-NOTHING.
           MOVE 'NOTHING ABOVE TARGET BALANCE  ' TO WS-RL-TEXT.
           MOVE ZERO TO WS-RL-AMOUNT.
           PERFORM 8100-PRINT-REGISTER.
           MOVE ZERO TO SO-CYCLE-DUE-DATE
                        SO-RETRY-COUNT
                        SO-NEXT-TRY-DATE.
       3150-NOTHING-TO-SWEEP-EXIT.
           EXIT.

       3200-EXECUTE-ORDER.
           MOVE SO-BANK-NO TO WS-TX-BANK-NO.
           MOVE SO-ACCT-ID TO WS-TX-ACCT-ID.
           MOVE SO-ACCT-NO TO WS-TX-ACCT-NO.
           EVALUATE TRUE
               WHEN SO-TO-DEPOSIT
                   MOVE WS-XFER-DEBIT-CODE TO WS-TX-CODE
                   MOVE 'STANDING ORDER TRANSFER   ' TO WS-TX-DESC
                   PERFORM 3250-WRITE-TRANSACTION
                   MOVE SO-TO-BANK-NO TO WS-TX-BANK-NO
                   MOVE SO-TO-ACCT-ID TO WS-TX-ACCT-ID
                   MOVE SO-TO-ACCT-NO TO WS-TX-ACCT-NO
                   MOVE WS-XFER-CREDIT-CODE TO WS-TX-CODE
                   PERFORM 3250-WRITE-TRANSACTION
                   ADD WS-ORDER-AMT TO WS-AV-AVAIL (WS-TO-IDX)
               WHEN SO-TO-LOAN
                   MOVE 585 TO WS-TX-CODE
                   MOVE 'STANDING ORDER LOAN PMT   ' TO WS-TX-DESC
                   PERFORM 3250-WRITE-TRANSACTION
                   MOVE SO-TO-LOAN-BANK-NBR TO LP-BANK-NBR
                   MOVE SO-TO-CUST-NBR      TO LP-CUST-NBR
                   MOVE SO-TO-LOAN-NBR      TO LP-LOAN-NBR
                   MOVE WS-ORDER-AMT        TO LP-PAYMENT-AMT
                   WRITE LOAN-PAY-REC
               WHEN SO-TO-CD
                   MOVE WS-CD-DEBIT-CODE TO WS-TX-CODE
                   MOVE 'STANDING ORDER CD ADDITION' TO WS-TX-DESC
                   PERFORM 3250-WRITE-TRANSACTION
                   MOVE SPACES TO CD-ADD-REC
                   MOVE SO-TO-CD-BANK-NBR TO CA-BANK-NBR
                   MOVE SO-TO-CD-ACCT-NBR TO CA-ACCT-NBR
                   MOVE WS-RUN-DATE       TO CA-EFF-DATE
                   MOVE WS-ORDER-AMT      TO CA-ADD-AMT
                   WRITE CD-ADD-REC
           END-EVALUATE.
           SUBTRACT WS-ORDER-AMT FROM WS-AV-AVAIL (WS-FROM-IDX).
           IF SO-RETRY-COUNT > ZERO
               ADD 1 TO WS-TOT-EXEC-RETRY
               MOVE 'EXECUTED ON RETRY             ' TO WS-RL-TEXT
           ELSE
               MOVE 'EXECUTED                      ' TO WS-RL-TEXT
           END-IF.
           ADD 1 TO WS-TOT-EXECUTED.
           ADD WS-ORDER-AMT TO WS-TOT-AMOUNT.
           MOVE WS-ORDER-AMT TO WS-RL-AMOUNT.
           MOVE WS-RUN-DATE TO SO-LAST-PAID-DATE.
           MOVE WS-ORDER-AMT TO SO-LAST-PAID-AMT.
           MOVE ZERO TO SO-CYCLE-DUE-DATE
                        SO-RETRY-COUNT
                        SO-NEXT-TRY-DATE.
           PERFORM 8100-PRINT-REGISTER.
       3200-EXECUTE-ORDER-EXIT.
           EXIT.

       3250-WRITE-TRANSACTION.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE WS-TX-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE WS-TX-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE WS-TX-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-TX-CODE TO DSDSTXL-CODE.
           MOVE WS-ORDER-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE WS-TX-DESC TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       3250-WRITE-TRANSACTION-EXIT.
           EXIT.

      * Short: schedule the next attempt, or give the occurrence
      * up once the retries are spent, and tell the customer.
       3300-SHORTFALL.
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF.
           COMPUTE WS-SHORT-AMT = WS-ORDER-AMT - WS-AVAILABLE.
           ADD 1 TO SO-RETRY-COUNT.
           IF SO-RETRY-COUNT > WS-MAX-RETRIES
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
               MOVE ZERO TO SO-CYCLE-DUE-DATE
                            SO-RETRY-COUNT
                            SO-NEXT-TRY-DATE
           ELSE
               MOVE WS-NEXT-TRY TO SO-NEXT-TRY-DATE
           END-IF.
       3300-SHORTFALL-EXIT.
           EXIT.

       3400-SEND-NOTICE.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE SO-BANK-NO TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE SO-ACCT-ID TO U010-FILE-KEY (1:3).
           MOVE SO-ACCT-NO TO U010-FILE-KEY (4:9).
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
           MOVE SO-BANK-NO            TO SN-BANK-NO.
           MOVE SO-ACCT-ID            TO SN-ACCT-ID.
           MOVE SO-ACCT-NO            TO SN-ACCT-NO.
           MOVE SO-ORDER-SEQ          TO SN-ORDER-SEQ.
           MOVE SO-TO-TYPE            TO SN-TO-TYPE.
           MOVE SO-TO-KEY             TO SN-TO-KEY.
           MOVE U010-CUSTOMER-NAME    TO SN-CUSTOMER-NAME.
           MOVE U010-NAME-ADDRESS (1) TO SN-ADDR-LINE1.
           MOVE U010-NAME-ADDRESS (2) TO SN-ADDR-LINE2.
           MOVE U010-NAME-ADDRESS (3) TO SN-ADDR-LINE3.
           MOVE U010-NAME-ADDRESS (4) TO SN-ADDR-LINE4.
           MOVE SO-CYCLE-DUE-DATE     TO SN-DUE-DATE.
           MOVE WS-ORDER-AMT          TO SN-ORDER-AMT.
           MOVE WS-AVAILABLE          TO SN-AVAIL-AMT.
           MOVE WS-SHORT-AMT          TO SN-SHORT-AMT.
           MOVE SO-RETRY-COUNT        TO SN-ATTEMPT.
           MOVE WS-NEXT-TRY           TO SN-NEXT-TRY-DATE.
           IF WS-NEXT-TRY = ZERO
               MOVE 'Y' TO SN-FINAL
           ELSE
               MOVE 'N' TO SN-FINAL
           END-IF.
           MOVE WS-RUN-DATE           TO SN-NOTICE-DATE.
           WRITE NOTICE-REC.
           ADD 1 TO WS-TOT-NOTICES.
       3410-WRITE-NOTICE-EXIT.
           EXIT.

      * An occurrence still open, on its next attempt, then every
      * occurrence through the horizon and the order's end date.
       6000-FORECAST-ORDER.
           MOVE ZERO TO WS-FC-LINES.
           IF SO-CYCLE-DUE-DATE > ZERO
               MOVE SO-NEXT-TRY-DATE TO WS-FL-DATE
               MOVE 'OPEN OCCURRENCE     ' TO WS-FL-NOTE
               PERFORM 6200-PRINT-FORECAST
           END-IF.
           MOVE SO-NEXT-DUE-DATE TO WS-STEP-DATE.
           PERFORM 6100-FORECAST-OCCURRENCE
               UNTIL WS-STEP-DATE = ZERO
                  OR WS-STEP-DATE > WS-HORIZON-DATE
                  OR (SO-END-DATE > ZERO
                      AND WS-STEP-DATE > SO-END-DATE)
                  OR WS-FC-LINES > 60.
       6000-FORECAST-ORDER-EXIT.
           EXIT.

       6100-FORECAST-OCCURRENCE.
           MOVE WS-STEP-DATE TO WS-ROLL-DATE.
           PERFORM 8700-ROLL-TO-BUSINESS-DAY.
           IF WS-ROLL-DATE NOT > WS-HORIZON-DATE
               MOVE WS-ROLL-DATE TO WS-FL-DATE
               MOVE SPACES TO WS-FL-NOTE
               PERFORM 6200-PRINT-FORECAST
           END-IF.
           PERFORM 8400-NEXT-OCCURRENCE.
       6100-FORECAST-OCCURRENCE-EXIT.
           EXIT.

       6200-PRINT-FORECAST.
           MOVE SO-BANK-NO    TO WS-FL-BANK.
           MOVE SO-ACCT-ID    TO WS-FL-ACCT-ID.
           MOVE SO-ACCT-NO    TO WS-FL-ACCT-NO.
           MOVE SO-ORDER-SEQ  TO WS-FL-SEQ.
           MOVE SO-TO-TYPE    TO WS-FL-TO-TYPE.
           MOVE WS-TO-DISPLAY TO WS-FL-TO.
           MOVE SO-FREQUENCY  TO WS-FL-FREQUENCY.
           IF SO-SWEEP-TO-BALANCE
               MOVE 'SWEEP ABOVE ' TO WS-FL-AMT-LABEL
           ELSE
               MOVE 'AMOUNT      ' TO WS-FL-AMT-LABEL
           END-IF.
           MOVE SO-AMOUNT TO WS-FL-AMOUNT.
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-LINE.
           ADD 1 TO WS-FC-LINES.
           ADD 1 TO WS-TOT-FORECAST.
       6200-PRINT-FORECAST-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO ORDER-RPT-LINE.
           WRITE ORDER-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ORDERS ON FILE' TO WS-TL-LABEL.
           MOVE WS-TOT-ORDERS TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ORDERS NOT ACTIVE' TO WS-TL-LABEL.
           MOVE WS-TOT-INACTIVE TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ORDERS WITH AN INVALID SCHEDULE' TO WS-TL-LABEL.
           MOVE WS-TOT-INVALID TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ORDERS ENDED' TO WS-TL-LABEL.
           MOVE WS-TOT-ENDED TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OCCURRENCES FALLEN DUE' TO WS-TL-LABEL.
           MOVE WS-TOT-CYCLES TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ORDERS EXECUTED' TO WS-TL-LABEL.
           MOVE WS-TOT-EXECUTED TO WS-TL-COUNT.
           MOVE WS-TOT-AMOUNT TO WS-TL-AMOUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE '  OF WHICH ON A RETRY' TO WS-TL-LABEL.
           MOVE WS-TOT-EXEC-RETRY TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SWEEPS WITH NOTHING ABOVE TARGET' TO WS-TL-LABEL.
           MOVE WS-TOT-NOTHING TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHORTFALLS - RETRY SCHEDULED' TO WS-TL-LABEL.
           MOVE WS-TOT-RETRY TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHORTFALLS - RETRIES EXHAUSTED' TO WS-TL-LABEL.
           MOVE WS-TOT-EXHAUSTED TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - RECEIVING ACCOUNT NOT PAYABLE'
               TO WS-TL-LABEL.
           MOVE WS-TOT-SKIPPED TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SHORTFALL NOTICES WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-NOTICES TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOTICES NOT SENT - NO ADDRESS' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-ADDR TO WS-TL-COUNT.
           WRITE ORDER-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO FORECAST-RPT-LINE.
           WRITE FORECAST-RPT-LINE.
           MOVE 'OCCURRENCES FORECAST' TO WS-TL-LABEL.
           MOVE WS-TOT-FORECAST TO WS-TL-COUNT.
           WRITE FORECAST-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-REGISTER.
           MOVE SO-BANK-NO TO WS-RL-BANK.
           MOVE SO-ACCT-ID TO WS-RL-ACCT-ID.
           MOVE SO-ACCT-NO TO WS-RL-ACCT-NO.
           MOVE SO-ORDER-SEQ TO WS-RL-SEQ.
           MOVE SO-TO-TYPE TO WS-RL-TO-TYPE.
           MOVE WS-TO-DISPLAY TO WS-RL-TO.
           MOVE WS-CUR-DUE-DATE TO WS-RL-DUE.
           MOVE WS-NEXT-TRY TO WS-RL-NEXT-TRY.
           WRITE ORDER-RPT-LINE FROM WS-REGISTER-LINE.
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

       8300-SET-TO-DISPLAY.
           EVALUATE TRUE
               WHEN SO-TO-DEPOSIT
                   MOVE SO-TO-BANK-NO TO WS-DR-BANK-NO
                   MOVE SO-TO-ACCT-ID TO WS-DR-ACCT-ID
                   MOVE SO-TO-ACCT-NO TO WS-DR-ACCT-NO
                   MOVE WS-DEPOSIT-REF TO WS-TO-DISPLAY
               WHEN SO-TO-LOAN
                   MOVE SO-TO-LOAN-BANK-NBR TO WS-LR-BANK-NBR
                   MOVE SO-TO-CUST-NBR TO WS-LR-CUST-NBR
                   MOVE SO-TO-LOAN-NBR TO WS-LR-LOAN-NBR
                   MOVE WS-LOAN-REF TO WS-TO-DISPLAY
               WHEN SO-TO-CD
                   MOVE SO-TO-CD-BANK-NBR TO WS-CR-BANK-NBR
                   MOVE SO-TO-CD-ACCT-NBR TO WS-CR-ACCT-NBR
                   MOVE WS-CD-REF TO WS-TO-DISPLAY
               WHEN OTHER
                   MOVE SO-TO-KEY TO WS-TO-DISPLAY
           END-EVALUATE.
       8300-SET-TO-DISPLAY-EXIT.
           EXIT.

      * The order's first occurrence strictly after WS-STEP-DATE,
      * returned in WS-STEP-DATE as a calendar date (a business
      * date for a business-day-of-month order).
       8400-NEXT-OCCURRENCE.
           MOVE WS-STEP-DATE TO WS-WORK-DATE.
           EVALUATE TRUE
               WHEN SO-WEEKLY
                   MOVE 7 TO WS-ADD-DAYS
                   PERFORM 8900-ADD-DAYS
               WHEN SO-MONTHLY
                   PERFORM 8500-SPLIT-DATE
                   MOVE SO-DAY-1 TO WS-DUE-DAY
                   PERFORM 8600-BUILD-DUE-DATE
                   IF WS-WORK-DATE NOT > WS-STEP-DATE
                       PERFORM 8650-NEXT-MONTH-DUE
                   END-IF
               WHEN SO-SEMI-MONTHLY
                   PERFORM 8500-SPLIT-DATE
                   MOVE SO-DAY-1 TO WS-DUE-DAY
                   PERFORM 8600-BUILD-DUE-DATE
                   IF WS-WORK-DATE NOT > WS-STEP-DATE
                       MOVE SO-DAY-2 TO WS-DUE-DAY
                       PERFORM 8600-BUILD-DUE-DATE
                       IF WS-WORK-DATE NOT > WS-STEP-DATE
                           MOVE SO-DAY-1 TO WS-DUE-DAY
                           PERFORM 8650-NEXT-MONTH-DUE
                       END-IF
                   END-IF
               WHEN SO-BUS-DAY-OF-MONTH
                   PERFORM 8500-SPLIT-DATE
                   MOVE WS-WORK-YEAR TO WS-DW-YEAR
                   PERFORM 8750-NTH-BUSINESS-DAY
                   IF WS-WORK-DATE NOT > WS-STEP-DATE
                       MOVE WS-DW-YEAR TO WS-WORK-YEAR
                       PERFORM 8660-STEP-MONTH
                       MOVE WS-WORK-YEAR TO WS-DW-YEAR
                       PERFORM 8750-NTH-BUSINESS-DAY
                   END-IF
           END-EVALUATE.
           MOVE WS-WORK-DATE TO WS-STEP-DATE.
       8400-NEXT-OCCURRENCE-EXIT.
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

      * Day WS-DUE-DAY of month WS-DW-MONTH of year WS-WORK-YEAR,
      * held to the month's last day, as YYYYDDD.
       8600-BUILD-DUE-DATE.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           IF WS-DUE-DAY > WS-MONTH-DAYS (WS-DW-MONTH)
               MOVE WS-MONTH-DAYS (WS-DW-MONTH) TO WS-WORK-DAY
           ELSE
               MOVE WS-DUE-DAY TO WS-WORK-DAY
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
           PERFORM 8660-STEP-MONTH.
           PERFORM 8600-BUILD-DUE-DATE.
       8650-NEXT-MONTH-DUE-EXIT.
           EXIT.

       8660-STEP-MONTH.
           ADD 1 TO WS-DW-MONTH.
           IF WS-DW-MONTH > 12
               MOVE 1 TO WS-DW-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF.
       8660-STEP-MONTH-EXIT.
           EXIT.

      * DSDS103 counts business days forward, so starting one
      * calendar day back and asking for one business day forward
      * yields the date itself when it's a business day and the
      * next business day when it isn't.  A business-day-of-month
      * date is one already.  Should the service not know the
      * bank, the calendar date stands.
       8700-ROLL-TO-BUSINESS-DAY.
           IF NOT SO-BUS-DAY-OF-MONTH
               MOVE WS-ROLL-DATE TO WS-WORK-DATE
               PERFORM 8710-PRIOR-DAY
               MOVE SO-BANK-NO TO BDL-BANK-NO
               MOVE WS-WORK-DATE TO BDL-START-DATE
               MOVE +1 TO BDL-BUS-DAYS-FWD
               MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE
               CALL 'DSDS103' USING BDL-PARM-AREA
               IF BDL-SUCCESS
                   MOVE BDL-RESULT-DATE TO WS-ROLL-DATE
               END-IF
           END-IF.
       8700-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

       8710-PRIOR-DAY.
           IF WS-WORK-DAY = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE WS-WORK-YEAR TO WS-EPOCH-YR
               PERFORM 8200-SET-DAYS-IN-YEAR
               MOVE WS-DAYS-IN-YEAR TO WS-WORK-DAY
           ELSE
               SUBTRACT 1 FROM WS-WORK-DAY
           END-IF.
       8710-PRIOR-DAY-EXIT.
           EXIT.

      * The SO-DAY-1th business day of month WS-DW-MONTH of year
      * WS-WORK-YEAR: that many business days forward from the
      * last day of the month before.  Should the service not know
      * the bank, the same count of calendar days stands.
       8750-NTH-BUSINESS-DAY.
           MOVE WS-DW-YEAR TO WS-WORK-YEAR.
           MOVE 1 TO WS-DUE-DAY.
           PERFORM 8600-BUILD-DUE-DATE.
           PERFORM 8710-PRIOR-DAY.
           MOVE SO-BANK-NO TO BDL-BANK-NO.
           MOVE WS-WORK-DATE TO BDL-START-DATE.
           MOVE SO-DAY-1 TO BDL-BUS-DAYS-FWD.
           MOVE ZERO TO BDL-RESULT-DATE BDL-RETURN-CODE.
           CALL 'DSDS103' USING BDL-PARM-AREA.
           IF BDL-SUCCESS
               MOVE BDL-RESULT-DATE TO WS-WORK-DATE
           ELSE
               MOVE SO-DAY-1 TO WS-ADD-DAYS
               PERFORM 8900-ADD-DAYS
           END-IF.
       8750-NTH-BUSINESS-DAY-EXIT.
           EXIT.

      * The retry falls the parm's retry days in business days
      * after tonight.  Should the service not know the bank, the
      * attempt is simply repeated on the next run.
       8800-SET-NEXT-TRY.
           MOVE SO-BANK-NO TO BDL-BANK-NO.
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

      * WS-ADD-DAYS (no more than a year) calendar days forward
      * from WS-WORK-DATE.
       8900-ADD-DAYS.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           ADD WS-ADD-DAYS TO WS-WORK-DAY.
           IF WS-WORK-DAY > WS-DAYS-IN-YEAR
               SUBTRACT WS-DAYS-IN-YEAR FROM WS-WORK-DAY
               ADD 1 TO WS-WORK-YEAR
           END-IF.
       8900-ADD-DAYS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ORDER-FILE
                 ORDER-OUT
                 ORDER-PARM-FILE
                 CL34-FILE
                 CD-MAT-EXTRACT-FILE
                 NOW-FILE
                 HOLD-MASTER-FILE
                 FLOAT-POS-FILE
                 TXL-OUT-FILE
                 LOAN-PAY-FILE
                 CD-ADD-FILE
                 NOTICE-FILE
                 ORDER-RPT
                 FORECAST-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
