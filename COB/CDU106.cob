       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CDU106.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CDU106 is the maturity-day renewal engine for certificates
      * of deposit.  Maturing CDs have been rolled by hand off the
      * CDR306 ladder, so the new term's rate was whatever the
      * clerk keyed and the grace period the disclosure promises
      * existed only on paper.
      *
      * CD-MATURE-FILE carries one row per CD maturing this cycle
      * with its balance, accrued interest, term and the customer's
      * renewal instruction:
      *
      *  R (or blank) renew principal and interest into a new term;
      *  P            renew the principal, pay out the interest;
      *  M            pay the whole certificate out at maturity.
      *
      * A renewal takes the posted rate for the bank and term off
      * CD-RATE-FILE (the highest posted term not longer than the
      * certificate's own) and checks it against the bank's
      * CDBC-INT-RATE-MIN / CDBC-INT-RATE-MAX corridor widened by
      * CDBC-RATE-VARIANCE (see CDMSTR) -- the same edit CDR307
      * applies to new bookings.  A rate outside the corridor, or a
      * term with no posted rate, holds the certificate to RNHOLD
      * untouched and prints.  The new maturity is the old one plus
      * the term, rolled to a business day through DSDS103 for
      * CDBC-MAT-BUS-DAY-ONLY banks as CDR306 rolls the ladder.
      *
      * Every renewal opens a grace period of RNPARM's grace days
      * (10 when the parm leaves it zero) on GRACE-MASTER.  A
      * withdrawal requested on GRACE-WDR-FILE on or before the
      * grace end pays the renewed principal out penalty-free and
      * tells the CD system to close the new term with the penalty
      * waived; one requested after the grace end is rejected to
      * the branch with the early-withdrawal penalty CDU107 quotes.
      * Grace periods that have run out drop off the master.
      *
      * Payouts go one of two ways, by the instruction's pay method:
      *
      *  D  a disbursement record to CDPAYDSB in the CDINTDSB shape
      *     CDU105 bridges into DSDS, with a per-bank control record
      *     to CDPAYCTL so the bridge reconciles;
      *  C  an official check through ARU101, payable to the owner
      *     CIFU010 returns (see CIFU032P), as DSDS168 issues its
      *     remittances.  The CD account number is ten digits and
      *     the check issue row's account nine, so the check is
      *     drawn on the bank's CD check account (CDBC-CK-ACCT-NBR)
      *     and the remitter carries CD and the full certificate
      *     number ahead of the bank name.
      *
      * RNOUT tells the CD system what happened to each certificate
      * (renewed, paid out, withdrawn in grace) and every customer
      * gets a confirmation on RNNOTICE; owners whose address will
      * not resolve print as exceptions for the branch to contact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-BANKCTL-FILE    ASSIGN TO CDBANKCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-MATURE-FILE     ASSIGN TO CDMATURE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-RATE-FILE       ASSIGN TO CDRATES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEW-PARM-FILE    ASSIGN TO RNPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRACE-MASTER       ASSIGN TO GRACEMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRACE-MASTER-OUT   ASSIGN TO GRACEMSO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRACE-WDR-FILE     ASSIGN TO GRCWDRQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEW-OUT-FILE     ASSIGN TO RNOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEW-HOLD-FILE    ASSIGN TO RNHOLD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-DISB-FILE      ASSIGN TO CDPAYDSB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CTL-FILE       ASSIGN TO CDPAYCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEW-NOTICE-FILE  ASSIGN TO RNNOTICE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEW-RPT          ASSIGN TO RNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CD-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDMSTR.

       FD  CD-MATURE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CD-MATURE-REC.
           05  MI-BANK-NBR             PIC 9(3).
           05  MI-ACCT-NBR             PIC 9(10).
           05  MI-MATURITY-DATE        PIC 9(7).
           05  MI-PRINCIPAL            PIC 9(11)V99.
           05  MI-ACCRUED-INT          PIC 9(9)V99.
           05  MI-TERM-DAYS            PIC 9(4).
           05  MI-OLD-RATE             PIC 9(2)V9(7).
           05  MI-INSTRUCTION          PIC X.
               88  MI-RENEW-ALL                       VALUE 'R' ' '.
               88  MI-RENEW-PRIN                      VALUE 'P'.
               88  MI-PAY-AT-MATURITY                 VALUE 'M'.
           05  MI-PAY-METHOD           PIC X.
               88  MI-PAY-TO-DDA                      VALUE 'D'.
               88  MI-PAY-BY-CHECK                    VALUE 'C'.
           05  MI-DDA-BANK-NO          PIC 99.
           05  MI-DDA-ACCT-ID          PIC 9(3).
           05  MI-DDA-ACCT-NO          PIC 9(9).
           05  FILLER                  PIC X(27).

       FD  CD-RATE-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  CD-RATE-REC.
           05  CRT-BANK-NBR            PIC 9(3).
           05  CRT-TERM-DAYS           PIC 9(4).
           05  CRT-POSTED-RATE         PIC 9(2)V9(7).

       FD  RENEW-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RENEW-PARM-REC.
           05  RP-RUN-DATE             PIC 9(7).
           05  RP-RUN-DATE-DB2         PIC X(10).
           05  RP-GRACE-DAYS           PIC 9(3).
           05  RP-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(5).

      * One row per renewed certificate still inside its grace
      * period.
       FD  GRACE-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       01  GRACE-MASTER-REC.
           05  GM-BANK-NBR             PIC 9(3).
           05  GM-ACCT-NBR             PIC 9(10).
           05  GM-RENEW-DATE           PIC 9(7).
           05  GM-GRACE-END            PIC 9(7).
           05  GM-PRINCIPAL            PIC 9(11)V99.
           05  GM-NEW-RATE             PIC 9(2)V9(7).
           05  GM-NEW-MAT-DATE         PIC 9(7).
           05  GM-STATUS               PIC X.
               88  GM-IN-GRACE                        VALUE 'G'.
           05  FILLER                  PIC X(23).

       FD  GRACE-MASTER-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  GRACE-MASTER-OUT-REC        PIC X(80).

       FD  GRACE-WDR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GRACE-WDR-REC.
           05  GW-BANK-NBR             PIC 9(3).
           05  GW-ACCT-NBR             PIC 9(10).
           05  GW-REQ-DATE             PIC 9(7).
           05  GW-PAY-METHOD           PIC X.
           05  GW-DDA-BANK-NO          PIC 99.
           05  GW-DDA-ACCT-ID          PIC 9(3).
           05  GW-DDA-ACCT-NO          PIC 9(9).
           05  FILLER                  PIC X(5).

       FD  RENEW-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RENEW-OUT-REC.
           05  RO-ACTION               PIC X.
               88  RO-RENEWED                         VALUE 'R'.
               88  RO-PAID-AT-MATURITY                VALUE 'M'.
               88  RO-GRACE-WITHDRAWAL                VALUE 'W'.
           05  RO-BANK-NBR             PIC 9(3).
           05  RO-ACCT-NBR             PIC 9(10).
           05  RO-EFF-DATE             PIC 9(7).
           05  RO-PRINCIPAL            PIC 9(11)V99.
           05  RO-RATE                 PIC 9(2)V9(7).
           05  RO-TERM-DAYS            PIC 9(4).
           05  RO-MAT-DATE             PIC 9(7).
           05  RO-GRACE-END            PIC 9(7).
           05  RO-PAYOUT-AMT           PIC 9(11)V99.
           05  FILLER                  PIC X(6).

       FD  RENEW-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RENEW-HOLD-REC              PIC X(100).

       FD  PAY-DISB-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PAY-DISB-REC.
           05  PD-BANK-NBR             PIC 9(3).
           05  PD-CERT-NBR             PIC 9(11).
           05  PD-DDA-BANK-NO          PIC 99.
           05  PD-DDA-ACCT-ID          PIC 9(3).
           05  PD-DDA-ACCT-NO          PIC 9(9).
           05  PD-AMT                  PIC 9(9)V99.
           05  FILLER                  PIC X(3).

       FD  PAY-CTL-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  PAY-CTL-REC.
           05  PC-BANK-NBR             PIC 9(3).
           05  PC-DISB-TOTAL           PIC 9(13)V99.
           05  PC-DISB-COUNT           PIC 9(7).

       FD  RENEW-NOTICE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  RENEW-NOTICE-REC.
           05  RN-BANK-NBR             PIC 9(3).
           05  RN-ACCT-NBR             PIC 9(10).
           05  RN-CUSTOMER-NAME        PIC X(40).
           05  RN-ADDR-LINE1           PIC X(40).
           05  RN-ADDR-LINE2           PIC X(40).
           05  RN-ADDR-LINE3           PIC X(40).
           05  RN-ADDR-LINE4           PIC X(40).
           05  RN-ACTION               PIC X.
           05  RN-OLD-PRINCIPAL        PIC 9(11)V99.
           05  RN-NEW-PRINCIPAL        PIC 9(11)V99.
           05  RN-NEW-RATE             PIC 9(2)V9(7).
           05  RN-NEW-MAT-DATE         PIC 9(7).
           05  RN-GRACE-END            PIC 9(7).
           05  RN-PAYOUT-AMT           PIC 9(11)V99.
           05  RN-PAY-METHOD           PIC X.
           05  RN-CHECK-SERIAL         PIC 9(9).
           05  RN-NOTICE-DATE          PIC 9(7).
           05  FILLER                  PIC X(7).

       FD  RENEW-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RENEW-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BANK-EOF-SW          PIC X          VALUE 'N'.
               88  WS-BANK-EOF                        VALUE 'Y'.
           05  WS-RATE-EOF-SW          PIC X          VALUE 'N'.
               88  WS-RATE-EOF                        VALUE 'Y'.
           05  WS-MAT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-MAT-EOF                         VALUE 'Y'.
           05  WS-GM-EOF-SW            PIC X          VALUE 'N'.
               88  WS-GM-EOF                          VALUE 'Y'.
           05  WS-GW-EOF-SW            PIC X          VALUE 'N'.
               88  WS-GW-EOF                          VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-IN-CORRIDOR-SW       PIC X          VALUE 'N'.
               88  WS-IN-CORRIDOR                     VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-PAID-SW              PIC X          VALUE 'N'.
               88  WS-PAID                            VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-BEST              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WR-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Corridor, name, business-day rule and the run's payout
      * totals per bank.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 200 TIMES.
               10  WS-BK-BANK-NBR      PIC 9(3).
               10  WS-BK-BANK-NAME     PIC X(40).
               10  WS-BK-CK-ACCT-NBR   PIC 9(9).
               10  WS-BK-RATE-LOW      PIC S9(2)V9(7) COMP-3.
               10  WS-BK-RATE-HIGH     PIC S9(2)V9(7) COMP-3.
               10  WS-BK-BUS-DAY-SW    PIC X.
                   88  WS-BK-BUS-DAY-ONLY             VALUE 'Y'.
               10  WS-BK-DISB-TOTAL    PIC S9(13)V99  COMP-3.
               10  WS-BK-DISB-COUNT    PIC S9(7)      COMP-3.

       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY             OCCURS 2000 TIMES.
               10  WS-RT-BANK-NBR      PIC 9(3).
               10  WS-RT-TERM-DAYS     PIC 9(4).
               10  WS-RT-RATE          PIC 9(2)V9(7).

       01  WS-WDR-TABLE.
           05  WS-WR-ENTRY             OCCURS 1000 TIMES.
               10  WS-WR-BANK-NBR      PIC 9(3).
               10  WS-WR-ACCT-NBR      PIC 9(10).
               10  WS-WR-REQ-DATE      PIC 9(7).
               10  WS-WR-PAY-METHOD    PIC X.
               10  WS-WR-DDA-BANK-NO   PIC 99.
               10  WS-WR-DDA-ACCT-ID   PIC 9(3).
               10  WS-WR-DDA-ACCT-NO   PIC 9(9).
               10  WS-WR-USED-SW       PIC X.
                   88  WS-WR-USED                     VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-RENEW-CNT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-RENEW-AMT            PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-MATPAY-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-MATPAY-AMT           PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-GRCWDR-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-GRCWDR-AMT           PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-HOLD-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-HOLD-AMT             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-CHECK-CNT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CHECK-AMT            PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-DDA-CNT              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-DDA-AMT              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-PAYFAIL-CNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-PAYFAIL-AMT          PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-NOTICE-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-NOADDR-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-DATE-DB2             PIC X(10)      VALUE SPACES.
       01  WS-GRACE-DAYS               PIC 9(3)       VALUE ZERO.
       01  WS-OPER-ID                  PIC 9(5)       VALUE ZERO.

      * Working fields for the certificate in hand -- a maturity
      * row or a grace-period withdrawal.
       01  WS-CD-WORK.
           05  WS-CW-BANK-NBR          PIC 9(3).
           05  WS-CW-ACCT-NBR          PIC 9(10).
           05  WS-CW-ACTION            PIC X.
           05  WS-CW-OLD-PRINCIPAL     PIC 9(11)V99.
           05  WS-CW-NEW-PRINCIPAL     PIC 9(11)V99.
           05  WS-CW-NEW-RATE          PIC 9(2)V9(7).
           05  WS-CW-TERM-DAYS         PIC 9(4).
           05  WS-CW-NEW-MAT-DATE      PIC 9(7).
           05  WS-CW-GRACE-END         PIC 9(7).
           05  WS-CW-PAYOUT-AMT        PIC 9(11)V99.
           05  WS-CW-PAY-METHOD        PIC X.
               88  WS-CW-PAY-TO-DDA                   VALUE 'D'.
               88  WS-CW-PAY-BY-CHECK                 VALUE 'C'.
           05  WS-CW-DDA-BANK-NO       PIC 99.
           05  WS-CW-DDA-ACCT-ID       PIC 9(3).
           05  WS-CW-DDA-ACCT-NO       PIC 9(9).
           05  WS-CW-CHECK-SERIAL      PIC 9(9).

       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-TEST-RATE                PIC 9(2)V9(7)  VALUE ZERO.
       01  WS-ADD-DAYS                 PIC 9(5)       VALUE ZERO.
       01  WS-EXC-TEXT                 PIC X(40)      VALUE SPACES.

      * Remitter on a payout check: the certificate in full, then
      * as much of the bank name as fits.
       01  WS-CHECK-REMITTER.
           05  FILLER                  PIC X(3)       VALUE 'CD '.
           05  WS-CR-CD-ACCT-NBR       PIC 9(10)      VALUE ZERO.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CR-BANK-NAME         PIC X(16)      VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-DAY               PIC 9(5).
       01  WS-RESULT-DATE.
           05  WS-RD-YEAR              PIC 9(4).
           05  WS-RD-DAY               PIC 9(3).
       01  WS-START-DATE               PIC 9(7)       VALUE ZERO.
       01  WS-TEST-YEAR                PIC 9(4)       VALUE ZERO.
       01  WS-DAYS-IN-YEAR             PIC 9(3)       VALUE 365.
       01  WS-LP-QUOTIENT              PIC 9(4)       VALUE ZERO.
       01  WS-LP-REMAINDER             PIC 9(4)       VALUE ZERO.

       01  BDL-PARM-AREA.
           05  BDL-BANK-NO             PIC 99.
           05  BDL-START-DATE          PIC 9(7).
           05  BDL-BUS-DAYS-FWD        PIC S9(3)      COMP-3.
           05  BDL-RESULT-DATE         PIC 9(7).
           05  BDL-RETURN-CODE         PIC 99.
               88  BDL-SUCCESS                        VALUE 0.

       01  OCI-PARM-AREA.
           05  OCI-BANK-NO             PIC 9(3).
           05  OCI-ACCT-NO             PIC 9(9).
           05  OCI-PAYEE-NAME          PIC X(50).
           05  OCI-REMITTER            PIC X(30).
           05  OCI-AMOUNT              PIC 9(9)V99.
           05  OCI-CHECK-TYPE          PIC X.
           05  OCI-ISSUE-DATE-DB2      PIC X(10).
           05  OCI-OPER-ID             PIC 9(5).
           05  OCI-SERIAL-NBR          PIC 9(9).
           05  OCI-RETURN-CODE         PIC 99.
               88  OCI-SUCCESS                        VALUE 0.

       01  EWP-PARM-AREA.
           05  EWP-BANK-NBR            PIC 9(3).
           05  EWP-PRINCIPAL           PIC 9(11)V99.
           05  EWP-INT-RATE            PIC 9(2)V9(7).
           05  EWP-OPEN-DATE           PIC 9(7).
           05  EWP-MATURITY-DATE       PIC 9(7).
           05  EWP-WDR-DATE            PIC 9(7).
           05  EWP-WDR-AMOUNT          PIC 9(11)V99.
           05  EWP-INT-EARNED          PIC 9(11)V99.
           05  EWP-TERM-DAYS           PIC 9(5).
           05  EWP-PENALTY-DAYS        PIC 9(4).
           05  EWP-PENALTY-AMT         PIC 9(11)V99.
           05  EWP-PRIN-INVADED        PIC 9(11)V99.
           05  EWP-INVADE-IND          PIC X.
               88  EWP-INVADES-PRIN                   VALUE 'Y'.
           05  EWP-RETURN-CODE         PIC 99.
               88  EWP-SUCCESS                        VALUE 0.

       COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(42)      VALUE
               'CDU106 - CD MATURITY RENEWAL REGISTER     '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(77)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-DL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-DL-ACCT              PIC 9(10).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-ACTION            PIC X(18).
           05  FILLER                  PIC X(6)       VALUE ' AMT: '.
           05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' RATE: '.
           05  WS-DL-RATE              PIC Z9.9(7).
           05  FILLER                  PIC X(6)       VALUE ' MAT: '.
           05  WS-DL-MAT-DATE          PIC 9(7).
           05  FILLER                  PIC X(8)       VALUE ' GRACE: '.
           05  WS-DL-GRACE-END         PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-PAY-NOTE          PIC X(14).
           05  FILLER                  PIC X          VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER                  PIC X(13)      VALUE
               '*** EXCEPTION'.
           05  FILLER                  PIC X(7)       VALUE ' BANK: '.
           05  WS-EL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-EL-ACCT              PIC 9(10).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-TEXT              PIC X(40).
           05  FILLER                  PIC X(6)       VALUE ' AMT: '.
           05  WS-EL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(26)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(62)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-GRACE-PASS
               UNTIL WS-GM-EOF.
           PERFORM 2500-UNMATCHED-WDR
               VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WR-COUNT.
           PERFORM 3000-PROCESS-MATURITY
               UNTIL WS-MAT-EOF.
           PERFORM 8000-WRITE-PAY-CONTROLS
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           PERFORM 8500-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CD-BANKCTL-FILE
                       CD-MATURE-FILE
                       CD-RATE-FILE
                       RENEW-PARM-FILE
                       GRACE-MASTER
                       GRACE-WDR-FILE
                OUTPUT GRACE-MASTER-OUT
                       RENEW-OUT-FILE
                       RENEW-HOLD-FILE
                       PAY-DISB-FILE
                       PAY-CTL-FILE
                       RENEW-NOTICE-FILE
                       RENEW-RPT.
           READ RENEW-PARM-FILE.
           MOVE RP-RUN-DATE     TO WS-RUN-DATE.
           MOVE RP-RUN-DATE-DB2 TO WS-RUN-DATE-DB2.
           MOVE RP-OPER-ID      TO WS-OPER-ID.
           IF RP-GRACE-DAYS NOT NUMERIC
              OR RP-GRACE-DAYS = ZERO
               MOVE 10 TO WS-GRACE-DAYS
           ELSE
               MOVE RP-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE RENEW-RPT-LINE FROM WS-RPT-HDG.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANKS
               UNTIL WS-BANK-EOF.
           READ CD-RATE-FILE
               AT END MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-RATES
               UNTIL WS-RATE-EOF.
           READ GRACE-WDR-FILE
               AT END MOVE 'Y' TO WS-GW-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-WITHDRAWALS
               UNTIL WS-GW-EOF.
           READ GRACE-MASTER
               AT END MOVE 'Y' TO WS-GM-EOF-SW
           END-READ.
           READ CD-MATURE-FILE
               AT END MOVE 'Y' TO WS-MAT-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * The corridor widens by CDBC-RATE-VARIANCE on both sides,
      * as CDR307 edits it.
       1100-LOAD-BANKS.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE CDBC-BANK-NBR  TO WS-BK-BANK-NBR (WS-BK-IDX).
           MOVE CDBC-BANK-NAME TO WS-BK-BANK-NAME (WS-BK-IDX).
           MOVE CDBC-CK-ACCT-NBR TO WS-BK-CK-ACCT-NBR (WS-BK-IDX).
           COMPUTE WS-BK-RATE-LOW (WS-BK-IDX) =
               CDBC-INT-RATE-MIN - CDBC-RATE-VARIANCE.
           IF WS-BK-RATE-LOW (WS-BK-IDX) < ZERO
               MOVE ZERO TO WS-BK-RATE-LOW (WS-BK-IDX)
           END-IF.
           COMPUTE WS-BK-RATE-HIGH (WS-BK-IDX) =
               CDBC-INT-RATE-MAX + CDBC-RATE-VARIANCE.
           IF CDBC-MAT-BUS-DAY-ONLY
               MOVE 'Y' TO WS-BK-BUS-DAY-SW (WS-BK-IDX)
           ELSE
               MOVE 'N' TO WS-BK-BUS-DAY-SW (WS-BK-IDX)
           END-IF.
           MOVE ZERO TO WS-BK-DISB-TOTAL (WS-BK-IDX)
                        WS-BK-DISB-COUNT (WS-BK-IDX).
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SW
           END-READ.
       1100-LOAD-BANKS-EXIT.
           EXIT.

       1200-LOAD-RATES.
           ADD 1 TO WS-RT-COUNT.
           MOVE WS-RT-COUNT TO WS-RT-IDX.
           MOVE CRT-BANK-NBR    TO WS-RT-BANK-NBR (WS-RT-IDX).
           MOVE CRT-TERM-DAYS   TO WS-RT-TERM-DAYS (WS-RT-IDX).
           MOVE CRT-POSTED-RATE TO WS-RT-RATE (WS-RT-IDX).
           READ CD-RATE-FILE
               AT END MOVE 'Y' TO WS-RATE-EOF-SW
           END-READ.
       1200-LOAD-RATES-EXIT.
           EXIT.

       1300-LOAD-WITHDRAWALS.
           ADD 1 TO WS-WR-COUNT.
           MOVE WS-WR-COUNT TO WS-WR-IDX.
           MOVE GW-BANK-NBR    TO WS-WR-BANK-NBR (WS-WR-IDX).
           MOVE GW-ACCT-NBR    TO WS-WR-ACCT-NBR (WS-WR-IDX).
           MOVE GW-REQ-DATE    TO WS-WR-REQ-DATE (WS-WR-IDX).
           MOVE GW-PAY-METHOD  TO WS-WR-PAY-METHOD (WS-WR-IDX).
           MOVE GW-DDA-BANK-NO TO WS-WR-DDA-BANK-NO (WS-WR-IDX).
           MOVE GW-DDA-ACCT-ID TO WS-WR-DDA-ACCT-ID (WS-WR-IDX).
           MOVE GW-DDA-ACCT-NO TO WS-WR-DDA-ACCT-NO (WS-WR-IDX).
           MOVE 'N' TO WS-WR-USED-SW (WS-WR-IDX).
           READ GRACE-WDR-FILE
               AT END MOVE 'Y' TO WS-GW-EOF-SW
           END-READ.
       1300-LOAD-WITHDRAWALS-EXIT.
           EXIT.

      * Each open grace period either meets a withdrawal request,
      * runs out, or carries forward.  A request dated after the
      * grace end is refused -- the penalty decision belongs to the
      * branch -- and the row drops off as expired.
       2000-GRACE-PASS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2010-SCAN-WDR-TABLE
               VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WR-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-WR-IDX
               MOVE 'Y' TO WS-WR-USED-SW (WS-WR-IDX)
               IF WS-WR-REQ-DATE (WS-WR-IDX) > GM-GRACE-END
                   MOVE GM-BANK-NBR  TO WS-EL-BANK
                   MOVE GM-ACCT-NBR  TO WS-EL-ACCT
                   MOVE GM-PRINCIPAL TO WS-EL-AMOUNT
                   MOVE 'WITHDRAWAL AFTER GRACE - PENALTY APPLIES'
                       TO WS-EL-TEXT
                   WRITE RENEW-RPT-LINE FROM WS-EXC-LINE
                   PERFORM 2200-QUOTE-PENALTY
                   PERFORM 2050-CARRY-GRACE
               ELSE
                   PERFORM 2100-GRACE-WITHDRAWAL
               END-IF
           ELSE
               PERFORM 2050-CARRY-GRACE
           END-IF.
           READ GRACE-MASTER
               AT END MOVE 'Y' TO WS-GM-EOF-SW
           END-READ.
       2000-GRACE-PASS-EXIT.
           EXIT.

       2010-SCAN-WDR-TABLE.
           IF GM-BANK-NBR = WS-WR-BANK-NBR (WS-WR-IDX)
              AND GM-ACCT-NBR = WS-WR-ACCT-NBR (WS-WR-IDX)
              AND NOT WS-WR-USED (WS-WR-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2010-SCAN-WDR-TABLE-EXIT.
           EXIT.

      * A certificate stays on the grace master until its grace
      * period has run.
       2050-CARRY-GRACE.
           IF GM-GRACE-END NOT < WS-RUN-DATE
               WRITE GRACE-MASTER-OUT-REC FROM GRACE-MASTER-REC
           END-IF.
       2050-CARRY-GRACE-EXIT.
           EXIT.

       2100-GRACE-WITHDRAWAL.
           MOVE 'N' TO WS-PAID-SW.
           MOVE GM-BANK-NBR     TO WS-CW-BANK-NBR.
           MOVE GM-ACCT-NBR     TO WS-CW-ACCT-NBR.
           MOVE 'W'             TO WS-CW-ACTION.
           MOVE GM-PRINCIPAL    TO WS-CW-OLD-PRINCIPAL
                                   WS-CW-PAYOUT-AMT.
           MOVE ZERO            TO WS-CW-NEW-PRINCIPAL
                                   WS-CW-TERM-DAYS
                                   WS-CW-CHECK-SERIAL.
           MOVE GM-NEW-RATE     TO WS-CW-NEW-RATE.
           MOVE GM-NEW-MAT-DATE TO WS-CW-NEW-MAT-DATE.
           MOVE GM-GRACE-END    TO WS-CW-GRACE-END.
           MOVE WS-WR-PAY-METHOD (WS-WR-IDX)  TO WS-CW-PAY-METHOD.
           MOVE WS-WR-DDA-BANK-NO (WS-WR-IDX) TO WS-CW-DDA-BANK-NO.
           MOVE WS-WR-DDA-ACCT-ID (WS-WR-IDX) TO WS-CW-DDA-ACCT-ID.
           MOVE WS-WR-DDA-ACCT-NO (WS-WR-IDX) TO WS-CW-DDA-ACCT-NO.
           MOVE WS-CW-BANK-NBR TO WS-TEST-BANK.
           PERFORM 5100-FIND-BANK.
           PERFORM 6000-PAY-OUT.
           IF NOT WS-PAID
               WRITE GRACE-MASTER-OUT-REC FROM GRACE-MASTER-REC
           ELSE
               ADD 1 TO WS-GRCWDR-CNT
               ADD WS-CW-PAYOUT-AMT TO WS-GRCWDR-AMT
               MOVE 'GRACE WITHDRAWAL  ' TO WS-DL-ACTION
               PERFORM 7000-WRITE-RESULT
           END-IF.
       2100-GRACE-WITHDRAWAL-EXIT.
           EXIT.

      * The branch gets the CDU107 penalty with the rejection, so
      * the figure it quotes the customer is the scheduled one.
       2200-QUOTE-PENALTY.
           MOVE GM-BANK-NBR     TO EWP-BANK-NBR.
           MOVE GM-PRINCIPAL    TO EWP-PRINCIPAL
                                   EWP-WDR-AMOUNT.
           MOVE GM-NEW-RATE     TO EWP-INT-RATE.
           MOVE GM-RENEW-DATE   TO EWP-OPEN-DATE.
           MOVE GM-NEW-MAT-DATE TO EWP-MATURITY-DATE.
           MOVE WS-WR-REQ-DATE (WS-WR-IDX) TO EWP-WDR-DATE.
           MOVE ZERO            TO EWP-INT-EARNED.
           CALL 'CDU107' USING EWP-PARM-AREA.
           IF EWP-SUCCESS
               MOVE EWP-PENALTY-AMT TO WS-EL-AMOUNT
               IF EWP-INVADES-PRIN
                   MOVE 'EARLY WDR PENALTY - INVADES PRINCIPAL'
                       TO WS-EL-TEXT
               ELSE
                   MOVE 'EARLY WITHDRAWAL PENALTY PER SCHEDULE'
                       TO WS-EL-TEXT
               END-IF
           ELSE
               MOVE ZERO TO WS-EL-AMOUNT
               MOVE 'PENALTY NOT COMPUTED - NO SCHEDULE'
                   TO WS-EL-TEXT
           END-IF.
           WRITE RENEW-RPT-LINE FROM WS-EXC-LINE.
       2200-QUOTE-PENALTY-EXIT.
           EXIT.

       2500-UNMATCHED-WDR.
           IF NOT WS-WR-USED (WS-WR-IDX)
               MOVE WS-WR-BANK-NBR (WS-WR-IDX) TO WS-EL-BANK
               MOVE WS-WR-ACCT-NBR (WS-WR-IDX) TO WS-EL-ACCT
               MOVE ZERO TO WS-EL-AMOUNT
               MOVE 'WITHDRAWAL - NO OPEN GRACE PERIOD'
                   TO WS-EL-TEXT
               WRITE RENEW-RPT-LINE FROM WS-EXC-LINE
           END-IF.
       2500-UNMATCHED-WDR-EXIT.
           EXIT.

       3000-PROCESS-MATURITY.
           MOVE 'N' TO WS-PAID-SW.
           MOVE MI-BANK-NBR  TO WS-CW-BANK-NBR.
           MOVE MI-ACCT-NBR  TO WS-CW-ACCT-NBR.
           MOVE MI-TERM-DAYS TO WS-CW-TERM-DAYS.
           COMPUTE WS-CW-OLD-PRINCIPAL =
               MI-PRINCIPAL + MI-ACCRUED-INT.
           MOVE MI-PAY-METHOD  TO WS-CW-PAY-METHOD.
           MOVE MI-DDA-BANK-NO TO WS-CW-DDA-BANK-NO.
           MOVE MI-DDA-ACCT-ID TO WS-CW-DDA-ACCT-ID.
           MOVE MI-DDA-ACCT-NO TO WS-CW-DDA-ACCT-NO.
           MOVE ZERO TO WS-CW-NEW-PRINCIPAL
                        WS-CW-NEW-RATE
                        WS-CW-NEW-MAT-DATE
                        WS-CW-GRACE-END
                        WS-CW-PAYOUT-AMT
                        WS-CW-CHECK-SERIAL.
           MOVE MI-BANK-NBR TO WS-TEST-BANK.
           PERFORM 5100-FIND-BANK.
           IF NOT WS-BANK-FOUND
               MOVE 'BANK NOT ON CD.BANKCTL - HELD' TO WS-EXC-TEXT
               PERFORM 3900-HOLD-MATURITY
           ELSE
               EVALUATE TRUE
                   WHEN MI-RENEW-ALL
                       PERFORM 3100-RENEW-CD
                   WHEN MI-RENEW-PRIN
                       PERFORM 3100-RENEW-CD
                   WHEN MI-PAY-AT-MATURITY
                       PERFORM 3300-PAY-AT-MATURITY
                   WHEN OTHER
                       MOVE 'UNKNOWN RENEWAL INSTRUCTION - HELD'
                           TO WS-EXC-TEXT
                       PERFORM 3900-HOLD-MATURITY
               END-EVALUATE
           END-IF.
           READ CD-MATURE-FILE
               AT END MOVE 'Y' TO WS-MAT-EOF-SW
           END-READ.
       3000-PROCESS-MATURITY-EXIT.
           EXIT.

      * The posted rate is the one for the longest posted term not
      * longer than the certificate's; a renewal never takes a
      * longer term's rate.
       3100-RENEW-CD.
           MOVE ZERO TO WS-RT-BEST.
           PERFORM 3110-SCAN-RATE-TABLE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           MOVE SPACES TO WS-EXC-TEXT.
           IF WS-RT-BEST = ZERO
               MOVE 'NO POSTED RATE FOR TERM - HELD' TO WS-EXC-TEXT
           ELSE
               MOVE WS-RT-RATE (WS-RT-BEST) TO WS-TEST-RATE
               PERFORM 5000-TEST-CORRIDOR
               IF NOT WS-IN-CORRIDOR
                   MOVE 'POSTED RATE OUTSIDE CORRIDOR - HELD'
                       TO WS-EXC-TEXT
               END-IF
           END-IF.
           IF WS-EXC-TEXT = SPACES
              AND MI-RENEW-PRIN
              AND MI-ACCRUED-INT > ZERO
              AND NOT MI-PAY-TO-DDA
              AND NOT MI-PAY-BY-CHECK
               MOVE 'NO INTEREST PAY METHOD - HELD' TO WS-EXC-TEXT
           END-IF.
           IF WS-EXC-TEXT NOT = SPACES
               PERFORM 3900-HOLD-MATURITY
           ELSE
               PERFORM 3150-BUILD-RENEWAL
           END-IF.
       3100-RENEW-CD-EXIT.
           EXIT.

       3110-SCAN-RATE-TABLE.
           IF WS-RT-BANK-NBR (WS-RT-IDX) = MI-BANK-NBR
              AND WS-RT-TERM-DAYS (WS-RT-IDX) NOT > MI-TERM-DAYS
               IF WS-RT-BEST = ZERO
                   MOVE WS-RT-IDX TO WS-RT-BEST
               ELSE
                   IF WS-RT-TERM-DAYS (WS-RT-IDX) >
                      WS-RT-TERM-DAYS (WS-RT-BEST)
                       MOVE WS-RT-IDX TO WS-RT-BEST
                   END-IF
               END-IF
           END-IF.
       3110-SCAN-RATE-TABLE-EXIT.
           EXIT.

       3150-BUILD-RENEWAL.
           MOVE WS-TEST-RATE TO WS-CW-NEW-RATE.
           MOVE 'R' TO WS-CW-ACTION.
           IF MI-RENEW-PRIN
               MOVE MI-PRINCIPAL   TO WS-CW-NEW-PRINCIPAL
               MOVE MI-ACCRUED-INT TO WS-CW-PAYOUT-AMT
           ELSE
               MOVE WS-CW-OLD-PRINCIPAL TO WS-CW-NEW-PRINCIPAL
               MOVE ZERO TO WS-CW-PAYOUT-AMT
           END-IF.
           MOVE MI-MATURITY-DATE TO WS-START-DATE.
           MOVE MI-TERM-DAYS TO WS-ADD-DAYS.
           PERFORM 7100-ADD-DAYS.
           MOVE WS-RESULT-DATE TO WS-CW-NEW-MAT-DATE.
           IF WS-BK-BUS-DAY-ONLY (WS-BK-IDX)
               PERFORM 3200-ROLL-TO-BUSINESS-DAY
           END-IF.
           MOVE MI-MATURITY-DATE TO WS-START-DATE.
           MOVE WS-GRACE-DAYS TO WS-ADD-DAYS.
           PERFORM 7100-ADD-DAYS.
           MOVE WS-RESULT-DATE TO WS-CW-GRACE-END.
           IF WS-CW-PAYOUT-AMT > ZERO
               PERFORM 6000-PAY-OUT
               IF NOT WS-PAID
                   MOVE WS-CW-OLD-PRINCIPAL TO WS-CW-NEW-PRINCIPAL
               END-IF
           END-IF.
           MOVE SPACES TO GRACE-MASTER-REC.
           MOVE WS-CW-BANK-NBR      TO GM-BANK-NBR.
           MOVE WS-CW-ACCT-NBR      TO GM-ACCT-NBR.
           MOVE MI-MATURITY-DATE    TO GM-RENEW-DATE.
           MOVE WS-CW-GRACE-END     TO GM-GRACE-END.
           MOVE WS-CW-NEW-PRINCIPAL TO GM-PRINCIPAL.
           MOVE WS-CW-NEW-RATE      TO GM-NEW-RATE.
           MOVE WS-CW-NEW-MAT-DATE  TO GM-NEW-MAT-DATE.
           MOVE 'G'                 TO GM-STATUS.
           WRITE GRACE-MASTER-OUT-REC FROM GRACE-MASTER-REC.
           ADD 1 TO WS-RENEW-CNT.
           ADD WS-CW-NEW-PRINCIPAL TO WS-RENEW-AMT.
           IF MI-RENEW-PRIN
               MOVE 'RENEWED PRINCIPAL ' TO WS-DL-ACTION
           ELSE
               MOVE 'RENEWED PRIN + INT' TO WS-DL-ACTION
           END-IF.
           PERFORM 7000-WRITE-RESULT.
       3150-BUILD-RENEWAL-EXIT.
           EXIT.

      * DSDS103 counts business days forward, so starting one
      * calendar day back and asking for one business day forward
      * yields the date itself when it's a business day and the
      * next business day when it isn't.
       3200-ROLL-TO-BUSINESS-DAY.
           MOVE WS-CW-NEW-MAT-DATE TO WS-RESULT-DATE.
           IF WS-RD-DAY = 1
               SUBTRACT 1 FROM WS-RD-YEAR
               MOVE WS-RD-YEAR TO WS-TEST-YEAR
               PERFORM 7200-SET-DAYS-IN-YEAR
               MOVE WS-DAYS-IN-YEAR TO WS-RD-DAY
           ELSE
               SUBTRACT 1 FROM WS-RD-DAY
           END-IF.
           MOVE WS-CW-BANK-NBR TO BDL-BANK-NO.
           MOVE WS-RESULT-DATE TO BDL-START-DATE.
           MOVE +1 TO BDL-BUS-DAYS-FWD.
           CALL 'DSDS103' USING BDL-PARM-AREA.
           IF BDL-SUCCESS
               MOVE BDL-RESULT-DATE TO WS-CW-NEW-MAT-DATE
           END-IF.
       3200-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

       3300-PAY-AT-MATURITY.
           MOVE 'M' TO WS-CW-ACTION.
           MOVE WS-CW-OLD-PRINCIPAL TO WS-CW-PAYOUT-AMT.
           PERFORM 6000-PAY-OUT.
           IF NOT WS-PAID
               MOVE 'PAYOUT FAILED - HELD FOR BRANCH' TO WS-EXC-TEXT
               PERFORM 3900-HOLD-MATURITY
           ELSE
               ADD 1 TO WS-MATPAY-CNT
               ADD WS-CW-PAYOUT-AMT TO WS-MATPAY-AMT
               MOVE 'PAID AT MATURITY  ' TO WS-DL-ACTION
               PERFORM 7000-WRITE-RESULT
           END-IF.
       3300-PAY-AT-MATURITY-EXIT.
           EXIT.

       3900-HOLD-MATURITY.
           WRITE RENEW-HOLD-REC FROM CD-MATURE-REC.
           ADD 1 TO WS-HOLD-CNT.
           ADD WS-CW-OLD-PRINCIPAL TO WS-HOLD-AMT.
           MOVE MI-BANK-NBR  TO WS-EL-BANK.
           MOVE MI-ACCT-NBR  TO WS-EL-ACCT.
           MOVE WS-EXC-TEXT  TO WS-EL-TEXT.
           MOVE WS-CW-OLD-PRINCIPAL TO WS-EL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-EXC-LINE.
       3900-HOLD-MATURITY-EXIT.
           EXIT.

       5000-TEST-CORRIDOR.
           MOVE 'N' TO WS-IN-CORRIDOR-SW.
           IF WS-TEST-RATE NOT < WS-BK-RATE-LOW (WS-BK-IDX)
              AND WS-TEST-RATE NOT > WS-BK-RATE-HIGH (WS-BK-IDX)
               MOVE 'Y' TO WS-IN-CORRIDOR-SW
           END-IF.
       5000-TEST-CORRIDOR-EXIT.
           EXIT.

       5100-FIND-BANK.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 5110-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       5100-FIND-BANK-EXIT.
           EXIT.

       5110-SCAN-BANK-TABLE.
           IF WS-TEST-BANK = WS-BK-BANK-NBR (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       5110-SCAN-BANK-TABLE-EXIT.
           EXIT.

      * Pays WS-CW-PAYOUT-AMT by the method in hand.  The owner's
      * name and address are resolved first -- the check needs the
      * payee, and the confirmation needs the address either way.
       6000-PAY-OUT.
           MOVE 'N' TO WS-PAID-SW.
           PERFORM 6100-RESOLVE-OWNER.
           EVALUATE TRUE
               WHEN WS-CW-PAY-TO-DDA
                AND WS-CW-DDA-ACCT-NO > ZERO
                   PERFORM 6200-PAY-TO-DDA
               WHEN WS-CW-PAY-BY-CHECK
                   PERFORM 6300-PAY-BY-CHECK
               WHEN OTHER
                   MOVE WS-CW-BANK-NBR   TO WS-EL-BANK
                   MOVE WS-CW-ACCT-NBR   TO WS-EL-ACCT
                   MOVE WS-CW-PAYOUT-AMT TO WS-EL-AMOUNT
                   MOVE 'NO VALID PAY METHOD OR DDA ACCOUNT'
                       TO WS-EL-TEXT
                   WRITE RENEW-RPT-LINE FROM WS-EXC-LINE
           END-EVALUATE.
           IF NOT WS-PAID
               ADD 1 TO WS-PAYFAIL-CNT
               ADD WS-CW-PAYOUT-AMT TO WS-PAYFAIL-AMT
           END-IF.
       6000-PAY-OUT-EXIT.
           EXIT.

       6100-RESOLVE-OWNER.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE WS-CW-BANK-NBR TO U010-BANK-NBR.
           MOVE 'CD  ' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE WS-CW-ACCT-NBR TO U010-FILE-KEY (1:10).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +4 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
       6100-RESOLVE-OWNER-EXIT.
           EXIT.

      * The disbursement is in the CD system's CDINTDSB shape so
      * CDU105 credits it and proves it against CDPAYCTL.
       6200-PAY-TO-DDA.
           MOVE SPACES TO PAY-DISB-REC.
           MOVE WS-CW-BANK-NBR    TO PD-BANK-NBR.
           MOVE WS-CW-ACCT-NBR    TO PD-CERT-NBR.
           MOVE WS-CW-DDA-BANK-NO TO PD-DDA-BANK-NO.
           MOVE WS-CW-DDA-ACCT-ID TO PD-DDA-ACCT-ID.
           MOVE WS-CW-DDA-ACCT-NO TO PD-DDA-ACCT-NO.
           MOVE WS-CW-PAYOUT-AMT  TO PD-AMT.
           WRITE PAY-DISB-REC.
           IF WS-BANK-FOUND
               ADD WS-CW-PAYOUT-AMT TO WS-BK-DISB-TOTAL (WS-BK-IDX)
               ADD 1 TO WS-BK-DISB-COUNT (WS-BK-IDX)
           END-IF.
           ADD 1 TO WS-DDA-CNT.
           ADD WS-CW-PAYOUT-AMT TO WS-DDA-AMT.
           MOVE 'Y' TO WS-PAID-SW.
           MOVE 'PAID TO DDA   ' TO WS-DL-PAY-NOTE.
       6200-PAY-TO-DDA-EXIT.
           EXIT.

       6300-PAY-BY-CHECK.
           IF NOT U010-GOOD-RETURN
               MOVE 'CD OWNER NAME UNAVAILABLE' TO U010-CUSTOMER-NAME
           END-IF.
           MOVE WS-CW-BANK-NBR     TO OCI-BANK-NO.
           MOVE U010-CUSTOMER-NAME TO OCI-PAYEE-NAME.
           MOVE WS-CW-ACCT-NBR     TO WS-CR-CD-ACCT-NBR.
           IF WS-BANK-FOUND
               MOVE WS-BK-CK-ACCT-NBR (WS-BK-IDX) TO OCI-ACCT-NO
               MOVE WS-BK-BANK-NAME (WS-BK-IDX) TO WS-CR-BANK-NAME
           ELSE
               MOVE ZERO TO OCI-ACCT-NO
               MOVE SPACES TO WS-CR-BANK-NAME
           END-IF.
           MOVE WS-CHECK-REMITTER  TO OCI-REMITTER.
           MOVE WS-CW-PAYOUT-AMT   TO OCI-AMOUNT.
           MOVE 'C'                TO OCI-CHECK-TYPE.
           MOVE WS-RUN-DATE-DB2    TO OCI-ISSUE-DATE-DB2.
           MOVE WS-OPER-ID         TO OCI-OPER-ID.
           MOVE ZERO               TO OCI-SERIAL-NBR.
           CALL 'ARU101' USING OCI-PARM-AREA.
           IF OCI-SUCCESS
               MOVE OCI-SERIAL-NBR TO WS-CW-CHECK-SERIAL
               ADD 1 TO WS-CHECK-CNT
               ADD WS-CW-PAYOUT-AMT TO WS-CHECK-AMT
               MOVE 'Y' TO WS-PAID-SW
               MOVE 'CHECK ISSUED  ' TO WS-DL-PAY-NOTE
           ELSE
               MOVE WS-CW-BANK-NBR   TO WS-EL-BANK
               MOVE WS-CW-ACCT-NBR   TO WS-EL-ACCT
               MOVE WS-CW-PAYOUT-AMT TO WS-EL-AMOUNT
               MOVE 'CHECK NOT ISSUED' TO WS-EL-TEXT
               WRITE RENEW-RPT-LINE FROM WS-EXC-LINE
           END-IF.
       6300-PAY-BY-CHECK-EXIT.
           EXIT.

      * RNOUT row, register line and customer confirmation for
      * the certificate in hand.  A renewal with no payout was not
      * run through 6000-PAY-OUT, so the owner resolves here.
       7000-WRITE-RESULT.
           IF WS-CW-PAYOUT-AMT = ZERO
              OR NOT WS-PAID
               MOVE SPACES TO WS-DL-PAY-NOTE
               PERFORM 6100-RESOLVE-OWNER
           END-IF.
           MOVE SPACES TO RENEW-OUT-REC.
           MOVE WS-CW-ACTION        TO RO-ACTION.
           MOVE WS-CW-BANK-NBR      TO RO-BANK-NBR.
           MOVE WS-CW-ACCT-NBR      TO RO-ACCT-NBR.
           MOVE WS-RUN-DATE         TO RO-EFF-DATE.
           MOVE WS-CW-NEW-PRINCIPAL TO RO-PRINCIPAL.
           MOVE WS-CW-NEW-RATE      TO RO-RATE.
           MOVE WS-CW-TERM-DAYS     TO RO-TERM-DAYS.
           MOVE WS-CW-NEW-MAT-DATE  TO RO-MAT-DATE.
           MOVE WS-CW-GRACE-END     TO RO-GRACE-END.
           IF WS-PAID
               MOVE WS-CW-PAYOUT-AMT TO RO-PAYOUT-AMT
           ELSE
               MOVE ZERO TO RO-PAYOUT-AMT
           END-IF.
           WRITE RENEW-OUT-REC.
           MOVE WS-CW-BANK-NBR TO WS-DL-BANK.
           MOVE WS-CW-ACCT-NBR TO WS-DL-ACCT.
           IF RO-RENEWED
               MOVE WS-CW-NEW-PRINCIPAL TO WS-DL-AMOUNT
           ELSE
               MOVE WS-CW-PAYOUT-AMT TO WS-DL-AMOUNT
           END-IF.
           MOVE WS-CW-NEW-RATE     TO WS-DL-RATE.
           MOVE WS-CW-NEW-MAT-DATE TO WS-DL-MAT-DATE.
           MOVE WS-CW-GRACE-END    TO WS-DL-GRACE-END.
           WRITE RENEW-RPT-LINE FROM WS-DETAIL-LINE.
           IF U010-GOOD-RETURN
               PERFORM 7050-WRITE-NOTICE
           ELSE
               ADD 1 TO WS-NOADDR-CNT
               MOVE WS-CW-BANK-NBR TO WS-EL-BANK
               MOVE WS-CW-ACCT-NBR TO WS-EL-ACCT
               MOVE ZERO TO WS-EL-AMOUNT
               MOVE 'NO ADDRESS - CONFIRMATION NOT SENT'
                   TO WS-EL-TEXT
               WRITE RENEW-RPT-LINE FROM WS-EXC-LINE
           END-IF.
       7000-WRITE-RESULT-EXIT.
           EXIT.

       7050-WRITE-NOTICE.
           MOVE SPACES TO RENEW-NOTICE-REC.
           MOVE WS-CW-BANK-NBR        TO RN-BANK-NBR.
           MOVE WS-CW-ACCT-NBR        TO RN-ACCT-NBR.
           MOVE U010-CUSTOMER-NAME    TO RN-CUSTOMER-NAME.
           MOVE U010-NAME-ADDRESS (1) TO RN-ADDR-LINE1.
           MOVE U010-NAME-ADDRESS (2) TO RN-ADDR-LINE2.
           MOVE U010-NAME-ADDRESS (3) TO RN-ADDR-LINE3.
           MOVE U010-NAME-ADDRESS (4) TO RN-ADDR-LINE4.
           MOVE WS-CW-ACTION          TO RN-ACTION.
           MOVE WS-CW-OLD-PRINCIPAL   TO RN-OLD-PRINCIPAL.
           MOVE WS-CW-NEW-PRINCIPAL   TO RN-NEW-PRINCIPAL.
           MOVE WS-CW-NEW-RATE        TO RN-NEW-RATE.
           MOVE WS-CW-NEW-MAT-DATE    TO RN-NEW-MAT-DATE.
           MOVE WS-CW-GRACE-END       TO RN-GRACE-END.
           MOVE RO-PAYOUT-AMT         TO RN-PAYOUT-AMT.
           IF WS-PAID
               MOVE WS-CW-PAY-METHOD  TO RN-PAY-METHOD
           END-IF.
           MOVE WS-CW-CHECK-SERIAL    TO RN-CHECK-SERIAL.
           MOVE WS-RUN-DATE           TO RN-NOTICE-DATE.
           WRITE RENEW-NOTICE-REC.
           ADD 1 TO WS-NOTICE-CNT.
       7050-WRITE-NOTICE-EXIT.
           EXIT.

      * Adds WS-ADD-DAYS calendar days to WS-START-DATE (modified
      * Julian), stepping a year at a time so multi-year terms
      * land right.
       7100-ADD-DAYS.
           MOVE WS-START-DATE TO WS-RESULT-DATE.
           MOVE WS-RD-YEAR TO WS-DW-YEAR.
           COMPUTE WS-DW-DAY = WS-RD-DAY + WS-ADD-DAYS.
           MOVE WS-DW-YEAR TO WS-TEST-YEAR.
           PERFORM 7200-SET-DAYS-IN-YEAR.
           PERFORM 7110-STEP-YEAR
               UNTIL WS-DW-DAY NOT > WS-DAYS-IN-YEAR.
           MOVE WS-DW-YEAR TO WS-RD-YEAR.
           MOVE WS-DW-DAY  TO WS-RD-DAY.
       7100-ADD-DAYS-EXIT.
           EXIT.

       7110-STEP-YEAR.
           SUBTRACT WS-DAYS-IN-YEAR FROM WS-DW-DAY.
           ADD 1 TO WS-DW-YEAR.
           MOVE WS-DW-YEAR TO WS-TEST-YEAR.
           PERFORM 7200-SET-DAYS-IN-YEAR.
       7110-STEP-YEAR-EXIT.
           EXIT.

       7200-SET-DAYS-IN-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-TEST-YEAR BY 4 GIVING WS-LP-QUOTIENT
               REMAINDER WS-LP-REMAINDER.
           IF WS-LP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-TEST-YEAR BY 100 GIVING WS-LP-QUOTIENT
                   REMAINDER WS-LP-REMAINDER
               IF WS-LP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-TEST-YEAR BY 400 GIVING WS-LP-QUOTIENT
                       REMAINDER WS-LP-REMAINDER
                   IF WS-LP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAP-YEAR
               MOVE 366 TO WS-DAYS-IN-YEAR
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
           END-IF.
       7200-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

      * One control record per bank that had DDA payouts, in the
      * CDDSBCTL shape CDU105 reconciles against.
       8000-WRITE-PAY-CONTROLS.
           IF WS-BK-DISB-COUNT (WS-BK-IDX) > ZERO
               MOVE WS-BK-BANK-NBR (WS-BK-IDX)   TO PC-BANK-NBR
               MOVE WS-BK-DISB-TOTAL (WS-BK-IDX) TO PC-DISB-TOTAL
               MOVE WS-BK-DISB-COUNT (WS-BK-IDX) TO PC-DISB-COUNT
               WRITE PAY-CTL-REC
           END-IF.
       8000-WRITE-PAY-CONTROLS-EXIT.
           EXIT.

       8500-PRINT-TOTALS.
           MOVE SPACES TO RENEW-RPT-LINE.
           WRITE RENEW-RPT-LINE.
           MOVE 'CDS RENEWED' TO WS-TL-LABEL.
           MOVE WS-RENEW-CNT TO WS-TL-COUNT.
           MOVE WS-RENEW-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CDS PAID OUT AT MATURITY' TO WS-TL-LABEL.
           MOVE WS-MATPAY-CNT TO WS-TL-COUNT.
           MOVE WS-MATPAY-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'GRACE-PERIOD WITHDRAWALS (NO PENALTY)'
               TO WS-TL-LABEL.
           MOVE WS-GRCWDR-CNT TO WS-TL-COUNT.
           MOVE WS-GRCWDR-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CDS HELD' TO WS-TL-LABEL.
           MOVE WS-HOLD-CNT TO WS-TL-COUNT.
           MOVE WS-HOLD-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYOUTS TO DDA (CDU105 BRIDGE)' TO WS-TL-LABEL.
           MOVE WS-DDA-CNT TO WS-TL-COUNT.
           MOVE WS-DDA-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYOUTS BY OFFICIAL CHECK' TO WS-TL-LABEL.
           MOVE WS-CHECK-CNT TO WS-TL-COUNT.
           MOVE WS-CHECK-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYOUTS NOT MADE' TO WS-TL-LABEL.
           MOVE WS-PAYFAIL-CNT TO WS-TL-COUNT.
           MOVE WS-PAYFAIL-AMT TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONFIRMATIONS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-NOTICE-CNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONFIRMATIONS WITHOUT ADDRESS' TO WS-TL-LABEL.
           MOVE WS-NOADDR-CNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE RENEW-RPT-LINE FROM WS-TOTAL-LINE.
       8500-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CD-BANKCTL-FILE
                 CD-MATURE-FILE
                 CD-RATE-FILE
                 RENEW-PARM-FILE
                 GRACE-MASTER
                 GRACE-WDR-FILE
                 GRACE-MASTER-OUT
                 RENEW-OUT-FILE
                 RENEW-HOLD-FILE
                 PAY-DISB-FILE
                 PAY-CTL-FILE
                 RENEW-NOTICE-FILE
                 RENEW-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
