       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS168.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS168 works the legal-order master -- creditor
      * garnishments, IRS levies and state levies -- that the
      * legal-process desk has been working by hand from paper,
      * and that has frozen protected Social Security money more
      * than once.  LEGALORD carries one record per order keyed by
      * bank/account, with order type, amount, served date and the
      * answer period; it rewrites to LEGALORO each night.
      *
      * An order on or past its served date (status N) is worked:
      *
      *  1. the lookback -- every credit in DSDS160's TXNSTORE (see
      *     DSDSTYP) to the account dated from the same day two
      *     months before the served date through the served date,
      *     whose DSDSTXL-ACH-COMPANY-ID and DSDSTXL-ACH-STD-ENTRY-
      *     CLASS appear on FEDBEN, the federal benefit payer table,
      *     totals the protected amount.  An IRS levy (type I) is
      *     the United States collecting and carries no protection;
      *  2. the hold -- NAH-EARN-BALANCE (see DSDSODB) less the
      *     protected amount, less the legal holds (type G) already
      *     on the hold master for the account from orders served
      *     on earlier nights, less anything already held tonight
      *     for an earlier order on the account, up to the order
      *     amount, goes on HOLD-MASTER-FILE (the DSDS130 layout) as
      *     hold type G dated for the remittance date -- DSDS130
      *     leaves type G in place, so only the remittance below
      *     takes it off;
      *  3. the legal-process fee -- the EXT-SC-FEE the bank's
      *     external service-charge table (see DSDSCOLE) prices for
      *     LEGPARM's legal-process transaction code -- posts as a
      *     code 590 external service charge, exactly as DSDS110
      *     would generate it;
      *  4. the remittance date is the served date plus the answer
      *     period in business days, through DSDS103.
      *
      * A held order (status H) whose remittance date has come is
      * paid: the official check to the creditor is issued through
      * ARU101 with the customer's name from CIFU010 (see CIFU032P,
      * the CIFB101 key convention) as remitter; only once the check
      * is issued does the held amount debit the account (LEGPARM's
      * remittance transaction code), the legal hold come off the
      * hold master, and the order close as R with the check serial.
      * When ARU101 cannot issue the check the account is not
      * debited, the order stays H with its hold in place, prints
      * as REMIT FAILED and is tried again the next night; the run
      * ends with return code 8.  An order the desk
      * marks X (released by the creditor or the court) drops its
      * hold unpaid and closes as C.  The register shows every order
      * worked, with protected, held and remitted amounts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-ORDER-FILE   ASSIGN TO LEGALORD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-BEN-FILE       ASSIGN TO FEDBEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-STORE-FILE     ASSIGN TO TXNSTORE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-PARM-FILE    ASSIGN TO LEGPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-ORDER-OUT    ASSIGN TO LEGALORO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-OUT    ASSIGN TO HOLDMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-RPT          ASSIGN TO LEGALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  LEGAL-ORDER-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  LEGAL-ORDER-REC.
           05  LO-BANK-NO              PIC 99.
           05  LO-ACCT-ID              PIC 9(3).
           05  LO-ACCT-NO              PIC 9(9).
           05  LO-ORDER-ID             PIC X(12).
           05  LO-ORDER-TYPE           PIC X.
               88  LO-CREDITOR-GARNISH                VALUE 'G'.
               88  LO-IRS-LEVY                        VALUE 'I'.
               88  LO-STATE-LEVY                      VALUE 'S'.
           05  LO-ORDER-AMT            PIC 9(9)V99.
           05  LO-SERVED-DATE          PIC 9(7).
           05  LO-ANSWER-DAYS          PIC 9(3).
           05  LO-CREDITOR-NAME        PIC X(50).
           05  LO-STATUS               PIC X.
               88  LO-NEW                             VALUE 'N'.
               88  LO-HELD                            VALUE 'H'.
               88  LO-REMITTED                        VALUE 'R'.
               88  LO-RELEASE-REQ                     VALUE 'X'.
               88  LO-CLOSED                          VALUE 'C'.
           05  LO-PROTECTED-AMT        PIC 9(9)V99.
           05  LO-HELD-AMT             PIC 9(9)V99.
           05  LO-REMIT-DATE           PIC 9(7).
           05  LO-SERIAL-NBR           PIC 9(9).
           05  LO-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(8).

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  FED-BEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  FED-BEN-REC.
           05  FB-COMPANY-ID           PIC X(10).
           05  FB-SEC-CODE             PIC X(3).
           05  FB-PAYER-NAME           PIC X(27).

       FD  TXN-STORE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==TXN-STORE-TRANSACTION==
               LEADING ==DSDSTXL== BY ==TSTXL==.

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-REC.
           05  HM-BANK-NO              PIC 99.
           05  HM-ACCT-ID              PIC 9(3).
           05  HM-ACCT-NO              PIC 9(9).
           05  HM-HOLD-TYPE            PIC X.
           05  HM-RELEASE-DATE         PIC 9(7).
           05  HM-HOLD-AMT             PIC 9(9)V99.
           05  HM-ONLINE-OPER-ID       PIC 9(5).
           05  HM-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  LEGAL-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  LEGAL-PARM-REC.
           05  LP-RUN-DATE             PIC 9(7).
           05  LP-RUN-DATE-DB2         PIC X(10).
           05  LP-FEE-TX-CODE          PIC 9(3).
           05  LP-REMIT-TX-CODE        PIC 9(3).
           05  FILLER                  PIC X(7).

       FD  LEGAL-ORDER-OUT
           RECORD CONTAINS 150 CHARACTERS.
       01  LEGAL-ORDER-OUT-REC         PIC X(150).

       FD  HOLD-MASTER-OUT
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-OUT-REC.
           05  HO-BANK-NO              PIC 99.
           05  HO-ACCT-ID              PIC 9(3).
           05  HO-ACCT-NO              PIC 9(9).
           05  HO-HOLD-TYPE            PIC X.
           05  HO-RELEASE-DATE         PIC 9(7).
           05  HO-HOLD-AMT             PIC 9(9)V99.
           05  HO-ONLINE-OPER-ID       PIC 9(5).
           05  HO-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  LEGAL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  LEGAL-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-ORD-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ORD-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-FB-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FB-EOF                          VALUE 'Y'.
           05  WS-TXN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXN-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.
           05  WS-DROP-SW              PIC X          VALUE 'N'.
               88  WS-DROP-HOLD                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OR-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-LEGAL-FEE     PIC S9(5)V99   COMP-3.

      * The order master, held in storage so the TXNSTORE lookback
      * and the hold master can each be passed once.
       01  WS-ORDER-TABLE.
           05  WS-OR-ENTRY             OCCURS 2000 TIMES.
               10  WS-OR-IMAGE         PIC X(150).
               10  WS-OR-BALANCE       PIC S9(9)V99   COMP-3.
               10  WS-OR-LOOKBACK-DATE PIC 9(7).
               10  WS-OR-WORK-SW       PIC X.
                   88  WS-OR-SERVE-TONIGHT            VALUE 'S'.
                   88  WS-OR-REMIT-TONIGHT            VALUE 'R'.
                   88  WS-OR-DROP-TONIGHT             VALUE 'D'.
               10  WS-OR-HOLD-DROPPED  PIC X.
               10  WS-OR-EXISTING-HELD PIC S9(9)V99   COMP-3.

       01  WS-FED-BEN-TABLE.
           05  WS-FB-ENTRY             OCCURS 200 TIMES.
               10  WS-FB-COMPANY-ID    PIC X(10).
               10  WS-FB-SEC-CODE      PIC X(3).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)      VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99         OCCURS 12 TIMES.

       01  WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4)       VALUE ZERO.
           05  WS-DW-DDD               PIC 9(3)       VALUE ZERO.
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                       PIC 9(7).
       01  WS-DW-MONTH                 PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-DW-DAY                   PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-DIV-RESULT               PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-DIV-REMAIN               PIC S9(3)      VALUE ZERO
                                                       COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-DATE-DB2             PIC X(10)      VALUE SPACES.
       01  WS-FEE-TX-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-REMIT-TX-CODE            PIC 9(3)       VALUE ZERO.
       01  WS-AVAILABLE                PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-FEE-AMOUNT               PIC S9(5)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-REMIT-FAILURES           PIC 9(5)       VALUE ZERO.
       01  WS-ACTION                   PIC X(12)      VALUE SPACES.
       01  WS-ACTION-NOTE              PIC X(30)      VALUE SPACES.

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

       COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS168 - LEGAL ORDER (GARNISHMENT/LEVY) REGISTER '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-ORDER-LINE.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-OL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-OL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-OL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-ORDER-ID          PIC X(12).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-TYPE              PIC X.
           05  FILLER                  PIC X(7)       VALUE ' ORDER '.
           05  WS-OL-ORDER-AMT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE ' PROT '.
           05  WS-OL-PROT-AMT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE ' HELD '.
           05  WS-OL-HELD-AMT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-ACTION            PIC X(12).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OL-NOTE              PIC X(23).

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
           MOVE 'DSDS168 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SELECT-ORDER
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.
           READ TXN-STORE-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
           PERFORM 3000-SCAN-LOOKBACK
               UNTIL WS-TXN-EOF.
           PERFORM 4000-WORK-ORDER
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 5000-COPY-HOLD
               UNTIL WS-HOLD-EOF.
           PERFORM 5500-WRITE-NEW-HOLD
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.
           PERFORM 7000-WRITE-ORDER
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-OR-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-REMIT-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BCF-FILE
                       LEGAL-ORDER-FILE
                       NOW-FILE
                       FED-BEN-FILE
                       TXN-STORE-FILE
                       HOLD-MASTER-FILE
                       LEGAL-PARM-FILE
                OUTPUT LEGAL-ORDER-OUT
                       HOLD-MASTER-OUT
                       TXL-OUT-FILE
                       LEGAL-RPT.
           READ LEGAL-PARM-FILE.
           MOVE LP-RUN-DATE      TO WS-RUN-DATE.
           MOVE LP-RUN-DATE-DB2  TO WS-RUN-DATE-DB2.
           MOVE LP-FEE-TX-CODE   TO WS-FEE-TX-CODE.
           MOVE LP-REMIT-TX-CODE TO WS-REMIT-TX-CODE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE LEGAL-RPT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK-FEE
               UNTIL WS-BCF-EOF.
           READ FED-BEN-FILE
               AT END MOVE 'Y' TO WS-FB-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-FED-BEN
               UNTIL WS-FB-EOF.
           READ LEGAL-ORDER-FILE
               AT END MOVE 'Y' TO WS-ORD-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-ORDER
               UNTIL WS-ORD-EOF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1400-APPLY-BALANCE
               UNTIL WS-NOW-EOF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 1500-TOTAL-EXISTING-HOLD
               UNTIL WS-HOLD-EOF.
           CLOSE HOLD-MASTER-FILE.
           OPEN INPUT HOLD-MASTER-FILE.
           MOVE 'N' TO WS-HOLD-EOF-SW.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Only the fee the external service-charge table prices for
      * the legal-process code is kept per bank.
       1100-LOAD-BANK-FEE.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE BCF-BANK-NO TO WS-BK-BANK-NO (WS-BK-IDX).
           MOVE ZERO TO WS-BK-LEGAL-FEE (WS-BK-IDX).
           PERFORM 1110-SCAN-EXT-SC
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 20.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1100-LOAD-BANK-FEE-EXIT.
           EXIT.

       1110-SCAN-EXT-SC.
           IF EXT-SC-TX-CODE (WS-SC-IDX) = WS-FEE-TX-CODE
              AND WS-FEE-TX-CODE NOT = ZERO
               MOVE EXT-SC-FEE (WS-SC-IDX)
                   TO WS-BK-LEGAL-FEE (WS-BK-IDX)
           END-IF.
       1110-SCAN-EXT-SC-EXIT.
           EXIT.

       1200-LOAD-FED-BEN.
           ADD 1 TO WS-FB-COUNT.
           MOVE FB-COMPANY-ID TO WS-FB-COMPANY-ID (WS-FB-COUNT).
           MOVE FB-SEC-CODE   TO WS-FB-SEC-CODE (WS-FB-COUNT).
           READ FED-BEN-FILE
               AT END MOVE 'Y' TO WS-FB-EOF-SW
           END-READ.
       1200-LOAD-FED-BEN-EXIT.
           EXIT.

       1300-LOAD-ORDER.
           ADD 1 TO WS-RRG-RECORDS-IN.
           ADD 1 TO WS-OR-COUNT.
           MOVE LEGAL-ORDER-REC TO WS-OR-IMAGE (WS-OR-COUNT).
           MOVE ZERO TO WS-OR-BALANCE (WS-OR-COUNT)
                        WS-OR-LOOKBACK-DATE (WS-OR-COUNT)
                        WS-OR-EXISTING-HELD (WS-OR-COUNT).
           MOVE SPACE TO WS-OR-WORK-SW (WS-OR-COUNT).
           MOVE 'N' TO WS-OR-HOLD-DROPPED (WS-OR-COUNT).
           READ LEGAL-ORDER-FILE
               AT END MOVE 'Y' TO WS-ORD-EOF-SW
           END-READ.
       1300-LOAD-ORDER-EXIT.
           EXIT.

       1400-APPLY-BALANCE.
           PERFORM 1410-MATCH-ORDER-BALANCE
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1400-APPLY-BALANCE-EXIT.
           EXIT.

       1410-MATCH-ORDER-BALANCE.
           MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC.
           IF LO-BANK-NO = NAH-BANK-NO
              AND LO-ACCT-ID = NAH-ACCT-ID
              AND LO-ACCT-NO = NAH-ACCT-NO
               MOVE NAH-EARN-BALANCE TO WS-OR-BALANCE (WS-OR-IDX)
           END-IF.
       1410-MATCH-ORDER-BALANCE-EXIT.
           EXIT.

      * Legal holds already on the hold master, from orders served
      * on earlier nights, total against every order on the same
      * account; the hold master is passed again later to copy it.
       1500-TOTAL-EXISTING-HOLD.
           IF HM-HOLD-TYPE = 'G'
               PERFORM 1510-MATCH-ORDER-HOLD
                   VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       1500-TOTAL-EXISTING-HOLD-EXIT.
           EXIT.

       1510-MATCH-ORDER-HOLD.
           MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC.
           IF LO-BANK-NO = HM-BANK-NO
              AND LO-ACCT-ID = HM-ACCT-ID
              AND LO-ACCT-NO = HM-ACCT-NO
               ADD HM-HOLD-AMT TO WS-OR-EXISTING-HELD (WS-OR-IDX)
           END-IF.
       1510-MATCH-ORDER-HOLD-EXIT.
           EXIT.

      * Decide what tonight does with each order before the
      * TXNSTORE pass, so the lookback only accumulates for orders
      * being served.
       2000-SELECT-ORDER.
           MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC.
           EVALUATE TRUE
               WHEN LO-NEW
                AND LO-SERVED-DATE NOT > WS-RUN-DATE
                   MOVE 'S' TO WS-OR-WORK-SW (WS-OR-IDX)
                   MOVE ZERO TO LO-PROTECTED-AMT
                   PERFORM 2100-COMPUTE-LOOKBACK-START
                   MOVE WS-DATE-WORK-N
                       TO WS-OR-LOOKBACK-DATE (WS-OR-IDX)
               WHEN LO-HELD
                AND LO-REMIT-DATE NOT > WS-RUN-DATE
                   MOVE 'R' TO WS-OR-WORK-SW (WS-OR-IDX)
               WHEN LO-RELEASE-REQ
                   MOVE 'D' TO WS-OR-WORK-SW (WS-OR-IDX)
           END-EVALUATE.
           MOVE LEGAL-ORDER-REC TO WS-OR-IMAGE (WS-OR-IDX).
       2000-SELECT-ORDER-EXIT.
           EXIT.

      * Same day of the month two months before the served date,
      * pulled back to the month's last day when it has no such day
      * (a December 31 service looks back to October 31, an April
      * 30 one to February 28 or 29).
       2100-COMPUTE-LOOKBACK-START.
           MOVE LO-SERVED-DATE TO WS-DATE-WORK-N.
           PERFORM 2200-SET-FEBRUARY.
           MOVE WS-DW-DDD TO WS-DW-DAY.
           MOVE 1 TO WS-DW-MONTH.
           PERFORM 2110-STEP-MONTH
               UNTIL WS-DW-DAY NOT > WS-MONTH-DAYS (WS-DW-MONTH).
           SUBTRACT 2 FROM WS-DW-MONTH.
           IF WS-DW-MONTH < 1
               ADD 12 TO WS-DW-MONTH
               SUBTRACT 1 FROM WS-DW-YEAR
               PERFORM 2200-SET-FEBRUARY
           END-IF.
           IF WS-DW-DAY > WS-MONTH-DAYS (WS-DW-MONTH)
               MOVE WS-MONTH-DAYS (WS-DW-MONTH) TO WS-DW-DAY
           END-IF.
           MOVE WS-DW-DAY TO WS-DW-DDD.
           PERFORM 2120-ADD-PRIOR-MONTH
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX NOT < WS-DW-MONTH.
       2100-COMPUTE-LOOKBACK-START-EXIT.
           EXIT.

       2110-STEP-MONTH.
           SUBTRACT WS-MONTH-DAYS (WS-DW-MONTH) FROM WS-DW-DAY.
           ADD 1 TO WS-DW-MONTH.
       2110-STEP-MONTH-EXIT.
           EXIT.

       2120-ADD-PRIOR-MONTH.
           ADD WS-MONTH-DAYS (WS-MO-IDX) TO WS-DW-DDD.
       2120-ADD-PRIOR-MONTH-EXIT.
           EXIT.

       2200-SET-FEBRUARY.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-DIV-RESULT
               REMAINDER WS-DIV-REMAIN.
           IF WS-DIV-REMAIN = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-DW-YEAR BY 100 GIVING WS-DIV-RESULT
                   REMAINDER WS-DIV-REMAIN
               IF WS-DIV-REMAIN = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-DW-YEAR BY 400 GIVING WS-DIV-RESULT
                       REMAINDER WS-DIV-REMAIN
                   IF WS-DIV-REMAIN = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-DAYS (2)
           ELSE
               MOVE 28 TO WS-MONTH-DAYS (2)
           END-IF.
       2200-SET-FEBRUARY-EXIT.
           EXIT.

      * A federal benefit credit inside an order's lookback window
      * adds to that order's protected amount.
       3000-SCAN-LOOKBACK.
           IF TSTXL-CODE < 500
               PERFORM 3100-CHECK-FED-BENEFIT
               IF WS-FOUND
                   PERFORM 3200-PROTECT-FOR-ORDER
                       VARYING WS-OR-IDX FROM 1 BY 1
                       UNTIL WS-OR-IDX > WS-OR-COUNT
               END-IF
           END-IF.
           READ TXN-STORE-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
       3000-SCAN-LOOKBACK-EXIT.
           EXIT.

       3100-CHECK-FED-BENEFIT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3110-SCAN-FED-BEN
               VARYING WS-FB-IDX FROM 1 BY 1
               UNTIL WS-FB-IDX > WS-FB-COUNT
                  OR WS-FOUND.
       3100-CHECK-FED-BENEFIT-EXIT.
           EXIT.

       3110-SCAN-FED-BEN.
           IF TSTXL-ACH-COMPANY-ID = WS-FB-COMPANY-ID (WS-FB-IDX)
              AND TSTXL-ACH-STD-ENTRY-CLASS =
                  WS-FB-SEC-CODE (WS-FB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-FED-BEN-EXIT.
           EXIT.

       3200-PROTECT-FOR-ORDER.
           IF WS-OR-SERVE-TONIGHT (WS-OR-IDX)
               MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC
               IF LO-BANK-NO = TSTXL-BANK-NO
                  AND LO-ACCT-ID = TSTXL-ACCT-ID
                  AND LO-ACCT-NO = TSTXL-ACCT-NO
                  AND TSTXL-DATE NOT < WS-OR-LOOKBACK-DATE (WS-OR-IDX)
                  AND TSTXL-DATE NOT > LO-SERVED-DATE
                  AND NOT LO-IRS-LEVY
                   ADD TSTXL-AMOUNT TO LO-PROTECTED-AMT
                   MOVE LEGAL-ORDER-REC TO WS-OR-IMAGE (WS-OR-IDX)
               END-IF
           END-IF.
       3200-PROTECT-FOR-ORDER-EXIT.
           EXIT.

       4000-WORK-ORDER.
           MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC.
           PERFORM 4010-FIND-BANK.
           EVALUATE TRUE
               WHEN WS-OR-SERVE-TONIGHT (WS-OR-IDX)
                   PERFORM 4100-SERVE-ORDER
               WHEN WS-OR-REMIT-TONIGHT (WS-OR-IDX)
                   PERFORM 4200-REMIT-ORDER
               WHEN WS-OR-DROP-TONIGHT (WS-OR-IDX)
                   MOVE 'C' TO LO-STATUS
                   MOVE 'RELEASED' TO WS-ACTION
                   MOVE 'HOLD DROPPED UNPAID' TO WS-ACTION-NOTE
                   PERFORM 6000-PRINT-ORDER-LINE
           END-EVALUATE.
           MOVE LEGAL-ORDER-REC TO WS-OR-IMAGE (WS-OR-IDX).
       4000-WORK-ORDER-EXIT.
           EXIT.

       4010-FIND-BANK.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 4020-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       4010-FIND-BANK-EXIT.
           EXIT.

       4020-SCAN-BANK-TABLE.
           IF LO-BANK-NO = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       4020-SCAN-BANK-TABLE-EXIT.
           EXIT.

      * The holdable amount is the balance less the protected
      * amount, less the legal holds already on the hold master for
      * the account, less what earlier orders on the same account
      * have already held tonight.
       4100-SERVE-ORDER.
           COMPUTE WS-AVAILABLE =
               WS-OR-BALANCE (WS-OR-IDX) - LO-PROTECTED-AMT
                   - WS-OR-EXISTING-HELD (WS-OR-IDX).
           PERFORM 4110-LESS-PRIOR-HOLD
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX NOT < WS-OR-IDX.
           MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC.
           IF WS-AVAILABLE < ZERO
               MOVE ZERO TO WS-AVAILABLE
           END-IF.
           IF WS-AVAILABLE > LO-ORDER-AMT
               MOVE LO-ORDER-AMT TO LO-HELD-AMT
           ELSE
               MOVE WS-AVAILABLE TO LO-HELD-AMT
           END-IF.
           MOVE LO-BANK-NO     TO BDL-BANK-NO.
           MOVE LO-SERVED-DATE TO BDL-START-DATE.
           MOVE LO-ANSWER-DAYS TO BDL-BUS-DAYS-FWD.
           CALL 'DSDS103' USING BDL-PARM-AREA.
           IF BDL-SUCCESS
               MOVE BDL-RESULT-DATE TO LO-REMIT-DATE
           ELSE
               MOVE LO-SERVED-DATE TO LO-REMIT-DATE
           END-IF.
           MOVE 'H' TO LO-STATUS.
           MOVE 'SERVED' TO WS-ACTION.
           IF LO-HELD-AMT = ZERO
               MOVE 'NOTHING HOLDABLE' TO WS-ACTION-NOTE
           ELSE
               MOVE 'HOLD PLACED' TO WS-ACTION-NOTE
           END-IF.
           IF WS-BANK-FOUND
              AND WS-BK-LEGAL-FEE (WS-BK-IDX) > ZERO
               PERFORM 4300-WRITE-LEGAL-FEE
           END-IF.
           PERFORM 6000-PRINT-ORDER-LINE.
       4100-SERVE-ORDER-EXIT.
           EXIT.

       4110-LESS-PRIOR-HOLD.
           IF WS-OR-SERVE-TONIGHT (WS-PR-IDX)
               MOVE WS-OR-IMAGE (WS-PR-IDX) TO LEGAL-ORDER-REC
               IF LO-BANK-NO = WS-OR-IMAGE (WS-OR-IDX) (1:2)
                  AND LO-ACCT-ID = WS-OR-IMAGE (WS-OR-IDX) (3:3)
                  AND LO-ACCT-NO = WS-OR-IMAGE (WS-OR-IDX) (6:9)
                   SUBTRACT LO-HELD-AMT FROM WS-AVAILABLE
               END-IF
           END-IF.
       4110-LESS-PRIOR-HOLD-EXIT.
           EXIT.

      * The check is issued before the account is debited.  An
      * order whose check ARU101 could not issue is not debited and
      * stays held, and its work switch is cleared so the legal
      * hold copies through to tomorrow's hold master.
       4200-REMIT-ORDER.
           IF LO-HELD-AMT > ZERO
               PERFORM 4220-ISSUE-REMITTANCE
               IF OCI-SUCCESS
                   PERFORM 4210-WRITE-REMIT-DEBIT
               END-IF
           ELSE
               MOVE 'NOTHING HELD' TO WS-ACTION-NOTE
           END-IF.
           IF LO-HELD-AMT > ZERO
              AND NOT OCI-SUCCESS
               ADD 1 TO WS-REMIT-FAILURES
               MOVE SPACE TO WS-OR-WORK-SW (WS-OR-IDX)
               MOVE 'REMIT FAILED' TO WS-ACTION
           ELSE
               MOVE 'R' TO LO-STATUS
               MOVE 'REMITTED' TO WS-ACTION
           END-IF.
           PERFORM 6000-PRINT-ORDER-LINE.
       4200-REMIT-ORDER-EXIT.
           EXIT.

       4210-WRITE-REMIT-DEBIT.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE LO-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE LO-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE LO-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-REMIT-TX-CODE TO DSDSTXL-CODE.
           MOVE LO-HELD-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE 0 TO DSDSTXL-SC-TYPE.
           MOVE 'LEGAL ORDER REMITTANCE    ' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       4210-WRITE-REMIT-DEBIT-EXIT.
           EXIT.

       4220-ISSUE-REMITTANCE.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE LO-BANK-NO TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE LO-ACCT-ID TO U010-FILE-KEY (1:3).
           MOVE LO-ACCT-NO TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF NOT U010-GOOD-RETURN
               MOVE 'REMITTER NAME UNAVAILABLE' TO U010-CUSTOMER-NAME
           END-IF.
           MOVE LO-BANK-NO         TO OCI-BANK-NO.
           MOVE LO-ACCT-NO         TO OCI-ACCT-NO.
           MOVE LO-CREDITOR-NAME   TO OCI-PAYEE-NAME.
           MOVE U010-CUSTOMER-NAME TO OCI-REMITTER.
           MOVE LO-HELD-AMT        TO OCI-AMOUNT.
           MOVE 'C'                TO OCI-CHECK-TYPE.
           MOVE WS-RUN-DATE-DB2    TO OCI-ISSUE-DATE-DB2.
           MOVE LO-OPER-ID         TO OCI-OPER-ID.
           MOVE ZERO               TO OCI-SERIAL-NBR.
           CALL 'ARU101' USING OCI-PARM-AREA.
           IF OCI-SUCCESS
               MOVE OCI-SERIAL-NBR TO LO-SERIAL-NBR
               MOVE 'CHECK ISSUED' TO WS-ACTION-NOTE
           ELSE
               MOVE ZERO TO LO-SERIAL-NBR
               MOVE 'CHECK NOT ISSUED - HELD' TO WS-ACTION-NOTE
           END-IF.
       4220-ISSUE-REMITTANCE-EXIT.
           EXIT.

       4300-WRITE-LEGAL-FEE.
           MOVE WS-BK-LEGAL-FEE (WS-BK-IDX) TO WS-FEE-AMOUNT.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE LO-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE LO-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE LO-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE 590 TO DSDSTXL-CODE.
           MOVE WS-FEE-AMOUNT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE 1 TO DSDSTXL-SC-TYPE.
           MOVE 'EXTERNAL SERVICE CHARGE   ' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       4300-WRITE-LEGAL-FEE-EXIT.
           EXIT.

      * Existing holds copy through, except the legal hold of an
      * order remitted or released tonight.
       5000-COPY-HOLD.
           MOVE 'N' TO WS-DROP-SW.
           IF HM-HOLD-TYPE = 'G'
               PERFORM 5100-MATCH-CLOSING-ORDER
                   VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-COUNT
                      OR WS-DROP-HOLD
           END-IF.
           IF NOT WS-DROP-HOLD
               MOVE HOLD-MASTER-REC TO HOLD-MASTER-OUT-REC
               WRITE HOLD-MASTER-OUT-REC
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       5000-COPY-HOLD-EXIT.
           EXIT.

       5100-MATCH-CLOSING-ORDER.
           IF (WS-OR-REMIT-TONIGHT (WS-OR-IDX)
               OR WS-OR-DROP-TONIGHT (WS-OR-IDX))
              AND WS-OR-HOLD-DROPPED (WS-OR-IDX) = 'N'
               MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC
               IF LO-BANK-NO = HM-BANK-NO
                  AND LO-ACCT-ID = HM-ACCT-ID
                  AND LO-ACCT-NO = HM-ACCT-NO
                  AND LO-HELD-AMT = HM-HOLD-AMT
                   MOVE 'Y' TO WS-DROP-SW
                   MOVE 'Y' TO WS-OR-HOLD-DROPPED (WS-OR-IDX)
               END-IF
           END-IF.
       5100-MATCH-CLOSING-ORDER-EXIT.
           EXIT.

       5500-WRITE-NEW-HOLD.
           IF WS-OR-SERVE-TONIGHT (WS-OR-IDX)
               MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-REC
               IF LO-HELD-AMT > ZERO
                   MOVE SPACES         TO HOLD-MASTER-OUT-REC
                   MOVE LO-BANK-NO     TO HO-BANK-NO
                   MOVE LO-ACCT-ID     TO HO-ACCT-ID
                   MOVE LO-ACCT-NO     TO HO-ACCT-NO
                   MOVE 'G'            TO HO-HOLD-TYPE
                   MOVE LO-REMIT-DATE  TO HO-RELEASE-DATE
                   MOVE LO-HELD-AMT    TO HO-HOLD-AMT
                   MOVE LO-OPER-ID     TO HO-ONLINE-OPER-ID
                   MOVE WS-RUN-DATE    TO HO-PLACED-DATE
                   WRITE HOLD-MASTER-OUT-REC
               END-IF
           END-IF.
       5500-WRITE-NEW-HOLD-EXIT.
           EXIT.

       6000-PRINT-ORDER-LINE.
           MOVE LO-BANK-NO       TO WS-OL-BANK.
           MOVE LO-ACCT-ID       TO WS-OL-ACCT-ID.
           MOVE LO-ACCT-NO       TO WS-OL-ACCT-NO.
           MOVE LO-ORDER-ID      TO WS-OL-ORDER-ID.
           MOVE LO-ORDER-TYPE    TO WS-OL-TYPE.
           MOVE LO-ORDER-AMT     TO WS-OL-ORDER-AMT.
           MOVE LO-PROTECTED-AMT TO WS-OL-PROT-AMT.
           MOVE LO-HELD-AMT      TO WS-OL-HELD-AMT.
           MOVE WS-ACTION        TO WS-OL-ACTION.
           MOVE WS-ACTION-NOTE   TO WS-OL-NOTE.
           WRITE LEGAL-RPT-LINE FROM WS-ORDER-LINE.
           MOVE SPACES TO WS-ACTION-NOTE.
       6000-PRINT-ORDER-LINE-EXIT.
           EXIT.

       7000-WRITE-ORDER.
           MOVE WS-OR-IMAGE (WS-OR-IDX) TO LEGAL-ORDER-OUT-REC.
           WRITE LEGAL-ORDER-OUT-REC.
       7000-WRITE-ORDER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BCF-FILE
                 LEGAL-ORDER-FILE
                 NOW-FILE
                 FED-BEN-FILE
                 TXN-STORE-FILE
                 HOLD-MASTER-FILE
                 LEGAL-PARM-FILE
                 LEGAL-ORDER-OUT
                 HOLD-MASTER-OUT
                 TXL-OUT-FILE
                 LEGAL-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
