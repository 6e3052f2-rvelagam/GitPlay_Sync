       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS167.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS167 is the nightly pay-or-return decisioning step for
      * debits presented against insufficient funds.  The BCF has
      * always carried OVERDRAFT-METHOD, NSF-ONLINE-OPTION,
      * RETURN-CHK-CHARGE (BCF-CONTENTS-02) and COMM-RET-FEE
      * (BCF-CONTENTS-05) -- see DSDSCOLE -- but until now the
      * pay/return call on each short item was made by a person in
      * the morning, and DSDS116 only priced what posting had
      * already paid.
      *
      * Each account's true available balance is built first:
      *
      *     NAH-EARN-BALANCE off the NOW header stream (see DSDSODB)
      *   - active holds on HOLD-MASTER-FILE (the DSDS130 master)
      *   - uncollected float on FLOAT-POS-FILE (the DSDS118 file)
      *   + OD-protection room -- NAH-OA-LIMIT less the drawn amount
      *     on OA-USED-FILE, for NAH-OD-ACCESS-ACCT accounts only,
      *     the room DSDS140 could transfer tonight.
      *
      * PRESITEM carries the day's presented debits in
      * DSDS-TRANSACTION-LONG shape (see DSDSTYP), in bank/account
      * order.  Each account's items are decided in one consistent
      * order: ATM and POS items first (DSDSTXL-ATM-SC/POS-SC --
      * already authorized at the terminal, so always paid), then
      * everything else smallest amount first.  Per item:
      *
      *  - covered by the account's own funds: paid;
      *  - covered only with the protection room: paid, and left to
      *    DSDS140 to fund by transfer;
      *  - short even with the room: an ATM/POS item pays as
      *    above; otherwise a POST-OD bank pays it into overdraft
      *    (up to the NSFPARM maximum overdraft, zero meaning no
      *    cap) and a REJECT-OD bank returns it.
      *
      * A returned item writes the outbound return entry to RTNITEM
      * (see DSDSRTNI; R01 for ACH entries, NSF for checks) and the
      * returned-item fee to TXLOUT -- RETURN-CHK-CHARGE for retail
      * accounts, COMM-RET-FEE for commercial ones (retail when the
      * commercial fee is unpriced), retail/commercial class coming
      * from ACCTCLAS, the class posting puts on the DSDS116
      * OD-FILE.  NSF-ONLINE banks post the fee tonight as a direct
      * debit; the others flag it DSDSTXL-REG-SC for the
      * service-charge cycle, the DSDS116 convention.  Paid items
      * go to PAIDOUT for posting.
      *
      * Every account left overdrawn writes an OD-FILE record for
      * DSDS140 and DSDS116 (ODFILEO, the DSDS116 layout, the
      * free-overdraft count carried from last night's FREECTR).
      * Its item count is the fee-eligible items only: an ATM or
      * POS item paid into overdraft counts only when the account
      * is opted in on REGEOPT, the Reg E opt-in register, so no
      * overdraft fee is ever charged on a one-time debit card or
      * ATM item for an account that has not opted in.  The register
      * shows every decision and why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-POS-FILE     ASSIGN TO FLOATPOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OA-USED-FILE       ASSIGN TO OAUSED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-CLASS-FILE    ASSIGN TO ACCTCLAS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGE-OPTIN-FILE    ASSIGN TO REGEOPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREE-CTR-FILE      ASSIGN TO FREECTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NSF-PARM-FILE      ASSIGN TO NSFPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRES-ITEM-FILE     ASSIGN TO PRESITEM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAID-ITEM-FILE     ASSIGN TO PAIDOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-ITEM-FILE   ASSIGN TO RTNITEM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OD-OUT-FILE        ASSIGN TO ODFILEO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NSF-RPT            ASSIGN TO NSFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

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

       FD  OA-USED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  OA-USED-REC.
           05  OU-BANK-NO              PIC 99.
           05  OU-ACCT-ID              PIC 9(3).
           05  OU-ACCT-NO              PIC 9(9).
           05  OU-USED-AMT             PIC 9(9)V99.

       FD  ACCT-CLASS-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  ACCT-CLASS-REC.
           05  AC-BANK-NO              PIC 99.
           05  AC-ACCT-ID              PIC 9(3).
           05  AC-ACCT-NO              PIC 9(9).
           05  AC-CLASS                PIC X.

      * Reg E opt-in register: one record per account that has
      * given (or later revoked) overdraft consent for one-time
      * debit card and ATM items.
       FD  REGE-OPTIN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  REGE-OPTIN-REC.
           05  RO-BANK-NO              PIC 99.
           05  RO-ACCT-ID              PIC 9(3).
           05  RO-ACCT-NO              PIC 9(9).
           05  RO-STATUS               PIC X.
               88  RO-OPTED-IN                        VALUE 'Y'.
               88  RO-REVOKED                         VALUE 'N'.
           05  RO-EFF-DATE             PIC 9(7).
           05  RO-CHANNEL              PIC X.
           05  RO-OPER-ID              PIC 9(5).
           05  FILLER                  PIC XX.

       FD  FREE-CTR-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  FREE-CTR-REC.
           05  FC-BANK-NO              PIC 99.
           05  FC-ACCT-ID              PIC 9(3).
           05  FC-ACCT-NO              PIC 9(9).
           05  FC-FREE-USED            PIC 9(3).

       FD  NSF-PARM-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  NSF-PARM-REC.
           05  NP-RUN-DATE             PIC 9(7).
           05  NP-FEE-CODE             PIC 9(3).
           05  NP-MAX-OD               PIC 9(7)V99.
           05  FILLER                  PIC X(5).

       FD  PRES-ITEM-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==PRES-ITEM-TRANSACTION==
               LEADING ==DSDSTXL== BY ==PRTXL==.

       FD  PAID-ITEM-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==PAID-ITEM-TRANSACTION==
               LEADING ==DSDSTXL== BY ==PDTXL==.

       FD  RETURN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSRTNI.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  OD-OUT-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  OD-REC.
           05  OD-BANK-NO              PIC 99.
           05  OD-ACCT-ID              PIC 9(3).
           05  OD-ACCT-NO              PIC 9(9).
           05  OD-CLASS                PIC X.
           05  OD-AMOUNT               PIC 9(9)V99.
           05  OD-ITEMS                PIC 9(3).
           05  OD-FREE-USED            PIC 9(3).

       FD  NSF-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  NSF-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-FLT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FLT-EOF                         VALUE 'Y'.
           05  WS-USE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-USE-EOF                         VALUE 'Y'.
           05  WS-CLS-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CLS-EOF                         VALUE 'Y'.
           05  WS-OPT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-OPT-EOF                         VALUE 'Y'.
           05  WS-FCT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FCT-EOF                         VALUE 'Y'.
           05  WS-PRES-EOF-SW          PIC X          VALUE 'N'.
               88  WS-PRES-EOF                        VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-ACCT-FOUND                      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AV-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AV-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MIN-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SCAN-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-NSF-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-OD-METHOD     PIC X.
                   88  WS-BK-POST-OD                  VALUE '1'.
               10  WS-BK-NSF-ONLINE    PIC X.
                   88  WS-BK-NSF-IMMEDIATE            VALUE '1'.
               10  WS-BK-RET-FEE       PIC S9(3)V99   COMP-3.
               10  WS-BK-COMM-RET-FEE  PIC S9(3)V99   COMP-3.

      * One entry per NOW header account: the balance the decisions
      * draw down, the protection room, and the account's class,
      * Reg E consent and free-overdraft count.
       01  WS-AVAIL-TABLE.
           05  WS-AV-ENTRY             OCCURS 10000 TIMES.
               10  WS-AV-BANK-NO       PIC 99.
               10  WS-AV-ACCT-ID       PIC 9(3).
               10  WS-AV-ACCT-NO       PIC 9(9).
               10  WS-AV-OWN-AVAIL     PIC S9(11)V99  COMP-3.
               10  WS-AV-ODP-ROOM      PIC S9(9)V99   COMP-3.
               10  WS-AV-OD-ACCESS-SW  PIC X.
                   88  WS-AV-OD-ACCESS                VALUE 'Y'.
               10  WS-AV-CLASS         PIC X.
                   88  WS-AV-COMMERCIAL               VALUE 'C'.
               10  WS-AV-REGE-SW       PIC X.
                   88  WS-AV-REGE-OPTED-IN            VALUE 'Y'.
               10  WS-AV-FREE-USED     PIC 9(3).

      * The current account's presented items, ordered before they
      * are decided.  WS-IT-KEY sorts ATM/POS first, then by amount.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY             OCCURS 500 TIMES.
               10  WS-IT-KEY.
                   15  WS-IT-PRIORITY  PIC 9.
                   15  WS-IT-AMOUNT    PIC 9(11)V99.
               10  WS-IT-IMAGE         PIC X(200).
       01  WS-IT-SWAP-ENTRY.
           05  WS-SWAP-KEY             PIC X(14).
           05  WS-SWAP-IMAGE           PIC X(200).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-FEE-CODE                 PIC 9(3)       VALUE ZERO.
       01  WS-MAX-OD                   PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-CUR-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-CUR-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-CUR-ACCT-NO              PIC 9(9)       VALUE ZERO.
       01  WS-KEY-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-KEY-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-KEY-ACCT-NO              PIC 9(9)       VALUE ZERO.
       01  WS-ITEM-AMT                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SHORT-AMT                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-WITH-ROOM                PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-FEE-AMOUNT               PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-OD-ELIGIBLE-ITEMS        PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-OD-ANY-SW                PIC X          VALUE 'N'.
           88  WS-OD-ANY                              VALUE 'Y'.
       01  WS-FORCED-SW                PIC X          VALUE 'N'.
           88  WS-FORCED-ITEM                         VALUE 'Y'.
       01  WS-DECISION                 PIC X(8)       VALUE SPACES.
       01  WS-DECISION-NOTE            PIC X(30)      VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-PAID             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PAID-OD          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RETURNED         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RETURNED-AMT     PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-FEES             PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-REGE-REFUSED     PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS167 - PAY-OR-RETURN DECISION REGISTER         '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-DECISION-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-DL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(6)       VALUE ' CODE '.
           05  WS-DL-CODE              PIC ZZ9.
           05  FILLER                  PIC X(5)       VALUE ' CHK '.
           05  WS-DL-CHK-NO            PIC Z(10)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-DECISION          PIC X(8).
           05  FILLER                  PIC X(5)       VALUE ' FEE '.
           05  WS-DL-FEE               PIC ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-NOTE              PIC X(30).
           05  FILLER                  PIC X(10)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(62)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  WS-RRG-RECORDS-OUT          PIC 9(9)       VALUE ZERO.
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
           MOVE 'DSDS167 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-DECIDE-ACCOUNT
               UNTIL WS-PRES-EOF.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-RRG-RECORDS-OUT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BCF-FILE
                       NOW-FILE
                       HOLD-MASTER-FILE
                       FLOAT-POS-FILE
                       OA-USED-FILE
                       ACCT-CLASS-FILE
                       REGE-OPTIN-FILE
                       FREE-CTR-FILE
                       NSF-PARM-FILE
                       PRES-ITEM-FILE
                OUTPUT PAID-ITEM-FILE
                       RETURN-ITEM-FILE
                       TXL-OUT-FILE
                       OD-OUT-FILE
                       NSF-RPT.
           READ NSF-PARM-FILE.
           MOVE NP-RUN-DATE TO WS-RUN-DATE.
           MOVE NP-FEE-CODE TO WS-FEE-CODE.
           MOVE NP-MAX-OD   TO WS-MAX-OD.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE NSF-RPT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK-NSF-PARMS
               UNTIL WS-BCF-EOF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-ACCOUNT
               UNTIL WS-NOW-EOF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 1300-APPLY-HOLD
               UNTIL WS-HOLD-EOF.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLT-EOF-SW
           END-READ.
           PERFORM 1400-APPLY-FLOAT
               UNTIL WS-FLT-EOF.
           READ OA-USED-FILE
               AT END MOVE 'Y' TO WS-USE-EOF-SW
           END-READ.
           PERFORM 1500-APPLY-OA-USED
               UNTIL WS-USE-EOF.
           READ ACCT-CLASS-FILE
               AT END MOVE 'Y' TO WS-CLS-EOF-SW
           END-READ.
           PERFORM 1600-APPLY-CLASS
               UNTIL WS-CLS-EOF.
           READ REGE-OPTIN-FILE
               AT END MOVE 'Y' TO WS-OPT-EOF-SW
           END-READ.
           PERFORM 1700-APPLY-REGE-OPTIN
               UNTIL WS-OPT-EOF.
           READ FREE-CTR-FILE
               AT END MOVE 'Y' TO WS-FCT-EOF-SW
           END-READ.
           PERFORM 1800-APPLY-FREE-COUNT
               UNTIL WS-FCT-EOF.
           READ PRES-ITEM-FILE
               AT END MOVE 'Y' TO WS-PRES-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK-NSF-PARMS.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE BCF-BANK-NO       TO WS-BK-BANK-NO (WS-BK-IDX).
           MOVE OVERDRAFT-METHOD  TO WS-BK-OD-METHOD (WS-BK-IDX).
           MOVE NSF-ONLINE-OPTION TO WS-BK-NSF-ONLINE (WS-BK-IDX).
           MOVE RETURN-CHK-CHARGE TO WS-BK-RET-FEE (WS-BK-IDX).
           MOVE COMM-RET-FEE      TO WS-BK-COMM-RET-FEE (WS-BK-IDX).
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1100-LOAD-BANK-NSF-PARMS-EXIT.
           EXIT.

       1200-LOAD-ACCOUNT.
           ADD 1 TO WS-AV-COUNT.
           MOVE WS-AV-COUNT TO WS-AV-IDX.
           MOVE NAH-BANK-NO      TO WS-AV-BANK-NO (WS-AV-IDX).
           MOVE NAH-ACCT-ID      TO WS-AV-ACCT-ID (WS-AV-IDX).
           MOVE NAH-ACCT-NO      TO WS-AV-ACCT-NO (WS-AV-IDX).
           MOVE NAH-EARN-BALANCE TO WS-AV-OWN-AVAIL (WS-AV-IDX).
           MOVE 'R'              TO WS-AV-CLASS (WS-AV-IDX).
           MOVE 'N'              TO WS-AV-REGE-SW (WS-AV-IDX).
           MOVE ZERO             TO WS-AV-FREE-USED (WS-AV-IDX).
           IF NAH-OD-ACCESS-ACCT
               MOVE 'Y'          TO WS-AV-OD-ACCESS-SW (WS-AV-IDX)
               MOVE NAH-OA-LIMIT TO WS-AV-ODP-ROOM (WS-AV-IDX)
           ELSE
               MOVE 'N'          TO WS-AV-OD-ACCESS-SW (WS-AV-IDX)
               MOVE ZERO         TO WS-AV-ODP-ROOM (WS-AV-IDX)
           END-IF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1200-LOAD-ACCOUNT-EXIT.
           EXIT.

      * A hold still short of its release date reduces what the
      * account can pay against tonight.
      * A legal hold (type G) stays on HOLDMST past its release date
      * until DSDS168 has remitted the funds, and is in force until
      * then.
       1300-APPLY-HOLD.
           IF HM-LEGAL-HOLD
              OR HM-RELEASE-DATE = ZERO
              OR HM-RELEASE-DATE > WS-RUN-DATE
               MOVE HM-BANK-NO TO WS-KEY-BANK-NO
               MOVE HM-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE HM-ACCT-NO TO WS-KEY-ACCT-NO
               PERFORM 2200-FIND-ACCOUNT
               IF WS-ACCT-FOUND
                   SUBTRACT HM-HOLD-AMT
                       FROM WS-AV-OWN-AVAIL (WS-AV-IDX)
               END-IF
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       1300-APPLY-HOLD-EXIT.
           EXIT.

       1400-APPLY-FLOAT.
           IF FP-RELEASE-DATE > WS-RUN-DATE
               MOVE FP-BANK-NO TO WS-KEY-BANK-NO
               MOVE FP-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE FP-ACCT-NO TO WS-KEY-ACCT-NO
               PERFORM 2200-FIND-ACCOUNT
               IF WS-ACCT-FOUND
                   SUBTRACT FP-AMOUNT
                       FROM WS-AV-OWN-AVAIL (WS-AV-IDX)
               END-IF
           END-IF.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLT-EOF-SW
           END-READ.
       1400-APPLY-FLOAT-EXIT.
           EXIT.

       1500-APPLY-OA-USED.
           MOVE OU-BANK-NO TO WS-KEY-BANK-NO.
           MOVE OU-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE OU-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 2200-FIND-ACCOUNT.
           IF WS-ACCT-FOUND
               IF WS-AV-OD-ACCESS (WS-AV-IDX)
                   SUBTRACT OU-USED-AMT
                       FROM WS-AV-ODP-ROOM (WS-AV-IDX)
                   IF WS-AV-ODP-ROOM (WS-AV-IDX) < ZERO
                       MOVE ZERO TO WS-AV-ODP-ROOM (WS-AV-IDX)
                   END-IF
               END-IF
           END-IF.
           READ OA-USED-FILE
               AT END MOVE 'Y' TO WS-USE-EOF-SW
           END-READ.
       1500-APPLY-OA-USED-EXIT.
           EXIT.

       1600-APPLY-CLASS.
           MOVE AC-BANK-NO TO WS-KEY-BANK-NO.
           MOVE AC-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE AC-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 2200-FIND-ACCOUNT.
           IF WS-ACCT-FOUND
               MOVE AC-CLASS TO WS-AV-CLASS (WS-AV-IDX)
           END-IF.
           READ ACCT-CLASS-FILE
               AT END MOVE 'Y' TO WS-CLS-EOF-SW
           END-READ.
       1600-APPLY-CLASS-EXIT.
           EXIT.

      * The register is kept in effective-date order per account, so
      * the last record on or before the run date is the consent
      * that stands.
       1700-APPLY-REGE-OPTIN.
           IF RO-EFF-DATE NOT > WS-RUN-DATE
               MOVE RO-BANK-NO TO WS-KEY-BANK-NO
               MOVE RO-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE RO-ACCT-NO TO WS-KEY-ACCT-NO
               PERFORM 2200-FIND-ACCOUNT
               IF WS-ACCT-FOUND
                   IF RO-OPTED-IN
                       MOVE 'Y' TO WS-AV-REGE-SW (WS-AV-IDX)
                   ELSE
                       MOVE 'N' TO WS-AV-REGE-SW (WS-AV-IDX)
                   END-IF
               END-IF
           END-IF.
           READ REGE-OPTIN-FILE
               AT END MOVE 'Y' TO WS-OPT-EOF-SW
           END-READ.
       1700-APPLY-REGE-OPTIN-EXIT.
           EXIT.

       1800-APPLY-FREE-COUNT.
           MOVE FC-BANK-NO TO WS-KEY-BANK-NO.
           MOVE FC-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE FC-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 2200-FIND-ACCOUNT.
           IF WS-ACCT-FOUND
               MOVE FC-FREE-USED TO WS-AV-FREE-USED (WS-AV-IDX)
           END-IF.
           READ FREE-CTR-FILE
               AT END MOVE 'Y' TO WS-FCT-EOF-SW
           END-READ.
       1800-APPLY-FREE-COUNT-EXIT.
           EXIT.

      * Collect one account's presented items, put them in decision
      * order and decide them against the account's balance.
       2000-DECIDE-ACCOUNT.
           MOVE PRTXL-BANK-NO TO WS-CUR-BANK-NO.
           MOVE PRTXL-ACCT-ID TO WS-CUR-ACCT-ID.
           MOVE PRTXL-ACCT-NO TO WS-CUR-ACCT-NO.
           MOVE ZERO TO WS-IT-COUNT.
           PERFORM 2100-COLLECT-ITEM
               UNTIL WS-PRES-EOF
                  OR PRTXL-BANK-NO NOT = WS-CUR-BANK-NO
                  OR PRTXL-ACCT-ID NOT = WS-CUR-ACCT-ID
                  OR PRTXL-ACCT-NO NOT = WS-CUR-ACCT-NO.
           PERFORM 2300-FIND-BANK.
           MOVE WS-CUR-BANK-NO TO WS-KEY-BANK-NO.
           MOVE WS-CUR-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE WS-CUR-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 2200-FIND-ACCOUNT.
           IF WS-BANK-FOUND AND WS-ACCT-FOUND
               PERFORM 3000-SORT-ITEMS
               MOVE ZERO TO WS-OD-ELIGIBLE-ITEMS
               MOVE 'N' TO WS-OD-ANY-SW
               PERFORM 4000-DECIDE-ITEM
                   VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-OD-ANY
                   PERFORM 7000-WRITE-OD-RECORD
               END-IF
           ELSE
               PERFORM 4900-PASS-UNDECIDED
                   VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
           END-IF.
       2000-DECIDE-ACCOUNT-EXIT.
           EXIT.

       2100-COLLECT-ITEM.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF WS-IT-COUNT < 500
               ADD 1 TO WS-IT-COUNT
               IF PRTXL-ATM-SC OR PRTXL-POS-SC
                   MOVE 1 TO WS-IT-PRIORITY (WS-IT-COUNT)
               ELSE
                   MOVE 2 TO WS-IT-PRIORITY (WS-IT-COUNT)
               END-IF
               MOVE PRTXL-AMOUNT TO WS-IT-AMOUNT (WS-IT-COUNT)
               MOVE PRES-ITEM-TRANSACTION
                   TO WS-IT-IMAGE (WS-IT-COUNT)
           ELSE
               MOVE PRES-ITEM-TRANSACTION TO PAID-ITEM-TRANSACTION
               WRITE PAID-ITEM-TRANSACTION
               ADD 1 TO WS-RRG-RECORDS-OUT
           END-IF.
           READ PRES-ITEM-FILE
               AT END MOVE 'Y' TO WS-PRES-EOF-SW
           END-READ.
       2100-COLLECT-ITEM-EXIT.
           EXIT.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM 2210-SCAN-ACCOUNT-TABLE
               VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-COUNT
                  OR WS-ACCT-FOUND.
           IF WS-ACCT-FOUND
               SUBTRACT 1 FROM WS-AV-IDX
           END-IF.
       2200-FIND-ACCOUNT-EXIT.
           EXIT.

       2210-SCAN-ACCOUNT-TABLE.
           IF WS-KEY-BANK-NO = WS-AV-BANK-NO (WS-AV-IDX)
              AND WS-KEY-ACCT-ID = WS-AV-ACCT-ID (WS-AV-IDX)
              AND WS-KEY-ACCT-NO = WS-AV-ACCT-NO (WS-AV-IDX)
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-IF.
       2210-SCAN-ACCOUNT-TABLE-EXIT.
           EXIT.

       2300-FIND-BANK.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 2310-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       2300-FIND-BANK-EXIT.
           EXIT.

       2310-SCAN-BANK-TABLE.
           IF WS-CUR-BANK-NO = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       2310-SCAN-BANK-TABLE-EXIT.
           EXIT.

      * Straight selection sort on WS-IT-KEY -- one account's items
      * are few enough that a SORT step isn't worth the work file.
       3000-SORT-ITEMS.
           PERFORM 3100-SORT-ONE-PASS
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX >= WS-IT-COUNT.
       3000-SORT-ITEMS-EXIT.
           EXIT.

       3100-SORT-ONE-PASS.
           MOVE WS-IT-IDX TO WS-MIN-IDX.
           PERFORM 3110-FIND-MIN-ENTRY
               VARYING WS-SCAN-IDX FROM WS-IT-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-IT-COUNT.
           IF WS-MIN-IDX NOT = WS-IT-IDX
               MOVE WS-IT-ENTRY (WS-IT-IDX) TO WS-IT-SWAP-ENTRY
               MOVE WS-IT-ENTRY (WS-MIN-IDX)
                   TO WS-IT-ENTRY (WS-IT-IDX)
               MOVE WS-IT-SWAP-ENTRY TO WS-IT-ENTRY (WS-MIN-IDX)
           END-IF.
       3100-SORT-ONE-PASS-EXIT.
           EXIT.

       3110-FIND-MIN-ENTRY.
           IF WS-IT-KEY (WS-SCAN-IDX) < WS-IT-KEY (WS-MIN-IDX)
               MOVE WS-SCAN-IDX TO WS-MIN-IDX
           END-IF.
       3110-FIND-MIN-ENTRY-EXIT.
           EXIT.

       4000-DECIDE-ITEM.
           MOVE WS-IT-IMAGE (WS-IT-IDX) TO PAID-ITEM-TRANSACTION.
           MOVE PDTXL-AMOUNT TO WS-ITEM-AMT.
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE SPACES TO WS-DECISION-NOTE.
           IF PDTXL-ATM-SC OR PDTXL-POS-SC
               MOVE 'Y' TO WS-FORCED-SW
           ELSE
               MOVE 'N' TO WS-FORCED-SW
           END-IF.
           COMPUTE WS-WITH-ROOM =
               WS-AV-OWN-AVAIL (WS-AV-IDX) +
               WS-AV-ODP-ROOM (WS-AV-IDX).
           IF WS-ITEM-AMT NOT > WS-AV-OWN-AVAIL (WS-AV-IDX)
               MOVE 'PAID    ' TO WS-DECISION
               PERFORM 4100-PAY-ITEM
           ELSE
               IF WS-ITEM-AMT NOT > WS-WITH-ROOM
                   MOVE 'PAID-ODP' TO WS-DECISION
                   MOVE 'PAID AGAINST OD PROTECTION'
                       TO WS-DECISION-NOTE
                   PERFORM 4100-PAY-ITEM
               ELSE
                   PERFORM 4200-DECIDE-SHORT-ITEM
               END-IF
           END-IF.
           PERFORM 6000-PRINT-DECISION-LINE.
       4000-DECIDE-ITEM-EXIT.
           EXIT.

       4100-PAY-ITEM.
           SUBTRACT WS-ITEM-AMT FROM WS-AV-OWN-AVAIL (WS-AV-IDX).
           IF WS-AV-OWN-AVAIL (WS-AV-IDX) < ZERO
               MOVE 'Y' TO WS-OD-ANY-SW
           END-IF.
           WRITE PAID-ITEM-TRANSACTION.
           ADD 1 TO WS-RRG-RECORDS-OUT.
           ADD 1 TO WS-TOT-PAID.
       4100-PAY-ITEM-EXIT.
           EXIT.

      * Short even with the protection room.  A terminal-authorized
      * ATM/POS item always pays, but only counts toward the
      * overdraft fee with Reg E consent; anything else follows the
      * bank's OVERDRAFT-METHOD and the maximum-overdraft parm.
       4200-DECIDE-SHORT-ITEM.
           COMPUTE WS-SHORT-AMT = WS-ITEM-AMT - WS-WITH-ROOM.
           IF WS-FORCED-ITEM
               MOVE 'PAID-OD ' TO WS-DECISION
               PERFORM 4100-PAY-ITEM
               ADD 1 TO WS-TOT-PAID-OD
               IF WS-AV-REGE-OPTED-IN (WS-AV-IDX)
                   ADD 1 TO WS-OD-ELIGIBLE-ITEMS
                   MOVE 'ATM/POS PAID - REG E OPTED IN'
                       TO WS-DECISION-NOTE
               ELSE
                   ADD 1 TO WS-TOT-REGE-REFUSED
                   MOVE 'ATM/POS PAID - NO REG E OPT-IN'
                       TO WS-DECISION-NOTE
               END-IF
           ELSE
               IF WS-BK-POST-OD (WS-BK-IDX)
                  AND (WS-MAX-OD = ZERO
                   OR WS-SHORT-AMT NOT > WS-MAX-OD)
                   MOVE 'PAID-OD ' TO WS-DECISION
                   MOVE 'PAID INTO OVERDRAFT' TO WS-DECISION-NOTE
                   PERFORM 4100-PAY-ITEM
                   ADD 1 TO WS-TOT-PAID-OD
                   ADD 1 TO WS-OD-ELIGIBLE-ITEMS
               ELSE
                   MOVE 'RETURNED' TO WS-DECISION
                   IF WS-BK-POST-OD (WS-BK-IDX)
                       MOVE 'OVER MAXIMUM OVERDRAFT'
                           TO WS-DECISION-NOTE
                   ELSE
                       MOVE 'BANK RETURNS OVERDRAFTS'
                           TO WS-DECISION-NOTE
                   END-IF
                   PERFORM 5000-RETURN-ITEM
               END-IF
           END-IF.
       4200-DECIDE-SHORT-ITEM-EXIT.
           EXIT.

      * Items for an account or bank the engine has no balance for
      * pass through to posting undecided, as they did before.
       4900-PASS-UNDECIDED.
           MOVE WS-IT-IMAGE (WS-IT-IDX) TO PAID-ITEM-TRANSACTION.
           WRITE PAID-ITEM-TRANSACTION.
           ADD 1 TO WS-RRG-RECORDS-OUT.
       4900-PASS-UNDECIDED-EXIT.
           EXIT.

       5000-RETURN-ITEM.
           MOVE SPACES TO RETURN-ITEM-REC.
           MOVE PDTXL-BANK-NO      TO RI-BANK-NO.
           MOVE PDTXL-ACCT-ID      TO RI-ACCT-ID.
           MOVE PDTXL-ACCT-NO      TO RI-ACCT-NO.
           MOVE PDTXL-CODE         TO RI-TX-CODE.
           MOVE PDTXL-AMOUNT       TO RI-AMOUNT.
           MOVE PDTXL-CHK-NO       TO RI-CHK-NO.
           MOVE PDTXL-SC-TYPE      TO RI-SC-TYPE.
           MOVE PDTXL-ACH-COMPANY-ID TO RI-ACH-COMPANY-ID.
           MOVE PDTXL-ACH-STD-ENTRY-CLASS TO RI-ACH-SEC.
           MOVE PDTXL-ACH-PAR-NBR  TO RI-ACH-TRACE.
           IF PDTXL-ACH-SC
              OR PDTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
               MOVE 'R01' TO RI-RETURN-REASON
           ELSE
               MOVE 'NSF' TO RI-RETURN-REASON
           END-IF.
           MOVE 'DSDS167 '         TO RI-SOURCE.
           MOVE WS-RUN-DATE        TO RI-RUN-DATE.
           WRITE RETURN-ITEM-REC.
           ADD 1 TO WS-TOT-RETURNED.
           ADD WS-ITEM-AMT TO WS-TOT-RETURNED-AMT.
           IF WS-AV-COMMERCIAL (WS-AV-IDX)
              AND WS-BK-COMM-RET-FEE (WS-BK-IDX) NOT = ZERO
               MOVE WS-BK-COMM-RET-FEE (WS-BK-IDX) TO WS-FEE-AMOUNT
           ELSE
               MOVE WS-BK-RET-FEE (WS-BK-IDX) TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT > ZERO
               PERFORM 5100-WRITE-FEE-TX
           END-IF.
       5000-RETURN-ITEM-EXIT.
           EXIT.

       5100-WRITE-FEE-TX.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE WS-CUR-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE WS-CUR-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE WS-CUR-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-FEE-CODE TO DSDSTXL-CODE.
           MOVE WS-FEE-AMOUNT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT.
           MOVE PDTXL-CHK-NO TO DSDSTXL-CHK-NO.
           IF WS-BK-NSF-IMMEDIATE (WS-BK-IDX)
               MOVE 0 TO DSDSTXL-SC-TYPE
           ELSE
               MOVE 1 TO DSDSTXL-SC-TYPE
           END-IF.
           MOVE 'RETURNED ITEM FEE         ' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
           ADD WS-FEE-AMOUNT TO WS-TOT-FEES.
       5100-WRITE-FEE-TX-EXIT.
           EXIT.

       6000-PRINT-DECISION-LINE.
           MOVE PDTXL-BANK-NO    TO WS-DL-BANK.
           MOVE PDTXL-ACCT-ID    TO WS-DL-ACCT-ID.
           MOVE PDTXL-ACCT-NO    TO WS-DL-ACCT-NO.
           MOVE PDTXL-CODE       TO WS-DL-CODE.
           MOVE PDTXL-CHK-NO     TO WS-DL-CHK-NO.
           MOVE WS-ITEM-AMT      TO WS-DL-AMOUNT.
           MOVE WS-DECISION      TO WS-DL-DECISION.
           MOVE WS-FEE-AMOUNT    TO WS-DL-FEE.
           MOVE WS-DECISION-NOTE TO WS-DL-NOTE.
           WRITE NSF-RPT-LINE FROM WS-DECISION-LINE.
       6000-PRINT-DECISION-LINE-EXIT.
           EXIT.

      * The overdraft left on the account's own funds is what
      * DSDS140 transfers against; the item count is what DSDS116
      * may fee.
       7000-WRITE-OD-RECORD.
           MOVE WS-CUR-BANK-NO TO OD-BANK-NO.
           MOVE WS-CUR-ACCT-ID TO OD-ACCT-ID.
           MOVE WS-CUR-ACCT-NO TO OD-ACCT-NO.
           MOVE WS-AV-CLASS (WS-AV-IDX) TO OD-CLASS.
           COMPUTE OD-AMOUNT = ZERO - WS-AV-OWN-AVAIL (WS-AV-IDX).
           MOVE WS-OD-ELIGIBLE-ITEMS TO OD-ITEMS.
           MOVE WS-AV-FREE-USED (WS-AV-IDX) TO OD-FREE-USED.
           WRITE OD-REC.
       7000-WRITE-OD-RECORD-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO NSF-RPT-LINE.
           WRITE NSF-RPT-LINE.
           MOVE 'ITEMS PAID                              '
               TO WS-TL-LABEL.
           MOVE WS-TOT-PAID TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE NSF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH PAID INTO OVERDRAFT          '
               TO WS-TL-LABEL.
           MOVE WS-TOT-PAID-OD TO WS-TL-COUNT.
           WRITE NSF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '  ATM/POS OD ITEMS REFUSED A FEE (REG E)'
               TO WS-TL-LABEL.
           MOVE WS-TOT-REGE-REFUSED TO WS-TL-COUNT.
           WRITE NSF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS RETURNED                          '
               TO WS-TL-LABEL.
           MOVE WS-TOT-RETURNED TO WS-TL-COUNT.
           MOVE WS-TOT-RETURNED-AMT TO WS-TL-AMOUNT.
           WRITE NSF-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RETURNED-ITEM FEES CHARGED              '
               TO WS-TL-LABEL.
           MOVE ZERO TO WS-TL-COUNT.
           MOVE WS-TOT-FEES TO WS-TL-AMOUNT.
           WRITE NSF-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BCF-FILE
                 NOW-FILE
                 HOLD-MASTER-FILE
                 FLOAT-POS-FILE
                 OA-USED-FILE
                 ACCT-CLASS-FILE
                 REGE-OPTIN-FILE
                 FREE-CTR-FILE
                 NSF-PARM-FILE
                 PRES-ITEM-FILE
                 PAID-ITEM-FILE
                 RETURN-ITEM-FILE
                 TXL-OUT-FILE
                 OD-OUT-FILE
                 NSF-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
