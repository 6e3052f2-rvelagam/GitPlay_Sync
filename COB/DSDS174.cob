       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS174.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS174 builds the nightly customer alert feed -- the
      * low balances, large withdrawals, overdraft fees, returned
      * deposits and new holds a customer has asked to hear about
      * the same day, by e-mail or text, rather than on the next
      * statement.
      *
      * ALERTSUB is the alert-subscription master: one record per
      * account, alert type and channel, with the threshold and the
      * contact (e-mail address or mobile number) to deliver to.
      * ALERTMNT carries the day's enrolments, changes and
      * cancellations; they apply first and the master rewrites to
      * ALERTSBO.  Alert types:
      *
      *   LB  low balance      -- NAH-EARN-BALANCE on the NOW header
      *                           stream (see DSDSODB) below the
      *                           threshold;
      *   LW  large withdrawal -- a debit (code 500 and up) on the
      *                           day's DSDS-TRANSACTION-LONG (see
      *                           DSDSTYP) at or over the threshold,
      *                           the overdraft fee and the returned
      *                           deposit debit excepted -- they
      *                           alert on their own;
      *   OD  overdraft fee    -- each 575 fee on ODFEETX, the
      *                           DSDS116 fee output;
      *   RD  returned deposit -- each advice on CHGBKADV, the
      *                           DSDS138 chargeback advice file, at
      *                           or over the threshold;
      *   NH  new hold         -- each hold on HOLD-MASTER-FILE (the
      *                           DSDS130 master) placed today, at or
      *                           over the threshold.
      *
      * A zero threshold on an LW, RD or NH subscription alerts on
      * every item.  Each alert writes one ALERTOUT record for the
      * messaging vendor, carrying the bank's UBKC-BANK-NAME,
      * UBKC-AUTO-EM-ADDR and UBKC-BANK-WEB-ADDR from CDC.BANKCTL
      * (see CDHIST) as the sender; a bank missing from CDC.BANKCTL
      * cannot be sent for and prints instead.  The message text
      * shows only the last four digits of the account number.  The
      * file's manifest goes to XMITMAN for DSDS163.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUB-FILE     ASSIGN TO ALERTSUB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-MAINT-FILE   ASSIGN TO ALERTMNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-FILE   ASSIGN TO CDCBKCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OD-FEE-FILE        ASSIGN TO ODFEETX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHGBK-ADVICE-FILE  ASSIGN TO CHGBKADV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-PARM-FILE    ASSIGN TO ALERTPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-SUB-OUT      ASSIGN TO ALERTSBO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-OUT-FILE     ASSIGN TO ALERTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE      ASSIGN TO XMITMAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-RPT          ASSIGN TO ALERTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-SUB-REC.
           05  AS-KEY.
               10  AS-BANK-NO          PIC 99.
               10  AS-ACCT-ID          PIC 9(3).
               10  AS-ACCT-NO          PIC 9(9).
               10  AS-ALERT-TYPE       PIC XX.
               10  AS-CHANNEL          PIC X.
                   88  AS-CHANNEL-VALID           VALUE 'E' 'T'.
           05  AS-THRESHOLD            PIC 9(9)V99.
           05  AS-CONTACT              PIC X(60).
           05  AS-STATUS               PIC X.
               88  AS-ACTIVE                          VALUE 'A'.
               88  AS-SUSPENDED                       VALUE 'S'.
           05  AS-EFF-DATE             PIC 9(7).
           05  FILLER                  PIC X(4).

      * AM-ACTION: A enrols, C changes the threshold, contact or
      * status, D cancels.  An A for a subscription already on file
      * is taken as a change.
       FD  ALERT-MAINT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-MAINT-REC.
           05  AM-ACTION               PIC X.
               88  AM-ADD                             VALUE 'A'.
               88  AM-CHANGE                          VALUE 'C'.
               88  AM-DELETE                          VALUE 'D'.
           05  AM-KEY.
               10  AM-BANK-NO          PIC 99.
               10  AM-ACCT-ID          PIC 9(3).
               10  AM-ACCT-NO          PIC 9(9).
               10  AM-ALERT-TYPE       PIC XX.
               10  AM-CHANNEL          PIC X.
                   88  AM-CHANNEL-VALID           VALUE 'E' 'T'.
           05  AM-THRESHOLD            PIC 9(9)V99.
           05  AM-CONTACT              PIC X(60).
           05  AM-STATUS               PIC X.
               88  AM-STATUS-VALID                VALUE 'A' 'S'.
           05  FILLER                  PIC X(10).

       FD  CDC-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDHIST.

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  OD-FEE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==OD-FEE-TRANSACTION==
               LEADING ==DSDSTXL== BY ==ODTXL==.

       FD  CHGBK-ADVICE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CHGBK-ADVICE-REC.
           05  CA-BANK-NO              PIC 99.
           05  CA-ACCT-ID              PIC 9(3).
           05  CA-ACCT-NO              PIC 9(9).
           05  CA-CHK-NO               PIC 9(11).
           05  CA-AMOUNT               PIC 9(9)V99.
           05  CA-RETURN-DATE          PIC 9(7).
           05  CA-FINAL-SW             PIC X.
               88  CA-FINAL-RETURN                    VALUE 'F'.
           05  CA-TX-DESC              PIC X(26).
           05  FILLER                  PIC X(30).

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

       FD  ALERT-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ALERT-PARM-REC.
           05  AP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(13).

       FD  ALERT-SUB-OUT
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-SUB-OUT-REC           PIC X(100).

      * Vendor delivery record: recipient, sender, the event and
      * the message text to send.
       FD  ALERT-OUT-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  ALERT-OUT-REC.
           05  AO-BANK-NO              PIC 9(3).
           05  AO-ACCT-ID              PIC 9(3).
           05  AO-ACCT-NO              PIC 9(9).
           05  AO-ALERT-TYPE           PIC XX.
           05  AO-CHANNEL              PIC X.
               88  AO-EMAIL                           VALUE 'E'.
               88  AO-TEXT                            VALUE 'T'.
           05  AO-CONTACT              PIC X(60).
           05  AO-SENDER-NAME          PIC X(40).
           05  AO-SENDER-EMAIL         PIC X(70).
           05  AO-SENDER-WEB           PIC X(70).
           05  AO-EVENT-DATE           PIC 9(7).
           05  AO-AMOUNT               PIC S9(11)V99  SIGN LEADING
                                                       SEPARATE.
           05  AO-THRESHOLD            PIC 9(9)V99.
           05  AO-EVENT-DESC           PIC X(26).
           05  AO-MESSAGE              PIC X(80).
           05  FILLER                  PIC X(4).

       FD  MANIFEST-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  MANIFEST-REC.
           05  MF-FILE-ID              PIC X(8).
           05  MF-BANK-NO              PIC 9(3).
           05  MF-REC-COUNT            PIC 9(9).
           05  MF-CTL-TOTAL            PIC S9(13)V99  SIGN LEADING
                                                       SEPARATE.
           05  MF-CREATE-DATE          PIC 9(6).
           05  MF-CREATE-TIME          PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  ALERT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ALERT-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SUB-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SUB-EOF                         VALUE 'Y'.
           05  WS-MNT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-MNT-EOF                         VALUE 'Y'.
           05  WS-CDC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CDC-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FEE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FEE-EOF                         VALUE 'Y'.
           05  WS-CBK-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CBK-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-TRIGGER-SW           PIC X          VALUE 'N'.
               88  WS-TRIGGER                         VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-SB-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SB-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-UB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-UB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * The subscription master, held for maintenance and matching.
      * A cancelled subscription is marked 'D' and dropped on the
      * rewrite.
       01  WS-SUB-TABLE.
           05  WS-SB-ENTRY             OCCURS 20000 TIMES.
               10  WS-SB-KEY.
                   15  WS-SB-BANK-NO   PIC 99.
                   15  WS-SB-ACCT-ID   PIC 9(3).
                   15  WS-SB-ACCT-NO   PIC 9(9).
                   15  WS-SB-ALERT-TYPE
                                       PIC XX.
                   15  WS-SB-CHANNEL   PIC X.
               10  WS-SB-THRESHOLD     PIC 9(9)V99.
               10  WS-SB-CONTACT       PIC X(60).
               10  WS-SB-STATUS        PIC X.
                   88  WS-SB-ACTIVE                   VALUE 'A'.
                   88  WS-SB-DELETED                  VALUE 'D'.
               10  WS-SB-EFF-DATE      PIC 9(7).

      * Sender details per bank off CDC.BANKCTL.
       01  WS-CDC-BANK-TABLE.
           05  WS-UB-ENTRY             OCCURS 100 TIMES.
               10  WS-UB-BANK-NBR      PIC 9(3).
               10  WS-UB-BANK-NAME     PIC X(40).
               10  WS-UB-AUTO-EM-ADDR  PIC X(70).
               10  WS-UB-WEB-ADDR      PIC X(70).

      * Alert types, the opening words of each message, and the
      * alerts written per type and channel.
       01  WS-ALERT-TYPE-VALUES.
           05  FILLER                  PIC X(22)      VALUE
               'LBLOW BALANCE         '.
           05  FILLER                  PIC X(22)      VALUE
               'LWLARGE WITHDRAWAL    '.
           05  FILLER                  PIC X(22)      VALUE
               'ODOVERDRAFT FEE       '.
           05  FILLER                  PIC X(22)      VALUE
               'RDRETURNED DEPOSIT    '.
           05  FILLER                  PIC X(22)      VALUE
               'NHNEW HOLD            '.
       01  WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-VALUES.
           05  WS-AT-ENTRY             OCCURS 5 TIMES.
               10  WS-AT-CODE          PIC XX.
               10  WS-AT-TEXT          PIC X(20).
       01  WS-ALERT-COUNTS.
           05  WS-AC-ENTRY             OCCURS 5 TIMES.
               10  WS-AC-EMAIL         PIC S9(7)      COMP-3.
               10  WS-AC-TEXT          PIC S9(7)      COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.

      * The event being alerted on.
       01  WS-EVENT.
           05  WS-EV-BANK-NO           PIC 99.
           05  WS-EV-ACCT-ID           PIC 9(3).
           05  WS-EV-ACCT-NO           PIC 9(9).
           05  FILLER REDEFINES WS-EV-ACCT-NO.
               10  FILLER              PIC X(5).
               10  WS-EV-ACCT-LAST-4   PIC X(4).
           05  WS-EV-ALERT-TYPE        PIC XX.
           05  WS-EV-AMOUNT            PIC S9(11)V99  COMP-3.
           05  WS-EV-DESC              PIC X(26).

       01  WS-AMT-EDIT                 PIC -(10)9.99.
       01  WS-AMT-LEAD                 PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-AMT-LEN                  PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-TOTALS.
           05  WS-TOT-SUB-IN           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SUB-OUT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MAINT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MAINT-REJ        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ALERTS           PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-ALERT-AMT        PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-SENDER        PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-MF-STAMP-DATE            PIC 9(6)       VALUE ZERO.
       01  WS-MF-STAMP-TIME            PIC 9(8)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS174 - CUSTOMER ALERT FEED REGISTER            '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-DL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-DL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(7)       VALUE ' TYPE: '.
           05  WS-DL-ALERT-TYPE        PIC XX.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-CHANNEL           PIC X.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-TEXT              PIC X(40).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-CONTACT           PIC X(40).
           05  FILLER                  PIC X(8)       VALUE SPACES.

       01  WS-TYPE-TOTAL-LINE.
           05  FILLER                  PIC X(8)       VALUE 'ALERTS  '.
           05  WS-TT-TYPE              PIC XX.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TT-TEXT              PIC X(20).
           05  FILLER                  PIC X(8)       VALUE ' E-MAIL '.
           05  WS-TT-EMAIL             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)       VALUE ' TEXT '.
           05  WS-TT-TEXT-CNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

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
           MOVE 'DSDS174 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-MNT-EOF.
           PERFORM 3000-CHECK-BALANCE
               UNTIL WS-NOW-EOF.
           PERFORM 3100-CHECK-WITHDRAWAL
               UNTIL WS-TXL-EOF.
           PERFORM 3200-CHECK-OD-FEE
               UNTIL WS-FEE-EOF.
           PERFORM 3300-CHECK-RETURNED-DEPOSIT
               UNTIL WS-CBK-EOF.
           PERFORM 3400-CHECK-NEW-HOLD
               UNTIL WS-HOLD-EOF.
           PERFORM 6000-REWRITE-SUBSCRIPTION
               VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           PERFORM 8900-WRITE-MANIFEST.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-ALERTS TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ALERT-SUB-FILE
                       ALERT-MAINT-FILE
                       CDC-BANKCTL-FILE
                       NOW-FILE
                       DSDS-TXL-FILE
                       OD-FEE-FILE
                       CHGBK-ADVICE-FILE
                       HOLD-MASTER-FILE
                       ALERT-PARM-FILE
                OUTPUT ALERT-SUB-OUT
                       ALERT-OUT-FILE
                       ALERT-RPT
                EXTEND MANIFEST-FILE.
           READ ALERT-PARM-FILE.
           MOVE AP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE ALERT-RPT-LINE FROM WS-RPT-HDG.
           INITIALIZE WS-ALERT-COUNTS.
           READ ALERT-SUB-FILE
               AT END MOVE 'Y' TO WS-SUB-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-SUBSCRIPTION
               UNTIL WS-SUB-EOF.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-CDC-BANK
               UNTIL WS-CDC-EOF.
           READ ALERT-MAINT-FILE
               AT END MOVE 'Y' TO WS-MNT-EOF-SW
           END-READ.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ OD-FEE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
           READ CHGBK-ADVICE-FILE
               AT END MOVE 'Y' TO WS-CBK-EOF-SW
           END-READ.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-SUBSCRIPTION.
           ADD 1 TO WS-TOT-SUB-IN.
           ADD 1 TO WS-SB-COUNT.
           MOVE WS-SB-COUNT   TO WS-SB-IDX.
           MOVE AS-KEY        TO WS-SB-KEY (WS-SB-IDX).
           MOVE AS-THRESHOLD  TO WS-SB-THRESHOLD (WS-SB-IDX).
           MOVE AS-CONTACT    TO WS-SB-CONTACT (WS-SB-IDX).
           MOVE AS-STATUS     TO WS-SB-STATUS (WS-SB-IDX).
           MOVE AS-EFF-DATE   TO WS-SB-EFF-DATE (WS-SB-IDX).
           READ ALERT-SUB-FILE
               AT END MOVE 'Y' TO WS-SUB-EOF-SW
           END-READ.
       1100-LOAD-SUBSCRIPTION-EXIT.
           EXIT.

       1200-LOAD-CDC-BANK.
           ADD 1 TO WS-UB-COUNT.
           MOVE WS-UB-COUNT TO WS-UB-IDX.
           MOVE UBKC-BANK-NBR     TO WS-UB-BANK-NBR (WS-UB-IDX).
           MOVE UBKC-BANK-NAME    TO WS-UB-BANK-NAME (WS-UB-IDX).
           MOVE UBKC-AUTO-EM-ADDR TO WS-UB-AUTO-EM-ADDR (WS-UB-IDX).
           MOVE UBKC-BANK-WEB-ADDR
                                  TO WS-UB-WEB-ADDR (WS-UB-IDX).
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
       1200-LOAD-CDC-BANK-EXIT.
           EXIT.

      * A maintenance record with an unknown alert type or channel,
      * no contact, or a change or cancel for a subscription not on
      * file, is rejected to the register.
       2000-APPLY-MAINTENANCE.
           ADD 1 TO WS-TOT-MAINT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE SPACES TO WS-DL-TEXT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2010-SCAN-ALERT-TYPE
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > 5
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'REJECTED - UNKNOWN ALERT TYPE' TO WS-DL-TEXT
           ELSE
               IF NOT AM-CHANNEL-VALID
                   MOVE 'REJECTED - CHANNEL NOT E OR T'
                       TO WS-DL-TEXT
               ELSE
                   IF AM-CONTACT = SPACES
                      AND NOT AM-DELETE
                       MOVE 'REJECTED - NO CONTACT' TO WS-DL-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-DL-TEXT = SPACES
               PERFORM 2100-FIND-SUBSCRIPTION
               EVALUATE TRUE
                   WHEN AM-ADD
                       PERFORM 2200-ADD-SUBSCRIPTION
                   WHEN AM-CHANGE AND WS-FOUND
                       PERFORM 2300-CHANGE-SUBSCRIPTION
                   WHEN AM-DELETE AND WS-FOUND
                       MOVE 'D' TO WS-SB-STATUS (WS-SB-IDX)
                       MOVE 'CANCELLED' TO WS-DL-TEXT
                   WHEN AM-CHANGE
                   WHEN AM-DELETE
                       MOVE 'REJECTED - NOT ON FILE' TO WS-DL-TEXT
                   WHEN OTHER
                       MOVE 'REJECTED - UNKNOWN ACTION'
                           TO WS-DL-TEXT
               END-EVALUATE
           END-IF.
           IF WS-DL-TEXT (1:8) = 'REJECTED'
               ADD 1 TO WS-TOT-MAINT-REJ
           END-IF.
           MOVE AM-BANK-NO    TO WS-DL-BANK.
           MOVE AM-ACCT-ID    TO WS-DL-ACCT-ID.
           MOVE AM-ACCT-NO    TO WS-DL-ACCT-NO.
           MOVE AM-ALERT-TYPE TO WS-DL-ALERT-TYPE.
           MOVE AM-CHANNEL    TO WS-DL-CHANNEL.
           MOVE AM-CONTACT    TO WS-DL-CONTACT.
           WRITE ALERT-RPT-LINE FROM WS-DETAIL-LINE.
           READ ALERT-MAINT-FILE
               AT END MOVE 'Y' TO WS-MNT-EOF-SW
           END-READ.
       2000-APPLY-MAINTENANCE-EXIT.
           EXIT.

       2010-SCAN-ALERT-TYPE.
           IF AM-ALERT-TYPE = WS-AT-CODE (WS-AT-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2010-SCAN-ALERT-TYPE-EXIT.
           EXIT.

       2100-FIND-SUBSCRIPTION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-SUBSCRIPTIONS
               VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SB-IDX
           END-IF.
       2100-FIND-SUBSCRIPTION-EXIT.
           EXIT.

       2110-SCAN-SUBSCRIPTIONS.
           IF AM-KEY = WS-SB-KEY (WS-SB-IDX)
              AND NOT WS-SB-DELETED (WS-SB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-SUBSCRIPTIONS-EXIT.
           EXIT.

       2200-ADD-SUBSCRIPTION.
           IF WS-FOUND
               PERFORM 2300-CHANGE-SUBSCRIPTION
           ELSE
               IF WS-SB-COUNT NOT < 20000
                   MOVE 'REJECTED - MASTER TABLE FULL' TO WS-DL-TEXT
               ELSE
                   ADD 1 TO WS-SB-COUNT
                   MOVE WS-SB-COUNT TO WS-SB-IDX
                   MOVE AM-KEY TO WS-SB-KEY (WS-SB-IDX)
                   MOVE 'A' TO WS-SB-STATUS (WS-SB-IDX)
                   PERFORM 2300-CHANGE-SUBSCRIPTION
                   MOVE 'ENROLLED' TO WS-DL-TEXT
               END-IF
           END-IF.
       2200-ADD-SUBSCRIPTION-EXIT.
           EXIT.

       2300-CHANGE-SUBSCRIPTION.
           MOVE AM-THRESHOLD TO WS-SB-THRESHOLD (WS-SB-IDX).
           MOVE AM-CONTACT   TO WS-SB-CONTACT (WS-SB-IDX).
           IF AM-STATUS-VALID
               MOVE AM-STATUS TO WS-SB-STATUS (WS-SB-IDX)
           END-IF.
           MOVE WS-RUN-DATE  TO WS-SB-EFF-DATE (WS-SB-IDX).
           MOVE 'CHANGED' TO WS-DL-TEXT.
       2300-CHANGE-SUBSCRIPTION-EXIT.
           EXIT.

       3000-CHECK-BALANCE.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE NAH-BANK-NO      TO WS-EV-BANK-NO.
           MOVE NAH-ACCT-ID      TO WS-EV-ACCT-ID.
           MOVE NAH-ACCT-NO      TO WS-EV-ACCT-NO.
           MOVE 'LB'             TO WS-EV-ALERT-TYPE.
           MOVE NAH-EARN-BALANCE TO WS-EV-AMOUNT.
           MOVE 'END OF DAY BALANCE' TO WS-EV-DESC.
           PERFORM 5000-RAISE-ALERTS.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       3000-CHECK-BALANCE-EXIT.
           EXIT.

       3100-CHECK-WITHDRAWAL.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF DSDSTXL-CODE NOT < 500
              AND DSDSTXL-CODE NOT = 575
              AND DSDSTXL-CODE NOT = 880
               MOVE DSDSTXL-BANK-NO TO WS-EV-BANK-NO
               MOVE DSDSTXL-ACCT-ID TO WS-EV-ACCT-ID
               MOVE DSDSTXL-ACCT-NO TO WS-EV-ACCT-NO
               MOVE 'LW'            TO WS-EV-ALERT-TYPE
               MOVE DSDSTXL-AMOUNT  TO WS-EV-AMOUNT
               MOVE DSDSTXL-TX-DESC TO WS-EV-DESC
               PERFORM 5000-RAISE-ALERTS
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       3100-CHECK-WITHDRAWAL-EXIT.
           EXIT.

       3200-CHECK-OD-FEE.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF ODTXL-CODE = 575
               MOVE ODTXL-BANK-NO TO WS-EV-BANK-NO
               MOVE ODTXL-ACCT-ID TO WS-EV-ACCT-ID
               MOVE ODTXL-ACCT-NO TO WS-EV-ACCT-NO
               MOVE 'OD'          TO WS-EV-ALERT-TYPE
               MOVE ODTXL-AMOUNT  TO WS-EV-AMOUNT
               MOVE ODTXL-TX-DESC TO WS-EV-DESC
               PERFORM 5000-RAISE-ALERTS
           END-IF.
           READ OD-FEE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
       3200-CHECK-OD-FEE-EXIT.
           EXIT.

       3300-CHECK-RETURNED-DEPOSIT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE CA-BANK-NO TO WS-EV-BANK-NO.
           MOVE CA-ACCT-ID TO WS-EV-ACCT-ID.
           MOVE CA-ACCT-NO TO WS-EV-ACCT-NO.
           MOVE 'RD'       TO WS-EV-ALERT-TYPE.
           MOVE CA-AMOUNT  TO WS-EV-AMOUNT.
           MOVE CA-TX-DESC TO WS-EV-DESC.
           PERFORM 5000-RAISE-ALERTS.
           READ CHGBK-ADVICE-FILE
               AT END MOVE 'Y' TO WS-CBK-EOF-SW
           END-READ.
       3300-CHECK-RETURNED-DEPOSIT-EXIT.
           EXIT.

       3400-CHECK-NEW-HOLD.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF HM-PLACED-DATE = WS-RUN-DATE
               MOVE HM-BANK-NO  TO WS-EV-BANK-NO
               MOVE HM-ACCT-ID  TO WS-EV-ACCT-ID
               MOVE HM-ACCT-NO  TO WS-EV-ACCT-NO
               MOVE 'NH'        TO WS-EV-ALERT-TYPE
               MOVE HM-HOLD-AMT TO WS-EV-AMOUNT
               MOVE SPACES      TO WS-EV-DESC
               STRING 'HOLD TYPE ' DELIMITED BY SIZE
                      HM-HOLD-TYPE DELIMITED BY SIZE
                      ' RELEASE ' DELIMITED BY SIZE
                      HM-RELEASE-DATE DELIMITED BY SIZE
                   INTO WS-EV-DESC
               PERFORM 5000-RAISE-ALERTS
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       3400-CHECK-NEW-HOLD-EXIT.
           EXIT.

      * Every active subscription for the event's account and alert
      * type -- e-mail and text alike -- whose threshold the event
      * meets is sent an alert.
       5000-RAISE-ALERTS.
           PERFORM 5100-MATCH-SUBSCRIPTION
               VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT.
       5000-RAISE-ALERTS-EXIT.
           EXIT.

       5100-MATCH-SUBSCRIPTION.
           IF WS-SB-BANK-NO (WS-SB-IDX) = WS-EV-BANK-NO
              AND WS-SB-ACCT-ID (WS-SB-IDX) = WS-EV-ACCT-ID
              AND WS-SB-ACCT-NO (WS-SB-IDX) = WS-EV-ACCT-NO
              AND WS-SB-ALERT-TYPE (WS-SB-IDX) = WS-EV-ALERT-TYPE
              AND WS-SB-ACTIVE (WS-SB-IDX)
               MOVE 'N' TO WS-TRIGGER-SW
               EVALUATE TRUE
                   WHEN WS-EV-ALERT-TYPE = 'LB'
                       IF WS-EV-AMOUNT < WS-SB-THRESHOLD (WS-SB-IDX)
                           MOVE 'Y' TO WS-TRIGGER-SW
                       END-IF
                   WHEN WS-EV-ALERT-TYPE = 'OD'
                       MOVE 'Y' TO WS-TRIGGER-SW
                   WHEN OTHER
                       IF WS-EV-AMOUNT NOT <
                              WS-SB-THRESHOLD (WS-SB-IDX)
                           MOVE 'Y' TO WS-TRIGGER-SW
                       END-IF
               END-EVALUATE
               IF WS-TRIGGER
                   PERFORM 5200-WRITE-ALERT
               END-IF
           END-IF.
       5100-MATCH-SUBSCRIPTION-EXIT.
           EXIT.

       5200-WRITE-ALERT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5210-SCAN-CDC-BANKS
               VARYING WS-UB-IDX FROM 1 BY 1
               UNTIL WS-UB-IDX > WS-UB-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-TOT-NO-SENDER
               MOVE WS-EV-BANK-NO TO WS-DL-BANK
               MOVE WS-EV-ACCT-ID TO WS-DL-ACCT-ID
               MOVE WS-EV-ACCT-NO TO WS-DL-ACCT-NO
               MOVE WS-EV-ALERT-TYPE TO WS-DL-ALERT-TYPE
               MOVE WS-SB-CHANNEL (WS-SB-IDX) TO WS-DL-CHANNEL
               MOVE 'NOT SENT - BANK NOT ON CDC.BANKCTL'
                   TO WS-DL-TEXT
               MOVE WS-SB-CONTACT (WS-SB-IDX) TO WS-DL-CONTACT
               WRITE ALERT-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 5230-BUILD-ALERT
           END-IF.
       5200-WRITE-ALERT-EXIT.
           EXIT.

       5210-SCAN-CDC-BANKS.
           IF WS-EV-BANK-NO = WS-UB-BANK-NBR (WS-UB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5210-SCAN-CDC-BANKS-EXIT.
           EXIT.

       5220-SCAN-ALERT-TYPE.
           IF WS-EV-ALERT-TYPE = WS-AT-CODE (WS-AT-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5220-SCAN-ALERT-TYPE-EXIT.
           EXIT.

      * Builds the alert for the sending bank the scan stopped on.
       5230-BUILD-ALERT.
           SUBTRACT 1 FROM WS-UB-IDX.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5220-SCAN-ALERT-TYPE
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > 5
                  OR WS-FOUND.
           SUBTRACT 1 FROM WS-AT-IDX.
           MOVE SPACES TO ALERT-OUT-REC.
           MOVE WS-EV-BANK-NO              TO AO-BANK-NO.
           MOVE WS-EV-ACCT-ID              TO AO-ACCT-ID.
           MOVE WS-EV-ACCT-NO              TO AO-ACCT-NO.
           MOVE WS-EV-ALERT-TYPE           TO AO-ALERT-TYPE.
           MOVE WS-SB-CHANNEL (WS-SB-IDX)  TO AO-CHANNEL.
           MOVE WS-SB-CONTACT (WS-SB-IDX)  TO AO-CONTACT.
           MOVE WS-UB-BANK-NAME (WS-UB-IDX)
                                           TO AO-SENDER-NAME.
           MOVE WS-UB-AUTO-EM-ADDR (WS-UB-IDX)
                                           TO AO-SENDER-EMAIL.
           MOVE WS-UB-WEB-ADDR (WS-UB-IDX) TO AO-SENDER-WEB.
           MOVE WS-RUN-DATE                TO AO-EVENT-DATE.
           MOVE WS-EV-AMOUNT               TO AO-AMOUNT.
           MOVE WS-SB-THRESHOLD (WS-SB-IDX)
                                           TO AO-THRESHOLD.
           MOVE WS-EV-DESC                 TO AO-EVENT-DESC.
           MOVE WS-EV-AMOUNT TO WS-AMT-EDIT.
           MOVE ZERO TO WS-AMT-LEAD.
           INSPECT WS-AMT-EDIT TALLYING WS-AMT-LEAD
               FOR LEADING SPACES.
           COMPUTE WS-AMT-LEN = 14 - WS-AMT-LEAD.
           STRING WS-AT-TEXT (WS-AT-IDX) DELIMITED BY '  '
                  ': ACCT ENDING ' DELIMITED BY SIZE
                  WS-EV-ACCT-LAST-4 DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-AMT-EDIT (WS-AMT-LEAD + 1:WS-AMT-LEN)
                      DELIMITED BY SIZE
               INTO AO-MESSAGE.
           WRITE ALERT-OUT-REC.
           ADD 1 TO WS-TOT-ALERTS.
           ADD WS-EV-AMOUNT TO WS-TOT-ALERT-AMT.
           IF AO-EMAIL
               ADD 1 TO WS-AC-EMAIL (WS-AT-IDX)
           ELSE
               ADD 1 TO WS-AC-TEXT (WS-AT-IDX)
           END-IF.
       5230-BUILD-ALERT-EXIT.
           EXIT.

       6000-REWRITE-SUBSCRIPTION.
           IF NOT WS-SB-DELETED (WS-SB-IDX)
               MOVE SPACES TO ALERT-SUB-REC
               MOVE WS-SB-KEY (WS-SB-IDX)       TO AS-KEY
               MOVE WS-SB-THRESHOLD (WS-SB-IDX) TO AS-THRESHOLD
               MOVE WS-SB-CONTACT (WS-SB-IDX)   TO AS-CONTACT
               MOVE WS-SB-STATUS (WS-SB-IDX)    TO AS-STATUS
               MOVE WS-SB-EFF-DATE (WS-SB-IDX)  TO AS-EFF-DATE
               WRITE ALERT-SUB-OUT-REC FROM ALERT-SUB-REC
               ADD 1 TO WS-TOT-SUB-OUT
           END-IF.
       6000-REWRITE-SUBSCRIPTION-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO ALERT-RPT-LINE.
           WRITE ALERT-RPT-LINE.
           PERFORM 8100-PRINT-TYPE-TOTAL
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > 5.
           MOVE 'ALERTS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-ALERTS TO WS-TL-COUNT.
           WRITE ALERT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALERTS NOT SENT - NO SENDER DETAILS' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-SENDER TO WS-TL-COUNT.
           WRITE ALERT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SUBSCRIPTIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-SUB-IN TO WS-TL-COUNT.
           WRITE ALERT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MAINTENANCE RECORDS' TO WS-TL-LABEL.
           MOVE WS-TOT-MAINT TO WS-TL-COUNT.
           WRITE ALERT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MAINTENANCE REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-MAINT-REJ TO WS-TL-COUNT.
           WRITE ALERT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SUBSCRIPTIONS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-SUB-OUT TO WS-TL-COUNT.
           WRITE ALERT-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-TYPE-TOTAL.
           MOVE WS-AT-CODE (WS-AT-IDX)  TO WS-TT-TYPE.
           MOVE WS-AT-TEXT (WS-AT-IDX)  TO WS-TT-TEXT.
           MOVE WS-AC-EMAIL (WS-AT-IDX) TO WS-TT-EMAIL.
           MOVE WS-AC-TEXT (WS-AT-IDX)  TO WS-TT-TEXT-CNT.
           WRITE ALERT-RPT-LINE FROM WS-TYPE-TOTAL-LINE.
       8100-PRINT-TYPE-TOTAL-EXIT.
           EXIT.

       8900-WRITE-MANIFEST.
           ACCEPT WS-MF-STAMP-DATE FROM DATE.
           ACCEPT WS-MF-STAMP-TIME FROM TIME.
           MOVE 'ALERTS  ' TO MF-FILE-ID.
           MOVE ZERO TO MF-BANK-NO.
           MOVE WS-TOT-ALERTS TO MF-REC-COUNT.
           MOVE WS-TOT-ALERT-AMT TO MF-CTL-TOTAL.
           MOVE WS-MF-STAMP-DATE TO MF-CREATE-DATE.
           MOVE WS-MF-STAMP-TIME TO MF-CREATE-TIME.
           MOVE SPACES TO MANIFEST-REC (51:4).
           WRITE MANIFEST-REC.
       8900-WRITE-MANIFEST-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ALERT-SUB-FILE
                 ALERT-MAINT-FILE
                 CDC-BANKCTL-FILE
                 NOW-FILE
                 DSDS-TXL-FILE
                 OD-FEE-FILE
                 CHGBK-ADVICE-FILE
                 HOLD-MASTER-FILE
                 ALERT-PARM-FILE
                 ALERT-SUB-OUT
                 ALERT-OUT-FILE
                 ALERT-RPT
                 MANIFEST-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
