       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS200.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS200 builds the ATM/POS network's stand-in authorization
      * file.  While the host is down overnight the network approves
      * against the last file it was sent, so the file goes out
      * several times a night -- SIPARM's cycle number tells the
      * sends apart -- and each send carries what we would approve
      * now, not the day-old ledger figure.
      *
      * CARDLINK names each active card and the account it draws
      * on.  For every card-linked account:
      *
      *   spendable = NAH-EARN-BALANCE (see DSDSODB)
      *             - holds still in force on HOLD-MASTER-FILE
      *             - open float on DSDS118's FLOAT-POS-FILE
      *             + NAH-OA-LIMIT when NAH-OD-ACCESS-ACCT
      *
      * never below zero.  A hold is in force with no release date
      * or a release date after the run date, and a legal hold
      * (type G) until DSDS168 has remitted it; a float position is
      * open while its release date is after the run date.
      *
      * An account on the negative file goes out with spendable
      * zero and the negative flag set, reason:
      *
      *   C  closed -- last status 020 on ACCTHIST (the DSDS104
      *      status extract), or no NOW header at all;
      *   D  deceased -- last status 070, or stopped on DSDS169's
      *      ACH-STOP-FILE with AS-DECEASED;
      *   L  legal order -- a type G hold (DSDS168);
      *   F  frozen -- a type F hold, a freeze on the whole account.
      *
      * The send is registered with DSDS163: a manifest for file id
      * STANDIN goes to XMITMAN with the card count and the total
      * spendable.
      *
      * STIPACT is the network's log of what it decided in stand-in
      * since the last send.  Each item is decided again against
      * this run's figures, each approval drawing down the
      * account's spendable amount as the network's would, and the
      * report shows every disagreement: stand-in approvals we
      * would have declined (the loss exposure) and stand-in
      * declines we would have approved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDIN-PARM-FILE  ASSIGN TO SIPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-LINK-FILE     ASSIGN TO CARDLINK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-HIST-FILE     ASSIGN TO ACCTHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-STOP-FILE      ASSIGN TO ACHSTOP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-POS-FILE     ASSIGN TO FLOATPOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDIN-ACT-FILE   ASSIGN TO STIPACT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDIN-FILE       ASSIGN TO STANDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE      ASSIGN TO XMITMAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDIN-RPT        ASSIGN TO STANDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDIN-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  STANDIN-PARM-REC.
           05  SP-RUN-DATE             PIC 9(7).
           05  SP-CYCLE                PIC 99.
           05  FILLER                  PIC X(11).

       FD  CARD-LINK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CARD-LINK-REC.
           05  CK-CARD-NO              PIC X(19).
           05  CK-BANK-NO              PIC 99.
           05  CK-ACCT-ID              PIC 9(3).
           05  CK-ACCT-NO              PIC 9(9).
           05  CK-CARD-STATUS          PIC X.
               88  CK-CARD-ACTIVE                     VALUE 'A'.
           05  FILLER                  PIC X(6).

       FD  ACCT-HIST-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  ACCT-HIST-REC.
           05  AH-BANK-NO              PIC 99.
           05  AH-ACCT-ID              PIC 9(3).
           05  AH-ACCT-NO              PIC 9(9).
           05  AH-FILE-DATE            PIC 9(7).
           05  AH-STATUS-CODE          PIC 9(3).

       FD  ACH-STOP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ACH-STOP-REC.
           05  AS-BANK-NO              PIC 99.
           05  AS-ACCT-ID              PIC 9(3).
           05  AS-ACCT-NO              PIC 9(9).
           05  AS-STOP-REASON          PIC X.
               88  AS-DECEASED                        VALUE 'D'.
           05  AS-EFF-DATE             PIC 9(7).
           05  FILLER                  PIC X(8).

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-REC.
           05  HM-BANK-NO              PIC 99.
           05  HM-ACCT-ID              PIC 9(3).
           05  HM-ACCT-NO              PIC 9(9).
           05  HM-HOLD-TYPE            PIC X.
               88  HM-LEGAL-HOLD                      VALUE 'G'.
               88  HM-FREEZE-HOLD                     VALUE 'F'.
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

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

      * The network's stand-in decisions: A approved, D declined.
       FD  STANDIN-ACT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  STANDIN-ACT-REC.
           05  SA-CARD-NO              PIC X(19).
           05  SA-AUTH-DATE            PIC 9(7).
           05  SA-AUTH-TIME            PIC 9(6).
           05  SA-AMOUNT               PIC 9(7)V99.
           05  SA-RESPONSE             PIC X.
               88  SA-APPROVED                        VALUE 'A'.
           05  SA-AUTH-CODE            PIC X(6).
           05  FILLER                  PIC X(12).

       FD  STANDIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STANDIN-REC.
           05  SI-CARD-NO              PIC X(19).
           05  SI-BANK-NO              PIC 99.
           05  SI-ACCT-ID              PIC 9(3).
           05  SI-ACCT-NO              PIC 9(9).
           05  SI-SPENDABLE            PIC 9(9)V99.
           05  SI-NEGATIVE-SW          PIC X.
           05  SI-NEGATIVE-REASON      PIC X.
           05  SI-AS-OF-DATE           PIC 9(7).
           05  SI-CYCLE                PIC 99.
           05  FILLER                  PIC X(25).

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

       FD  STANDIN-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  STANDIN-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CARD-EOF                        VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HIST-EOF                        VALUE 'Y'.
           05  WS-STOP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-STOP-EOF                        VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-FLOAT-EOF-SW         PIC X          VALUE 'N'.
               88  WS-FLOAT-EOF                       VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-ACT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ACT-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-WE-APPROVE-SW        PIC X          VALUE 'N'.
               88  WS-WE-APPROVE                      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CD-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CD-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Active cards, each pointing at its account's entry.
       01  WS-CARD-TABLE.
           05  WS-CD-ENTRY             OCCURS 9000 TIMES.
               10  WS-CD-CARD-NO       PIC X(19).
               10  WS-CD-AC-IDX        PIC S9(4)      COMP.

      * Card-linked accounts and the pieces of their spendable
      * amount.
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY             OCCURS 5000 TIMES.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-ACCT-ID       PIC 9(3).
               10  WS-AC-ACCT-NO       PIC 9(9).
               10  WS-AC-ON-FILE-SW    PIC X.
                   88  WS-AC-ON-FILE                  VALUE 'Y'.
               10  WS-AC-STATUS        PIC 9(3).
                   88  WS-AC-CLOSED                   VALUE 020.
                   88  WS-AC-DECEASED                 VALUE 070.
               10  WS-AC-ACH-DECD-SW   PIC X.
                   88  WS-AC-ACH-DECEASED             VALUE 'Y'.
               10  WS-AC-LEGAL-SW      PIC X.
                   88  WS-AC-LEGAL                    VALUE 'Y'.
               10  WS-AC-FROZEN-SW     PIC X.
                   88  WS-AC-FROZEN                   VALUE 'Y'.
               10  WS-AC-BALANCE       PIC S9(9)V99   COMP-3.
               10  WS-AC-HOLDS         PIC S9(11)V99  COMP-3.
               10  WS-AC-FLOAT         PIC S9(11)V99  COMP-3.
               10  WS-AC-OD-ROOM       PIC S9(5)      COMP-3.
               10  WS-AC-NEG-REASON    PIC X.
                   88  WS-AC-NEGATIVE                 VALUE 'C' 'D'
                                                            'L' 'F'.
               10  WS-AC-SPENDABLE     PIC S9(11)V99  COMP-3.
               10  WS-AC-REMAINING     PIC S9(11)V99  COMP-3.

       01  WS-NEG-REASON-VALUES.
           05  FILLER                  PIC X(21)      VALUE
               'CCLOSED              '.
           05  FILLER                  PIC X(21)      VALUE
               'DDECEASED            '.
           05  FILLER                  PIC X(21)      VALUE
               'LLEGAL ORDER         '.
           05  FILLER                  PIC X(21)      VALUE
               'FFROZEN              '.
       01  WS-NEG-REASON-TABLE REDEFINES WS-NEG-REASON-VALUES.
           05  WS-NR-ENTRY             OCCURS 4 TIMES.
               10  WS-NR-CODE          PIC X.
               10  WS-NR-LABEL         PIC X(20).
       01  WS-NEG-COUNTS.
           05  WS-NR-COUNT             PIC 9(7)       OCCURS 4 TIMES.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-CYCLE                    PIC 99         VALUE ZERO.
       01  WS-MF-STAMP-DATE            PIC 9(6)       VALUE ZERO.
       01  WS-MF-STAMP-TIME            PIC 9(8)       VALUE ZERO.
       01  WS-ACT-AC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-TOTALS.
           05  WS-TOT-CARDS-READ       PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CARDS-SENT       PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CARDS-DROPPED    PIC 9(9)       VALUE ZERO.
           05  WS-TOT-SPENDABLE        PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SI-ITEMS         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NET-APPR-CNT     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NET-APPR-AMT     PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-AGREE-CNT        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-EXPOSURE-CNT     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-EXPOSURE-AMT     PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-LOST-CNT         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-LOST-AMT         PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS200 - ATM/POS STAND-IN AUTHORIZATION FILE'.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(8)       VALUE
               '  CYCLE '.
           05  WS-RH-CYCLE             PIC 99.
           05  FILLER                  PIC X(59)      VALUE SPACES.

       01  WS-NEG-LINE.
           05  FILLER                  PIC X(10)      VALUE
               'NEGATIVE  '.
           05  WS-NL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-NL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-NL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-NL-REASON            PIC X(20).
           05  FILLER                  PIC X(84)      VALUE SPACES.

       01  WS-RECON-LINE.
           05  WS-RC-CARD-NO           PIC X(19).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RC-AUTH-DATE         PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RC-AUTH-TIME         PIC 9(6).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RC-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)      VALUE
               '  NETWORK: '.
           05  WS-RC-NETWORK           PIC X(8).
           05  FILLER                  PIC X(6)       VALUE
               '  US: '.
           05  WS-RC-OURS              PIC X(8).
           05  FILLER                  PIC X(13)      VALUE
               '  SPENDABLE: '.
           05  WS-RC-SPENDABLE         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RC-NOTE              PIC X(21).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(60)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
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
           MOVE 'DSDS200 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-COMPUTE-SPENDABLE
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.
           PERFORM 4000-WRITE-STANDIN
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT.
           PERFORM 4900-WRITE-MANIFEST.
           READ STANDIN-ACT-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-SW
           END-READ.
           PERFORM 5000-RECONCILE-ITEM
               UNTIL WS-ACT-EOF.
           PERFORM 7000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-CARDS-READ TO RRG-RECORDS-IN.
           MOVE WS-TOT-CARDS-SENT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  STANDIN-PARM-FILE
                       CARD-LINK-FILE
                       ACCT-HIST-FILE
                       ACH-STOP-FILE
                       HOLD-MASTER-FILE
                       FLOAT-POS-FILE
                       NOW-FILE
                       STANDIN-ACT-FILE
                OUTPUT STANDIN-FILE
                       STANDIN-RPT
                EXTEND MANIFEST-FILE.
           READ STANDIN-PARM-FILE.
           MOVE SP-RUN-DATE TO WS-RUN-DATE.
           MOVE SP-CYCLE TO WS-CYCLE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-CYCLE TO WS-RH-CYCLE.
           WRITE STANDIN-RPT-LINE FROM WS-RPT-HDG.
           MOVE SPACES TO STANDIN-RPT-LINE.
           WRITE STANDIN-RPT-LINE.
           MOVE ZEROS TO WS-NEG-COUNTS.
           READ CARD-LINK-FILE
               AT END MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-CARD
               UNTIL WS-CARD-EOF.
           READ ACCT-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
           PERFORM 1200-APPLY-STATUS
               UNTIL WS-HIST-EOF.
           READ ACH-STOP-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
           PERFORM 1300-APPLY-ACH-STOP
               UNTIL WS-STOP-EOF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 1400-APPLY-HOLD
               UNTIL WS-HOLD-EOF.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLOAT-EOF-SW
           END-READ.
           PERFORM 1500-APPLY-FLOAT
               UNTIL WS-FLOAT-EOF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1600-APPLY-NOW-HEADER
               UNTIL WS-NOW-EOF.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Only active cards go to the network; a card the tables
      * cannot hold is counted as dropped and shows on the report.
       1100-LOAD-CARD.
           ADD 1 TO WS-TOT-CARDS-READ.
           IF CK-CARD-ACTIVE
               PERFORM 1110-FIND-OR-ADD-ACCOUNT
               IF WS-AC-IDX > ZERO
                  AND WS-CD-COUNT < 9000
                   ADD 1 TO WS-CD-COUNT
                   MOVE CK-CARD-NO TO WS-CD-CARD-NO (WS-CD-COUNT)
                   MOVE WS-AC-IDX TO WS-CD-AC-IDX (WS-CD-COUNT)
               ELSE
                   ADD 1 TO WS-TOT-CARDS-DROPPED
               END-IF
           END-IF.
           READ CARD-LINK-FILE
               AT END MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.
       1100-LOAD-CARD-EXIT.
           EXIT.

       1110-FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1120-SCAN-CARD-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
           ELSE
               IF WS-AC-COUNT < 5000
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-IDX
                   MOVE CK-BANK-NO TO WS-AC-BANK-NO (WS-AC-IDX)
                   MOVE CK-ACCT-ID TO WS-AC-ACCT-ID (WS-AC-IDX)
                   MOVE CK-ACCT-NO TO WS-AC-ACCT-NO (WS-AC-IDX)
                   MOVE 'N' TO WS-AC-ON-FILE-SW (WS-AC-IDX)
                               WS-AC-ACH-DECD-SW (WS-AC-IDX)
                               WS-AC-LEGAL-SW (WS-AC-IDX)
                               WS-AC-FROZEN-SW (WS-AC-IDX)
                   MOVE ZERO TO WS-AC-STATUS (WS-AC-IDX)
                                WS-AC-BALANCE (WS-AC-IDX)
                                WS-AC-HOLDS (WS-AC-IDX)
                                WS-AC-FLOAT (WS-AC-IDX)
                                WS-AC-OD-ROOM (WS-AC-IDX)
                                WS-AC-SPENDABLE (WS-AC-IDX)
                                WS-AC-REMAINING (WS-AC-IDX)
                   MOVE SPACE TO WS-AC-NEG-REASON (WS-AC-IDX)
               ELSE
                   MOVE ZERO TO WS-AC-IDX
               END-IF
           END-IF.
       1110-FIND-OR-ADD-ACCOUNT-EXIT.
           EXIT.

       1120-SCAN-CARD-ACCOUNT.
           IF CK-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND CK-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND CK-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1120-SCAN-CARD-ACCOUNT-EXIT.
           EXIT.

      * ACCTHIST is chronological, so the last status seen for an
      * account is its current one.
       1200-APPLY-STATUS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1210-SCAN-HIST-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
               MOVE AH-STATUS-CODE TO WS-AC-STATUS (WS-AC-IDX)
           END-IF.
           READ ACCT-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
       1200-APPLY-STATUS-EXIT.
           EXIT.

       1210-SCAN-HIST-ACCOUNT.
           IF AH-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND AH-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND AH-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1210-SCAN-HIST-ACCOUNT-EXIT.
           EXIT.

       1300-APPLY-ACH-STOP.
           IF AS-DECEASED
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1310-SCAN-STOP-ACCOUNT
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-AC-IDX
                   MOVE 'Y' TO WS-AC-ACH-DECD-SW (WS-AC-IDX)
               END-IF
           END-IF.
           READ ACH-STOP-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
       1300-APPLY-ACH-STOP-EXIT.
           EXIT.

       1310-SCAN-STOP-ACCOUNT.
           IF AS-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND AS-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND AS-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1310-SCAN-STOP-ACCOUNT-EXIT.
           EXIT.

      * A hold due for release by now is DSDS130's to drop; it no
      * longer restricts the account.
      * A legal hold (type G) stays on HOLDMST past its release date
      * until DSDS168 has remitted the funds, and is in force until
      * then.
       1400-APPLY-HOLD.
           IF HM-LEGAL-HOLD
              OR HM-RELEASE-DATE = ZERO
              OR HM-RELEASE-DATE > WS-RUN-DATE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1410-SCAN-HOLD-ACCOUNT
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-AC-IDX
                   ADD HM-HOLD-AMT TO WS-AC-HOLDS (WS-AC-IDX)
                   IF HM-LEGAL-HOLD
                       MOVE 'Y' TO WS-AC-LEGAL-SW (WS-AC-IDX)
                   END-IF
                   IF HM-FREEZE-HOLD
                       MOVE 'Y' TO WS-AC-FROZEN-SW (WS-AC-IDX)
                   END-IF
               END-IF
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       1400-APPLY-HOLD-EXIT.
           EXIT.

       1410-SCAN-HOLD-ACCOUNT.
           IF HM-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND HM-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND HM-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1410-SCAN-HOLD-ACCOUNT-EXIT.
           EXIT.

       1500-APPLY-FLOAT.
           IF FP-RELEASE-DATE > WS-RUN-DATE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1510-SCAN-FLOAT-ACCOUNT
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-AC-IDX
                   ADD FP-AMOUNT TO WS-AC-FLOAT (WS-AC-IDX)
               END-IF
           END-IF.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLOAT-EOF-SW
           END-READ.
       1500-APPLY-FLOAT-EXIT.
           EXIT.

       1510-SCAN-FLOAT-ACCOUNT.
           IF FP-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND FP-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND FP-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1510-SCAN-FLOAT-ACCOUNT-EXIT.
           EXIT.

       1600-APPLY-NOW-HEADER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1610-SCAN-NOW-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
               MOVE 'Y' TO WS-AC-ON-FILE-SW (WS-AC-IDX)
               MOVE NAH-EARN-BALANCE TO WS-AC-BALANCE (WS-AC-IDX)
               IF NAH-OD-ACCESS-ACCT
                   MOVE NAH-OA-LIMIT TO WS-AC-OD-ROOM (WS-AC-IDX)
               END-IF
           END-IF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1600-APPLY-NOW-HEADER-EXIT.
           EXIT.

       1610-SCAN-NOW-ACCOUNT.
           IF NAH-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND NAH-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND NAH-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1610-SCAN-NOW-ACCOUNT-EXIT.
           EXIT.

      * Closed outranks deceased, deceased outranks a legal order,
      * and a legal order outranks a freeze, for the one reason the
      * network file has room for.
       3000-COMPUTE-SPENDABLE.
           EVALUATE TRUE
               WHEN NOT WS-AC-ON-FILE (WS-AC-IDX)
               WHEN WS-AC-CLOSED (WS-AC-IDX)
                   MOVE 'C' TO WS-AC-NEG-REASON (WS-AC-IDX)
               WHEN WS-AC-DECEASED (WS-AC-IDX)
               WHEN WS-AC-ACH-DECEASED (WS-AC-IDX)
                   MOVE 'D' TO WS-AC-NEG-REASON (WS-AC-IDX)
               WHEN WS-AC-LEGAL (WS-AC-IDX)
                   MOVE 'L' TO WS-AC-NEG-REASON (WS-AC-IDX)
               WHEN WS-AC-FROZEN (WS-AC-IDX)
                   MOVE 'F' TO WS-AC-NEG-REASON (WS-AC-IDX)
           END-EVALUATE.
           IF WS-AC-NEGATIVE (WS-AC-IDX)
               MOVE ZERO TO WS-AC-SPENDABLE (WS-AC-IDX)
               PERFORM 3100-PRINT-NEGATIVE
           ELSE
               COMPUTE WS-AC-SPENDABLE (WS-AC-IDX) =
                       WS-AC-BALANCE (WS-AC-IDX)
                     - WS-AC-HOLDS (WS-AC-IDX)
                     - WS-AC-FLOAT (WS-AC-IDX)
                     + WS-AC-OD-ROOM (WS-AC-IDX)
               IF WS-AC-SPENDABLE (WS-AC-IDX) < ZERO
                   MOVE ZERO TO WS-AC-SPENDABLE (WS-AC-IDX)
               END-IF
           END-IF.
           MOVE WS-AC-SPENDABLE (WS-AC-IDX)
               TO WS-AC-REMAINING (WS-AC-IDX).
       3000-COMPUTE-SPENDABLE-EXIT.
           EXIT.

       3100-PRINT-NEGATIVE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3110-SCAN-NEG-REASON
               VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > 4
                  OR WS-FOUND.
           SUBTRACT 1 FROM WS-NR-IDX.
           ADD 1 TO WS-NR-COUNT (WS-NR-IDX).
           MOVE WS-AC-BANK-NO (WS-AC-IDX) TO WS-NL-BANK.
           MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO WS-NL-ACCT-ID.
           MOVE WS-AC-ACCT-NO (WS-AC-IDX) TO WS-NL-ACCT-NO.
           MOVE WS-NR-LABEL (WS-NR-IDX) TO WS-NL-REASON.
           WRITE STANDIN-RPT-LINE FROM WS-NEG-LINE.
       3100-PRINT-NEGATIVE-EXIT.
           EXIT.

       3110-SCAN-NEG-REASON.
           IF WS-AC-NEG-REASON (WS-AC-IDX) = WS-NR-CODE (WS-NR-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-NEG-REASON-EXIT.
           EXIT.

       4000-WRITE-STANDIN.
           MOVE WS-CD-AC-IDX (WS-CD-IDX) TO WS-AC-IDX.
           MOVE SPACES TO STANDIN-REC.
           MOVE WS-CD-CARD-NO (WS-CD-IDX) TO SI-CARD-NO.
           MOVE WS-AC-BANK-NO (WS-AC-IDX) TO SI-BANK-NO.
           MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO SI-ACCT-ID.
           MOVE WS-AC-ACCT-NO (WS-AC-IDX) TO SI-ACCT-NO.
           MOVE WS-AC-SPENDABLE (WS-AC-IDX) TO SI-SPENDABLE.
           IF WS-AC-NEGATIVE (WS-AC-IDX)
               MOVE 'Y' TO SI-NEGATIVE-SW
               MOVE WS-AC-NEG-REASON (WS-AC-IDX)
                   TO SI-NEGATIVE-REASON
           ELSE
               MOVE 'N' TO SI-NEGATIVE-SW
           END-IF.
           MOVE WS-RUN-DATE TO SI-AS-OF-DATE.
           MOVE WS-CYCLE TO SI-CYCLE.
           WRITE STANDIN-REC.
           ADD 1 TO WS-TOT-CARDS-SENT.
           ADD SI-SPENDABLE TO WS-TOT-SPENDABLE.
       4000-WRITE-STANDIN-EXIT.
           EXIT.

      * The transmission-register manifest for DSDS163.
       4900-WRITE-MANIFEST.
           ACCEPT WS-MF-STAMP-DATE FROM DATE.
           ACCEPT WS-MF-STAMP-TIME FROM TIME.
           MOVE SPACES TO MANIFEST-REC.
           MOVE 'STANDIN ' TO MF-FILE-ID.
           MOVE ZERO TO MF-BANK-NO.
           MOVE WS-TOT-CARDS-SENT TO MF-REC-COUNT.
           MOVE WS-TOT-SPENDABLE TO MF-CTL-TOTAL.
           MOVE WS-MF-STAMP-DATE TO MF-CREATE-DATE.
           MOVE WS-MF-STAMP-TIME TO MF-CREATE-TIME.
           WRITE MANIFEST-REC.
       4900-WRITE-MANIFEST-EXIT.
           EXIT.

      * We would approve an item for an active card on an account
      * off the negative file with enough spendable amount left.
       5000-RECONCILE-ITEM.
           ADD 1 TO WS-TOT-SI-ITEMS.
           MOVE 'N' TO WS-WE-APPROVE-SW.
           MOVE ZERO TO WS-ACT-AC-IDX.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5100-SCAN-CARD
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CD-IDX
               MOVE WS-CD-AC-IDX (WS-CD-IDX) TO WS-ACT-AC-IDX
               IF NOT WS-AC-NEGATIVE (WS-ACT-AC-IDX)
                  AND SA-AMOUNT NOT > WS-AC-REMAINING (WS-ACT-AC-IDX)
                   MOVE 'Y' TO WS-WE-APPROVE-SW
                   SUBTRACT SA-AMOUNT
                       FROM WS-AC-REMAINING (WS-ACT-AC-IDX)
               END-IF
           END-IF.
           IF SA-APPROVED
               ADD 1 TO WS-TOT-NET-APPR-CNT
               ADD SA-AMOUNT TO WS-TOT-NET-APPR-AMT
           END-IF.
           EVALUATE TRUE
               WHEN SA-APPROVED AND NOT WS-WE-APPROVE
                   ADD 1 TO WS-TOT-EXPOSURE-CNT
                   ADD SA-AMOUNT TO WS-TOT-EXPOSURE-AMT
                   MOVE 'LOSS EXPOSURE' TO WS-RC-NOTE
                   PERFORM 5200-PRINT-DISAGREEMENT
               WHEN WS-WE-APPROVE AND NOT SA-APPROVED
                   ADD 1 TO WS-TOT-LOST-CNT
                   ADD SA-AMOUNT TO WS-TOT-LOST-AMT
                   MOVE 'DECLINED IN STAND-IN' TO WS-RC-NOTE
                   PERFORM 5200-PRINT-DISAGREEMENT
               WHEN OTHER
                   ADD 1 TO WS-TOT-AGREE-CNT
           END-EVALUATE.
           READ STANDIN-ACT-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-SW
           END-READ.
       5000-RECONCILE-ITEM-EXIT.
           EXIT.

       5100-SCAN-CARD.
           IF SA-CARD-NO = WS-CD-CARD-NO (WS-CD-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5100-SCAN-CARD-EXIT.
           EXIT.

       5200-PRINT-DISAGREEMENT.
           MOVE SA-CARD-NO TO WS-RC-CARD-NO.
           MOVE SA-AUTH-DATE TO WS-RC-AUTH-DATE.
           MOVE SA-AUTH-TIME TO WS-RC-AUTH-TIME.
           MOVE SA-AMOUNT TO WS-RC-AMOUNT.
           IF SA-APPROVED
               MOVE 'APPROVED' TO WS-RC-NETWORK
           ELSE
               MOVE 'DECLINED' TO WS-RC-NETWORK
           END-IF.
           IF WS-WE-APPROVE
               MOVE 'APPROVED' TO WS-RC-OURS
           ELSE
               MOVE 'DECLINED' TO WS-RC-OURS
           END-IF.
           IF WS-ACT-AC-IDX > ZERO
               MOVE WS-AC-REMAINING (WS-ACT-AC-IDX)
                   TO WS-RC-SPENDABLE
           ELSE
               MOVE ZERO TO WS-RC-SPENDABLE
               MOVE 'CARD NOT ON FILE' TO WS-RC-NOTE
           END-IF.
           WRITE STANDIN-RPT-LINE FROM WS-RECON-LINE.
       5200-PRINT-DISAGREEMENT-EXIT.
           EXIT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO STANDIN-RPT-LINE.
           WRITE STANDIN-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CARDS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-CARDS-READ TO WS-TL-COUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CARDS DROPPED - TABLE FULL' TO WS-TL-LABEL.
           MOVE WS-TOT-CARDS-DROPPED TO WS-TL-COUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CARDS SENT / TOTAL SPENDABLE' TO WS-TL-LABEL.
           MOVE WS-TOT-CARDS-SENT TO WS-TL-COUNT.
           MOVE WS-TOT-SPENDABLE TO WS-TL-AMOUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           PERFORM 7100-PRINT-NEG-COUNT
               VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > 4.
           MOVE 'STAND-IN ITEMS REVIEWED' TO WS-TL-LABEL.
           MOVE WS-TOT-SI-ITEMS TO WS-TL-COUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NETWORK APPROVED IN STAND-IN' TO WS-TL-LABEL.
           MOVE WS-TOT-NET-APPR-CNT TO WS-TL-COUNT.
           MOVE WS-TOT-NET-APPR-AMT TO WS-TL-AMOUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DECISIONS IN AGREEMENT' TO WS-TL-LABEL.
           MOVE WS-TOT-AGREE-CNT TO WS-TL-COUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'APPROVED - WE WOULD DECLINE' TO WS-TL-LABEL.
           MOVE WS-TOT-EXPOSURE-CNT TO WS-TL-COUNT.
           MOVE WS-TOT-EXPOSURE-AMT TO WS-TL-AMOUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DECLINED - WE WOULD APPROVE' TO WS-TL-LABEL.
           MOVE WS-TOT-LOST-CNT TO WS-TL-COUNT.
           MOVE WS-TOT-LOST-AMT TO WS-TL-AMOUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
       7000-PRINT-TOTALS-EXIT.
           EXIT.

       7100-PRINT-NEG-COUNT.
           MOVE SPACES TO WS-TL-LABEL.
           STRING 'NEGATIVE FILE - ' DELIMITED BY SIZE
                  WS-NR-LABEL (WS-NR-IDX) DELIMITED BY SIZE
               INTO WS-TL-LABEL
           END-STRING.
           MOVE WS-NR-COUNT (WS-NR-IDX) TO WS-TL-COUNT.
           WRITE STANDIN-RPT-LINE FROM WS-TOTAL-LINE.
       7100-PRINT-NEG-COUNT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE STANDIN-PARM-FILE
                 CARD-LINK-FILE
                 ACCT-HIST-FILE
                 ACH-STOP-FILE
                 HOLD-MASTER-FILE
                 FLOAT-POS-FILE
                 NOW-FILE
                 STANDIN-ACT-FILE
                 STANDIN-FILE
                 STANDIN-RPT
                 MANIFEST-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
