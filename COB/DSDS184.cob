       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS184.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS184 is the operator activity-trail inquiry HR and audit
      * use for investigations and terminations.  TRAILPRM names one
      * operator key and a date range; every trace of that operator
      * in the range is merged into one listing in time order:
      *
      *  MAINT     - CHANGE-LOG-WORK entries (see DSDSDESC) requested
      *              by the operator, off the dated CHGLOGH history
      *              DSDS183 keeps, with old and new values;
      *  SUBMIT    - APIU102 dual-control submissions (DUALREQH),
      *              with old and new values;
      *  APPROVE / - APIU102 dispositions the operator keyed as the
      *  REJECT      second operator (DUALAPRH);
      *  AR STAT   - ARR305 official-check status requests keyed
      *              under AR-MAINT-OPER (STATREQH);
      *  HOLD PLC  - holds the operator placed, off the hold master
      *              (HOLDMST) and the DSDS130 expiry releases
      *              (RELEVENT), by SPW-HOLD-ONLINE-OPER-ID and the
      *              placed date;
      *  HOLD REL  - online hold releases by the operator (ONLREL);
      *  ENT DENY  - APIU104 entitlement denials (ENTVIOL);
      *  LOCKED /  - APIU105 lockouts of the operator, unlocks of the
      *  UNLOCKED    operator, and unlocks the operator performed on
      *  UNLOCK      others (LOCKLOG);
      *  SIGN ON   - sign-on sessions (SIGNONEV, see APIR304).
      *
      * The daily files are read as the concatenated generations
      * covering the range.  Only sign-on sessions carry a time, so
      * within a day the other traces list in source order.  The
      * listing is confidential and prints for the requester only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-PARM-FILE    ASSIGN TO TRAILPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE      ASSIGN TO AMSOPER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-HIST    ASSIGN TO CHGLOGH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REQ-HIST     ASSIGN TO DUALREQH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-HIST      ASSIGN TO DUALAPRH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-REQ-HIST    ASSIGN TO STATREQH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-EVENT-FILE ASSIGN TO RELEVENT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONLINE-REL-FILE    ASSIGN TO ONLREL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIOLATION-LOG      ASSIGN TO ENTVIOL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-LOG-FILE      ASSIGN TO LOCKLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIGNON-EVENT-FILE  ASSIGN TO SIGNONEV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAIL-RPT          ASSIGN TO TRAILRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-PARM-FILE
           RECORD CONTAINS 19 CHARACTERS.
       01  TRAIL-PARM-REC.
           05  TP-OPERATOR-KEY         PIC 9(5).
           05  TP-FROM-DATE            PIC 9(7).
           05  TP-THRU-DATE            PIC 9(7).

       FD  OPERATOR-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY APICPYA.

       FD  CHANGE-LOG-HIST
           RECORD CONTAINS 87 CHARACTERS.
       01  CHANGE-LOG-HIST-REC.
           05  CH-RUN-DATE             PIC 9(7).
           05  CH-IMAGE                PIC X(80).

       FD  MAINT-REQ-HIST
           RECORD CONTAINS 69 CHARACTERS.
       01  MAINT-REQ-HIST-REC.
           05  MH-RUN-DATE             PIC 9(7).
           05  MR-BANK-NO              PIC 99.
           05  MR-ACCT-ID              PIC 9(3).
           05  MR-ACCT-NO              PIC 9(9).
           05  MR-FIELD-CODE           PIC 9(3).
           05  MR-OLD-INFO             PIC X(20).
           05  MR-NEW-INFO             PIC X(20).
           05  MR-REQUEST-OPER         PIC 9(5).

       FD  APPROVAL-HIST
           RECORD CONTAINS 30 CHARACTERS.
       01  APPROVAL-HIST-REC.
           05  AH-RUN-DATE             PIC 9(7).
           05  AP-BANK-NO              PIC 99.
           05  AP-ACCT-ID              PIC 9(3).
           05  AP-ACCT-NO              PIC 9(9).
           05  AP-FIELD-CODE           PIC 9(3).
           05  AP-APPROVE-OPER         PIC 9(5).
           05  AP-DISPOSITION          PIC X.
               88  AP-APPROVED                        VALUE 'A'.
               88  AP-REJECTED                        VALUE 'R'.

       FD  STATUS-REQ-HIST
           RECORD CONTAINS 34 CHARACTERS.
       01  STATUS-REQ-HIST-REC.
           05  SH-RUN-DATE             PIC 9(7).
           05  SR-BANK-NO              PIC 9(3).
           05  SR-ACCT-NO              PIC 9(9).
           05  SR-SERIAL-NBR           PIC 9(9).
           05  SR-NEW-STATUS           PIC X.
           05  SR-MAINT-OPER           PIC 9(5).

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

       FD  RELEASE-EVENT-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  RELEASE-EVENT-REC.
           05  RE-HOLD-IMAGE           PIC X(46).
           05  RE-RELEASED-DATE        PIC 9(7).

       FD  ONLINE-REL-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  ONLINE-REL-REC.
           05  OR-BANK-NO              PIC 99.
           05  OR-ACCT-ID              PIC 9(3).
           05  OR-ACCT-NO              PIC 9(9).
           05  OR-HOLD-TYPE            PIC X.
           05  OR-RELEASE-DATE         PIC 9(7).
           05  OR-HOLD-AMT             PIC 9(9)V99.
           05  OR-ONLINE-OPER-ID       PIC 9(5).
           05  OR-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.
           05  OR-RELEASED-DATE        PIC 9(7).

       FD  VIOLATION-LOG
           RECORD CONTAINS 15 CHARACTERS.
       01  VIOLATION-LOG-REC.
           05  VL-OPERATOR-KEY         PIC 9(5).
           05  VL-BANK-NO              PIC 99.
           05  VL-CATEGORY             PIC X.
           05  VL-ATTEMPT-DATE         PIC 9(7).

       FD  LOCK-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOCK-LOG-REC.
           05  LL-EVENT                PIC X(6).
               88  LL-LOCKOUT                         VALUE 'LOCK  '.
               88  LL-UNLOCK                          VALUE 'UNLOCK'.
           05  LL-TARGET-KEY           PIC 9(5).
           05  LL-ACTING-KEY           PIC 9(5).
           05  LL-EVENT-DATE           PIC 9(7).
           05  LL-FAIL-COUNT           PIC 9(3).
           05  FILLER                  PIC X(14).

       FD  SIGNON-EVENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  SIGNON-EVENT-REC.
           05  SE-OPERATOR-KEY         PIC 9(5).
           05  SE-LOGON-DATE           PIC 9(7).
           05  SE-LOGON-TIME           PIC 9(7).
           05  SE-LOGOFF-TIME          PIC 9(7).
           05  SE-TERMINAL             PIC X(4).

       FD  TRAIL-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  TRAIL-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OPER-EOF-SW          PIC X          VALUE 'N'.
               88  WS-OPER-EOF                        VALUE 'Y'.
           05  WS-CLW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CLW-EOF                         VALUE 'Y'.
           05  WS-MR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-MR-EOF                          VALUE 'Y'.
           05  WS-AP-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AP-EOF                          VALUE 'Y'.
           05  WS-SR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-SR-EOF                          VALUE 'Y'.
           05  WS-HM-EOF-SW            PIC X          VALUE 'N'.
               88  WS-HM-EOF                          VALUE 'Y'.
           05  WS-RE-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RE-EOF                          VALUE 'Y'.
           05  WS-OR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-OR-EOF                          VALUE 'Y'.
           05  WS-VL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-VL-EOF                          VALUE 'Y'.
           05  WS-LL-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LL-EOF                          VALUE 'Y'.
           05  WS-SE-EOF-SW            PIC X          VALUE 'N'.
               88  WS-SE-EOF                          VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-EV-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-EV-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MIN-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SCAN-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-OVERFLOW-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-SEQ-NO                   PIC 9(5)       VALUE ZERO.
       01  WS-TRAIL-OPER               PIC 9(5)       VALUE ZERO.
       01  WS-FROM-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-THRU-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-OPER-NAME                PIC X(40)      VALUE
           'NOT ON OPERATOR MASTER'.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the screened-record count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       01  CHANGE-LOG-WORK.
           COPY DSDSDESC.

       01  WS-HOLD-IMAGE.
           05  WS-HI-BANK-NO           PIC 99.
           05  WS-HI-ACCT-ID           PIC 9(3).
           05  WS-HI-ACCT-NO           PIC 9(9).
           05  WS-HI-HOLD-TYPE         PIC X.
           05  WS-HI-RELEASE-DATE      PIC 9(7).
           05  WS-HI-HOLD-AMT          PIC 9(9)V99.
           05  WS-HI-ONLINE-OPER-ID    PIC 9(5).
           05  WS-HI-PLACED-DATE       PIC 9(7).
           05  FILLER                  PIC X.

      * The trail, built unordered and sorted into time order before
      * printing.  The key is date, time (zero when the source has
      * none) and arrival sequence, so same-day traces without a
      * time keep their source order.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY             OCCURS 5000 TIMES.
               10  WS-EV-KEY.
                   15  WS-EV-DATE      PIC 9(7).
                   15  WS-EV-TIME      PIC 9(7).
                   15  WS-EV-SEQ       PIC 9(5).
               10  WS-EV-EVENT         PIC X(8).
               10  WS-EV-ACCT          PIC X(17).
               10  WS-EV-DETAIL        PIC X(28).
               10  WS-EV-BEFORE        PIC X(20).
               10  WS-EV-AFTER         PIC X(20).

       01  WS-EV-WORK.
           05  WS-EW-KEY.
               10  WS-EW-DATE          PIC 9(7).
               10  WS-EW-TIME          PIC 9(7).
               10  WS-EW-SEQ           PIC 9(5).
           05  WS-EW-EVENT             PIC X(8).
           05  WS-EW-ACCT              PIC X(17).
           05  WS-EW-DETAIL            PIC X(28).
           05  WS-EW-BEFORE            PIC X(20).
           05  WS-EW-AFTER             PIC X(20).

       01  WS-SWAP-ENTRY               PIC X(112).

       01  WS-ACCT-TEXT.
           05  WS-AT-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AT-ACCT-ID           PIC X(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AT-ACCT-NO           PIC 9(9).
       01  WS-ACCT-ID-WORK             PIC 9(3)       VALUE ZERO.

       01  WS-FIELD-DETAIL.
           05  FILLER                  PIC X(6)       VALUE 'FIELD '.
           05  WS-FD-FIELD-CODE        PIC 999.
           05  WS-FD-APPR-AREA.
               10  FILLER              PIC X(11)      VALUE
                   ' APPROVER  '.
               10  WS-FD-APPROVER      PIC ZZZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.

       01  WS-CHECK-DETAIL.
           05  FILLER                  PIC X(7)       VALUE 'SERIAL '.
           05  WS-KD-SERIAL            PIC Z(8)9.
           05  FILLER                  PIC X(12)      VALUE SPACES.

       01  WS-HOLD-DETAIL.
           05  FILLER                  PIC X(5)       VALUE 'TYPE '.
           05  WS-HD-TYPE              PIC X.
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-HD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)       VALUE SPACES.

       01  WS-DATE-TEXT.
           05  FILLER                  PIC X(4)       VALUE 'DUE '.
           05  WS-DT-DATE              PIC 9(7).
           05  FILLER                  PIC X(9)       VALUE SPACES.

       01  WS-ENT-DETAIL.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-ED-BANK              PIC Z9.
           05  FILLER                  PIC X(10)      VALUE
               ' CATEGORY '.
           05  WS-ED-CATEGORY          PIC X.
           05  FILLER                  PIC X(10)      VALUE SPACES.

       01  WS-LOCK-DETAIL.
           05  WS-LD-TEXT              PIC X(14).
           05  WS-LD-NUMBER            PIC ZZZZ9.
           05  FILLER                  PIC X(9)       VALUE SPACES.

       01  WS-SIGNON-DETAIL.
           05  FILLER                  PIC X(9)       VALUE
               'TERMINAL '.
           05  WS-SD-TERMINAL          PIC X(4).
           05  FILLER                  PIC X(5)       VALUE ' OFF '.
           05  WS-SD-LOGOFF-TIME       PIC 9(7).
           05  FILLER                  PIC X(3)       VALUE SPACES.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(53)      VALUE
               'DSDS184 - OPERATOR ACTIVITY TRAIL  ** CONFIDENTIAL **'.
           05  FILLER                  PIC X(79)      VALUE SPACES.

       01  WS-OPER-HDG.
           05  FILLER                  PIC X(9)       VALUE
               'OPERATOR '.
           05  WS-OH-OPER              PIC 9(5).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OH-NAME              PIC X(40).
           05  FILLER                  PIC X(6)       VALUE ' FROM '.
           05  WS-OH-FROM              PIC 9(7).
           05  FILLER                  PIC X(6)       VALUE ' THRU '.
           05  WS-OH-THRU              PIC 9(7).
           05  FILLER                  PIC X(51)      VALUE SPACES.

       01  WS-COLUMN-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DATE    TIME    EVENT    ACCOUNT           DETAIL'.
           05  FILLER                  PIC X(30)      VALUE
               '                        BEFORE'.
           05  FILLER                  PIC X(52)      VALUE
               '                  AFTER'.

       01  WS-TRAIL-LINE.
           05  WS-TL-DATE              PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TL-TIME              PIC Z(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TL-EVENT             PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TL-ACCT              PIC X(17).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TL-DETAIL            PIC X(28).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-TL-BEFORE            PIC X(20).
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TL-AFTER             PIC X(20).
           05  FILLER                  PIC X(16)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS184 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCREEN-CHANGE-LOG
               UNTIL WS-CLW-EOF.
           PERFORM 2100-SCREEN-SUBMISSIONS
               UNTIL WS-MR-EOF.
           PERFORM 2200-SCREEN-APPROVALS
               UNTIL WS-AP-EOF.
           PERFORM 2300-SCREEN-CHECK-STATUS
               UNTIL WS-SR-EOF.
           PERFORM 2400-SCREEN-HOLD-MASTER
               UNTIL WS-HM-EOF.
           PERFORM 2500-SCREEN-EXPIRED-HOLDS
               UNTIL WS-RE-EOF.
           PERFORM 2600-SCREEN-ONLINE-RELEASES
               UNTIL WS-OR-EOF.
           PERFORM 2700-SCREEN-ENT-DENIALS
               UNTIL WS-VL-EOF.
           PERFORM 2800-SCREEN-LOCK-LOG
               UNTIL WS-LL-EOF.
           PERFORM 2900-SCREEN-SIGNONS
               UNTIL WS-SE-EOF.
           PERFORM 3000-SORT-TRAIL.
           PERFORM 4000-PRINT-TRAIL
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT.
           MOVE 'TRAIL ENTRIES LISTED' TO WS-TOT-LABEL.
           MOVE WS-EV-COUNT TO WS-TOT-COUNT.
           WRITE TRAIL-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-OVERFLOW-CNT > ZERO
               MOVE 'ENTRIES NOT LISTED - NARROW THE RANGE'
                   TO WS-TOT-LABEL
               MOVE WS-OVERFLOW-CNT TO WS-TOT-COUNT
               WRITE TRAIL-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-EV-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  TRAIL-PARM-FILE
                       OPERATOR-FILE
                       CHANGE-LOG-HIST
                       MAINT-REQ-HIST
                       APPROVAL-HIST
                       STATUS-REQ-HIST
                       HOLD-MASTER-FILE
                       RELEASE-EVENT-FILE
                       ONLINE-REL-FILE
                       VIOLATION-LOG
                       LOCK-LOG-FILE
                       SIGNON-EVENT-FILE
                OUTPUT TRAIL-RPT.
           READ TRAIL-PARM-FILE.
           MOVE TP-OPERATOR-KEY TO WS-TRAIL-OPER.
           MOVE TP-FROM-DATE    TO WS-FROM-DATE.
           MOVE TP-THRU-DATE    TO WS-THRU-DATE.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
           PERFORM 1100-FIND-OPERATOR
               UNTIL WS-OPER-EOF.
           WRITE TRAIL-RPT-LINE FROM WS-RPT-HDG.
           MOVE WS-TRAIL-OPER TO WS-OH-OPER.
           MOVE WS-OPER-NAME  TO WS-OH-NAME.
           MOVE WS-FROM-DATE  TO WS-OH-FROM.
           MOVE WS-THRU-DATE  TO WS-OH-THRU.
           WRITE TRAIL-RPT-LINE FROM WS-OPER-HDG.
           WRITE TRAIL-RPT-LINE FROM WS-COLUMN-HDG.
           READ CHANGE-LOG-HIST
               AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.
           READ MAINT-REQ-HIST
               AT END MOVE 'Y' TO WS-MR-EOF-SW
           END-READ.
           READ APPROVAL-HIST
               AT END MOVE 'Y' TO WS-AP-EOF-SW
           END-READ.
           READ STATUS-REQ-HIST
               AT END MOVE 'Y' TO WS-SR-EOF-SW
           END-READ.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HM-EOF-SW
           END-READ.
           READ RELEASE-EVENT-FILE
               AT END MOVE 'Y' TO WS-RE-EOF-SW
           END-READ.
           READ ONLINE-REL-FILE
               AT END MOVE 'Y' TO WS-OR-EOF-SW
           END-READ.
           READ VIOLATION-LOG
               AT END MOVE 'Y' TO WS-VL-EOF-SW
           END-READ.
           READ LOCK-LOG-FILE
               AT END MOVE 'Y' TO WS-LL-EOF-SW
           END-READ.
           READ SIGNON-EVENT-FILE
               AT END MOVE 'Y' TO WS-SE-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-FIND-OPERATOR.
           IF OI-OPERATOR-KEY = WS-TRAIL-OPER
               MOVE OI-FULL-NAME TO WS-OPER-NAME
               MOVE 'Y' TO WS-OPER-EOF-SW
           ELSE
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO WS-OPER-EOF-SW
               END-READ
           END-IF.
       1100-FIND-OPERATOR-EXIT.
           EXIT.

       2000-SCREEN-CHANGE-LOG.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE CH-IMAGE TO CHANGE-LOG-WORK.
           IF CLW-REQUEST-OPER = WS-TRAIL-OPER
               PERFORM 2050-ADD-MAINT-EVENT
           END-IF.
           READ CHANGE-LOG-HIST
               AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.
       2000-SCREEN-CHANGE-LOG-EXIT.
           EXIT.

       2050-ADD-MAINT-EVENT.
           MOVE CH-RUN-DATE TO WS-EW-DATE.
           MOVE ZERO        TO WS-EW-TIME.
           MOVE 'MAINT'     TO WS-EW-EVENT.
           MOVE CLW-BANK-NBR TO WS-AT-BANK.
           MOVE CLW-ACCT-ID  TO WS-ACCT-ID-WORK.
           MOVE WS-ACCT-ID-WORK TO WS-AT-ACCT-ID.
           MOVE CLW-ACCT-NBR TO WS-AT-ACCT-NO.
           MOVE WS-ACCT-TEXT TO WS-EW-ACCT.
           MOVE CLW-FIELD-CODE TO WS-FD-FIELD-CODE.
           IF CLW-APPROVE-OPER = ZERO
               MOVE SPACES TO WS-FD-APPR-AREA
           ELSE
               MOVE ' APPROVER  ' TO WS-FD-APPR-AREA
               MOVE CLW-APPROVE-OPER TO WS-FD-APPROVER
           END-IF.
           MOVE WS-FIELD-DETAIL TO WS-EW-DETAIL.
           MOVE CLW-OLD-INFO TO WS-EW-BEFORE.
           MOVE CLW-NEW-INFO TO WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2050-ADD-MAINT-EVENT-EXIT.
           EXIT.

       2100-SCREEN-SUBMISSIONS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF MR-REQUEST-OPER = WS-TRAIL-OPER
               PERFORM 2150-ADD-SUBMIT-EVENT
           END-IF.
           READ MAINT-REQ-HIST
               AT END MOVE 'Y' TO WS-MR-EOF-SW
           END-READ.
       2100-SCREEN-SUBMISSIONS-EXIT.
           EXIT.

       2150-ADD-SUBMIT-EVENT.
           MOVE MH-RUN-DATE TO WS-EW-DATE.
           MOVE ZERO        TO WS-EW-TIME.
           MOVE 'SUBMIT'    TO WS-EW-EVENT.
           MOVE MR-BANK-NO  TO WS-AT-BANK.
           MOVE MR-ACCT-ID  TO WS-AT-ACCT-ID.
           MOVE MR-ACCT-NO  TO WS-AT-ACCT-NO.
           MOVE WS-ACCT-TEXT TO WS-EW-ACCT.
           MOVE MR-FIELD-CODE TO WS-FD-FIELD-CODE.
           MOVE SPACES TO WS-FD-APPR-AREA.
           MOVE WS-FIELD-DETAIL TO WS-EW-DETAIL.
           MOVE MR-OLD-INFO TO WS-EW-BEFORE.
           MOVE MR-NEW-INFO TO WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2150-ADD-SUBMIT-EVENT-EXIT.
           EXIT.

       2200-SCREEN-APPROVALS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF AP-APPROVE-OPER = WS-TRAIL-OPER
               PERFORM 2250-ADD-APPROVAL-EVENT
           END-IF.
           READ APPROVAL-HIST
               AT END MOVE 'Y' TO WS-AP-EOF-SW
           END-READ.
       2200-SCREEN-APPROVALS-EXIT.
           EXIT.

       2250-ADD-APPROVAL-EVENT.
           MOVE AH-RUN-DATE TO WS-EW-DATE.
           MOVE ZERO        TO WS-EW-TIME.
           IF AP-REJECTED
               MOVE 'REJECT'  TO WS-EW-EVENT
           ELSE
               MOVE 'APPROVE' TO WS-EW-EVENT
           END-IF.
           MOVE AP-BANK-NO  TO WS-AT-BANK.
           MOVE AP-ACCT-ID  TO WS-AT-ACCT-ID.
           MOVE AP-ACCT-NO  TO WS-AT-ACCT-NO.
           MOVE WS-ACCT-TEXT TO WS-EW-ACCT.
           MOVE AP-FIELD-CODE TO WS-FD-FIELD-CODE.
           MOVE SPACES TO WS-FD-APPR-AREA.
           MOVE WS-FIELD-DETAIL TO WS-EW-DETAIL.
           MOVE SPACES TO WS-EW-BEFORE
                          WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2250-ADD-APPROVAL-EVENT-EXIT.
           EXIT.

      * The request carries only the status asked for; the status it
      * replaced is not recorded.
       2300-SCREEN-CHECK-STATUS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF SR-MAINT-OPER = WS-TRAIL-OPER
               PERFORM 2350-ADD-STATUS-EVENT
           END-IF.
           READ STATUS-REQ-HIST
               AT END MOVE 'Y' TO WS-SR-EOF-SW
           END-READ.
       2300-SCREEN-CHECK-STATUS-EXIT.
           EXIT.

       2350-ADD-STATUS-EVENT.
           MOVE SH-RUN-DATE TO WS-EW-DATE.
           MOVE ZERO        TO WS-EW-TIME.
           MOVE 'AR STAT'   TO WS-EW-EVENT.
           MOVE SR-BANK-NO  TO WS-AT-BANK.
           MOVE '---'       TO WS-AT-ACCT-ID.
           MOVE SR-ACCT-NO  TO WS-AT-ACCT-NO.
           MOVE WS-ACCT-TEXT TO WS-EW-ACCT.
           MOVE SR-SERIAL-NBR TO WS-KD-SERIAL.
           MOVE WS-CHECK-DETAIL TO WS-EW-DETAIL.
           MOVE SPACES TO WS-EW-BEFORE.
           MOVE SR-NEW-STATUS TO WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2350-ADD-STATUS-EVENT-EXIT.
           EXIT.

       2400-SCREEN-HOLD-MASTER.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE HOLD-MASTER-REC TO WS-HOLD-IMAGE.
           PERFORM 2450-ADD-HOLD-PLACEMENT.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HM-EOF-SW
           END-READ.
       2400-SCREEN-HOLD-MASTER-EXIT.
           EXIT.

       2450-ADD-HOLD-PLACEMENT.
           IF WS-HI-ONLINE-OPER-ID = WS-TRAIL-OPER
               MOVE WS-HI-PLACED-DATE TO WS-EW-DATE
               MOVE ZERO              TO WS-EW-TIME
               MOVE 'HOLD PLC'        TO WS-EW-EVENT
               MOVE WS-HI-BANK-NO     TO WS-AT-BANK
               MOVE WS-HI-ACCT-ID     TO WS-AT-ACCT-ID
               MOVE WS-HI-ACCT-NO     TO WS-AT-ACCT-NO
               MOVE WS-ACCT-TEXT      TO WS-EW-ACCT
               MOVE WS-HI-HOLD-TYPE   TO WS-HD-TYPE
               MOVE WS-HI-HOLD-AMT    TO WS-HD-AMOUNT
               MOVE WS-HOLD-DETAIL    TO WS-EW-DETAIL
               MOVE SPACES            TO WS-EW-BEFORE
               MOVE WS-HI-RELEASE-DATE TO WS-DT-DATE
               MOVE WS-DATE-TEXT      TO WS-EW-AFTER
               PERFORM 7000-ADD-EVENT
           END-IF.
       2450-ADD-HOLD-PLACEMENT-EXIT.
           EXIT.

      * A hold DSDS130 released at expiry has left the master, but
      * its image still names the operator who placed it.
       2500-SCREEN-EXPIRED-HOLDS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE RE-HOLD-IMAGE TO WS-HOLD-IMAGE.
           PERFORM 2450-ADD-HOLD-PLACEMENT.
           READ RELEASE-EVENT-FILE
               AT END MOVE 'Y' TO WS-RE-EOF-SW
           END-READ.
       2500-SCREEN-EXPIRED-HOLDS-EXIT.
           EXIT.

       2600-SCREEN-ONLINE-RELEASES.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF OR-ONLINE-OPER-ID = WS-TRAIL-OPER
               PERFORM 2650-ADD-RELEASE-EVENT
           END-IF.
           READ ONLINE-REL-FILE
               AT END MOVE 'Y' TO WS-OR-EOF-SW
           END-READ.
       2600-SCREEN-ONLINE-RELEASES-EXIT.
           EXIT.

       2650-ADD-RELEASE-EVENT.
           MOVE OR-RELEASED-DATE TO WS-EW-DATE.
           MOVE ZERO             TO WS-EW-TIME.
           MOVE 'HOLD REL'       TO WS-EW-EVENT.
           MOVE OR-BANK-NO       TO WS-AT-BANK.
           MOVE OR-ACCT-ID       TO WS-AT-ACCT-ID.
           MOVE OR-ACCT-NO       TO WS-AT-ACCT-NO.
           MOVE WS-ACCT-TEXT     TO WS-EW-ACCT.
           MOVE OR-HOLD-TYPE     TO WS-HD-TYPE.
           MOVE OR-HOLD-AMT      TO WS-HD-AMOUNT.
           MOVE WS-HOLD-DETAIL   TO WS-EW-DETAIL.
           MOVE OR-RELEASE-DATE  TO WS-DT-DATE.
           MOVE WS-DATE-TEXT     TO WS-EW-BEFORE.
           MOVE 'RELEASED'       TO WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2650-ADD-RELEASE-EVENT-EXIT.
           EXIT.

       2700-SCREEN-ENT-DENIALS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF VL-OPERATOR-KEY = WS-TRAIL-OPER
               PERFORM 2750-ADD-DENIAL-EVENT
           END-IF.
           READ VIOLATION-LOG
               AT END MOVE 'Y' TO WS-VL-EOF-SW
           END-READ.
       2700-SCREEN-ENT-DENIALS-EXIT.
           EXIT.

       2750-ADD-DENIAL-EVENT.
           MOVE VL-ATTEMPT-DATE TO WS-EW-DATE.
           MOVE ZERO            TO WS-EW-TIME.
           MOVE 'ENT DENY'      TO WS-EW-EVENT.
           MOVE SPACES          TO WS-EW-ACCT.
           MOVE VL-BANK-NO      TO WS-ED-BANK.
           MOVE VL-CATEGORY     TO WS-ED-CATEGORY.
           MOVE WS-ENT-DETAIL   TO WS-EW-DETAIL.
           MOVE SPACES TO WS-EW-BEFORE
                          WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2750-ADD-DENIAL-EVENT-EXIT.
           EXIT.

       2800-SCREEN-LOCK-LOG.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE LL-EVENT-DATE TO WS-EW-DATE.
           MOVE ZERO          TO WS-EW-TIME.
           MOVE SPACES        TO WS-EW-ACCT
                                 WS-EW-BEFORE
                                 WS-EW-AFTER.
           IF LL-TARGET-KEY = WS-TRAIL-OPER
               IF LL-LOCKOUT
                   MOVE 'LOCKED'         TO WS-EW-EVENT
                   MOVE 'FAILED SIGNONS' TO WS-LD-TEXT
                   MOVE LL-FAIL-COUNT    TO WS-LD-NUMBER
               ELSE
                   MOVE 'UNLOCKED'       TO WS-EW-EVENT
                   MOVE 'BY OPERATOR'    TO WS-LD-TEXT
                   MOVE LL-ACTING-KEY    TO WS-LD-NUMBER
               END-IF
               MOVE WS-LOCK-DETAIL TO WS-EW-DETAIL
               PERFORM 7000-ADD-EVENT
           END-IF.
           IF LL-UNLOCK
              AND LL-ACTING-KEY = WS-TRAIL-OPER
              AND LL-TARGET-KEY NOT = WS-TRAIL-OPER
               MOVE 'UNLOCK'         TO WS-EW-EVENT
               MOVE 'OF OPERATOR'    TO WS-LD-TEXT
               MOVE LL-TARGET-KEY    TO WS-LD-NUMBER
               MOVE WS-LOCK-DETAIL   TO WS-EW-DETAIL
               PERFORM 7000-ADD-EVENT
           END-IF.
           READ LOCK-LOG-FILE
               AT END MOVE 'Y' TO WS-LL-EOF-SW
           END-READ.
       2800-SCREEN-LOCK-LOG-EXIT.
           EXIT.

       2900-SCREEN-SIGNONS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF SE-OPERATOR-KEY = WS-TRAIL-OPER
               PERFORM 2950-ADD-SIGNON-EVENT
           END-IF.
           READ SIGNON-EVENT-FILE
               AT END MOVE 'Y' TO WS-SE-EOF-SW
           END-READ.
       2900-SCREEN-SIGNONS-EXIT.
           EXIT.

       2950-ADD-SIGNON-EVENT.
           MOVE SE-LOGON-DATE   TO WS-EW-DATE.
           MOVE SE-LOGON-TIME   TO WS-EW-TIME.
           MOVE 'SIGN ON'       TO WS-EW-EVENT.
           MOVE SPACES          TO WS-EW-ACCT.
           MOVE SE-TERMINAL     TO WS-SD-TERMINAL.
           MOVE SE-LOGOFF-TIME  TO WS-SD-LOGOFF-TIME.
           MOVE WS-SIGNON-DETAIL TO WS-EW-DETAIL.
           MOVE SPACES TO WS-EW-BEFORE
                          WS-EW-AFTER.
           PERFORM 7000-ADD-EVENT.
       2950-ADD-SIGNON-EVENT-EXIT.
           EXIT.

       3000-SORT-TRAIL.
           PERFORM 3100-SORT-ONE-PASS
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX >= WS-EV-COUNT.
       3000-SORT-TRAIL-EXIT.
           EXIT.

       3100-SORT-ONE-PASS.
           MOVE WS-EV-IDX TO WS-MIN-IDX.
           PERFORM 3110-FIND-MIN-ENTRY
               VARYING WS-SCAN-IDX FROM WS-EV-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-EV-COUNT.
           IF WS-MIN-IDX NOT = WS-EV-IDX
               PERFORM 3120-SWAP-ENTRIES
           END-IF.
       3100-SORT-ONE-PASS-EXIT.
           EXIT.

       3110-FIND-MIN-ENTRY.
           IF WS-EV-KEY (WS-SCAN-IDX) < WS-EV-KEY (WS-MIN-IDX)
               MOVE WS-SCAN-IDX TO WS-MIN-IDX
           END-IF.
       3110-FIND-MIN-ENTRY-EXIT.
           EXIT.

       3120-SWAP-ENTRIES.
           MOVE WS-EV-ENTRY (WS-EV-IDX)  TO WS-SWAP-ENTRY.
           MOVE WS-EV-ENTRY (WS-MIN-IDX) TO WS-EV-ENTRY (WS-EV-IDX).
           MOVE WS-SWAP-ENTRY            TO WS-EV-ENTRY (WS-MIN-IDX).
       3120-SWAP-ENTRIES-EXIT.
           EXIT.

       4000-PRINT-TRAIL.
           MOVE WS-EV-DATE (WS-EV-IDX)   TO WS-TL-DATE.
           MOVE WS-EV-TIME (WS-EV-IDX)   TO WS-TL-TIME.
           MOVE WS-EV-EVENT (WS-EV-IDX)  TO WS-TL-EVENT.
           MOVE WS-EV-ACCT (WS-EV-IDX)   TO WS-TL-ACCT.
           MOVE WS-EV-DETAIL (WS-EV-IDX) TO WS-TL-DETAIL.
           MOVE WS-EV-BEFORE (WS-EV-IDX) TO WS-TL-BEFORE.
           MOVE WS-EV-AFTER (WS-EV-IDX)  TO WS-TL-AFTER.
           WRITE TRAIL-RPT-LINE FROM WS-TRAIL-LINE.
       4000-PRINT-TRAIL-EXIT.
           EXIT.

      * Every screen paragraph lands here; the range test is made
      * once, on the trace's own date.
       7000-ADD-EVENT.
           IF WS-EW-DATE NOT < WS-FROM-DATE
              AND WS-EW-DATE NOT > WS-THRU-DATE
               IF WS-EV-COUNT NOT < 5000
                   ADD 1 TO WS-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-SEQ-NO
                   MOVE WS-SEQ-NO TO WS-EW-SEQ
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-EV-WORK TO WS-EV-ENTRY (WS-EV-COUNT)
               END-IF
           END-IF.
       7000-ADD-EVENT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE TRAIL-PARM-FILE
                 OPERATOR-FILE
                 CHANGE-LOG-HIST
                 MAINT-REQ-HIST
                 APPROVAL-HIST
                 STATUS-REQ-HIST
                 HOLD-MASTER-FILE
                 RELEASE-EVENT-FILE
                 ONLINE-REL-FILE
                 VIOLATION-LOG
                 LOCK-LOG-FILE
                 SIGNON-EVENT-FILE
                 TRAIL-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
