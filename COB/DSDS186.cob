       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS186.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS186 moves a compromised account to a new number.  After
      * an account takeover or check fraud the customer's account is
      * closed and a new one opened through the normal new-account
      * work; RNMREQ then carries one request per account (bank,
      * account ID, old number, new number, forwarding days, the
      * operator) and this run carries the account's standing
      * arrangements over to the new number:
      *
      *  - holds (HOLD-MASTER) and stop payments (STOP-MASTER);
      *  - positive-pay enrolment (PP-ACCOUNT) and the outstanding
      *    issues on PP-MASTER (paid and voided issues stay with the
      *    old number as its history);
      *  - DSDS.ZBACMA rows, as the account and as the link account;
      *  - the DDA side of SWEEP-AGREE;
      *  - OD-protection linkage: DSDS.SACXREF as the protected
      *    account and as the funding account (key per CIFB101),
      *    OAUSED, and the NOW header's NAH-OA-IND and NAH-OA-LIMIT,
      *    which are copied to the new header and cleared on the old;
      *  - enrolments: the Reg E opt-in (REGEOPT), identity plan
      *    (IDENROLL), save-up (SUENROLL), account alerts (ALERTSUB)
      *    and the NOW header's NAH-ESTATEMENT.
      *
      * Every request is edited first: the new number must pass
      * DSDS114 and differ from the old, neither may appear on an
      * earlier request in the run, and both accounts must already
      * have a NOW header.  A rejected request is listed and moves
      * nothing; the run then ends with return code 8.
      *
      * Each accepted request appends a forwarding record to FWDXREF
      * (see DSDSFWDX) from the run date for the request's days, or
      * RNMPARM's default when the request carries none.  DSDS187
      * works the posting stream against it.
      *
      * The files stream through to new generations; the control
      * report closes with records in, rows moved and records out per
      * file.  A file out of balance ends the run with return code 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNM-PARM-FILE      ASSIGN TO RNMPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RNM-REQUEST-FILE   ASSIGN TO RNMREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-FILE   ASSIGN TO STOPMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-MASTER-FILE     ASSIGN TO PPMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-ACCOUNT-FILE    ASSIGN TO PPACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-FILE        ASSIGN TO ZBACMA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-FILE   ASSIGN TO SWEEPAGR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SACXREF-FILE       ASSIGN TO SACXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OA-USED-FILE       ASSIGN TO OAUSED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGE-OPTIN-FILE    ASSIGN TO REGEOPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-ENROLL-FILE     ASSIGN TO IDENROLL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SU-ENROLL-FILE     ASSIGN TO SUENROLL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-SUB-FILE     ASSIGN TO ALERTSUB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-OUT            ASSIGN TO NOWHDRO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-OUT    ASSIGN TO HOLDMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-OUT    ASSIGN TO STOPMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-MASTER-OUT      ASSIGN TO PPMASTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-ACCOUNT-OUT     ASSIGN TO PPACCTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-OUT         ASSIGN TO ZBACMAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-OUT    ASSIGN TO SWEEPAGO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SACXREF-OUT        ASSIGN TO SACXREFO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OA-USED-OUT        ASSIGN TO OAUSEDO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGE-OPTIN-OUT     ASSIGN TO REGEOPTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-ENROLL-OUT      ASSIGN TO IDENROLO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SU-ENROLL-OUT      ASSIGN TO SUENROLO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-SUB-OUT      ASSIGN TO ALERTSBO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FWD-XREF-FILE      ASSIGN TO FWDXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RNM-RPT            ASSIGN TO RNMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RNM-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  RNM-PARM-REC.
           05  RP-RUN-DATE             PIC 9(7).
           05  RP-FWD-DAYS             PIC 9(3).

       FD  RNM-REQUEST-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RNM-REQUEST-REC.
           05  RQ-BANK-NO              PIC 99.
           05  RQ-ACCT-ID              PIC 9(3).
           05  RQ-OLD-ACCT-NO          PIC 9(9).
           05  RQ-NEW-ACCT-NO          PIC 9(9).
           05  RQ-FWD-DAYS             PIC 9(3).
           05  RQ-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(9).

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
           05  HM-RELEASE-DATE         PIC 9(7).
           05  HM-HOLD-AMT             PIC 9(9)V99.
           05  HM-ONLINE-OPER-ID       PIC 9(5).
           05  HM-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  STOP-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  STOP-MASTER-REC.
           05  SM-BANK-NO              PIC 99.
           05  SM-ACCT-ID              PIC 9(3).
           05  SM-ACCT-NO              PIC 9(9).
           05  SM-CHK-NO               PIC 9(11).
           05  SM-AMT-LOW              PIC 9(9)V99.
           05  SM-AMT-HIGH             PIC 9(9)V99.
           05  SM-ENTER-DATE           PIC 9(7).
           05  SM-EXPIRY-DATE          PIC 9(7).
           05  SM-RENEWED-CNT          PIC 9.
           05  FILLER                  PIC X(2).

       FD  PP-MASTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PP-MASTER-REC.
           05  PM-BANK-NO              PIC 99.
           05  PM-ACCT-ID              PIC 9(3).
           05  PM-ACCT-NO              PIC 9(9).
           05  PM-CHK-NO               PIC 9(11).
           05  PM-AMOUNT               PIC 9(9)V99.
           05  PM-PAYEE                PIC X(40).
           05  PM-ISSUE-DATE           PIC 9(7).
           05  PM-STATUS               PIC X.
               88  PM-ISSUED                          VALUE 'I'.
               88  PM-VOID                            VALUE 'V'.
               88  PM-PAID                            VALUE 'P'.
           05  PM-PAID-DATE            PIC 9(7).
           05  PM-PAID-AMT             PIC 9(9)V99.
           05  FILLER                  PIC X(8).

       FD  PP-ACCOUNT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PP-ACCOUNT-REC.
           05  PA-BANK-NO              PIC 99.
           05  PA-ACCT-ID              PIC 9(3).
           05  PA-ACCT-NO              PIC 9(9).
           05  PA-DEFAULT-DECISION     PIC X.
               88  PA-DEFAULT-PAY                     VALUE 'P'.
               88  PA-DEFAULT-RETURN                  VALUE 'R'.
           05  FILLER                  PIC X(5).

       FD  ZBACMA-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY EMPFILE.

       FD  SWEEP-AGREE-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  SWEEP-AGREE-REC.
           05  SA-BANK-NBR             PIC 9(3).
           05  SA-CUST-NBR             PIC 9(7).
           05  SA-LOAN-NBR             PIC 9(4).
           05  SA-DDA-BANK-NO          PIC 99.
           05  SA-DDA-ACCT-ID          PIC 9(3).
           05  SA-DDA-ACCT-NO          PIC 9(9).
           05  SA-TARGET-BAL           PIC 9(11)V99.
           05  SA-MIN-INCREMENT        PIC 9(9)V99.
           05  FILLER                  PIC X(4).

       FD  SACXREF-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY DSDSSCR.

       FD  OA-USED-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  OA-USED-REC.
           05  OU-BANK-NO              PIC 99.
           05  OU-ACCT-ID              PIC 9(3).
           05  OU-ACCT-NO              PIC 9(9).
           05  OU-USED-AMT             PIC 9(9)V99.

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

       FD  ID-ENROLL-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ID-ENROLL-REC.
           05  IE-BANK-NO              PIC 99.
           05  IE-ACCT-ID              PIC 9(3).
           05  IE-ACCT-NO              PIC 9(9).
           05  IE-PLAN-TIER            PIC X.
           05  IE-ENROLL-DATE          PIC 9(7).
           05  IE-CANCEL-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  SU-ENROLL-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  SU-ENROLL-REC.
           05  SU-BANK-NO              PIC 99.
           05  SU-ACCT-ID              PIC 9(3).
           05  SU-ACCT-NO              PIC 9(9).

       FD  ALERT-SUB-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-SUB-REC.
           05  AS-KEY.
               10  AS-BANK-NO          PIC 99.
               10  AS-ACCT-ID          PIC 9(3).
               10  AS-ACCT-NO          PIC 9(9).
               10  AS-ALERT-TYPE       PIC XX.
               10  AS-CHANNEL          PIC X.
           05  AS-THRESHOLD            PIC 9(9)V99.
           05  AS-CONTACT              PIC X(60).
           05  AS-STATUS               PIC X.
           05  AS-EFF-DATE             PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  NOW-OUT
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-OUT-RECORD              PIC X(225).

       FD  HOLD-MASTER-OUT
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-OUT-RECORD      PIC X(46).

       FD  STOP-MASTER-OUT
           RECORD CONTAINS 65 CHARACTERS.
       01  STOP-MASTER-OUT-RECORD      PIC X(65).

       FD  PP-MASTER-OUT
           RECORD CONTAINS 110 CHARACTERS.
       01  PP-MASTER-OUT-RECORD        PIC X(110).

       FD  PP-ACCOUNT-OUT
           RECORD CONTAINS 20 CHARACTERS.
       01  PP-ACCOUNT-OUT-RECORD       PIC X(20).

       FD  ZBACMA-OUT
           RECORD CONTAINS 15 CHARACTERS.
       01  ZBACMA-OUT-RECORD           PIC X(15).

       FD  SWEEP-AGREE-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  SWEEP-AGREE-OUT-RECORD      PIC X(56).

       FD  SACXREF-OUT
           RECORD CONTAINS 72 CHARACTERS.
       01  SACXREF-OUT-RECORD          PIC X(72).

       FD  OA-USED-OUT
           RECORD CONTAINS 25 CHARACTERS.
       01  OA-USED-OUT-RECORD          PIC X(25).

       FD  REGE-OPTIN-OUT
           RECORD CONTAINS 30 CHARACTERS.
       01  REGE-OPTIN-OUT-RECORD       PIC X(30).

       FD  ID-ENROLL-OUT
           RECORD CONTAINS 30 CHARACTERS.
       01  ID-ENROLL-OUT-RECORD        PIC X(30).

       FD  SU-ENROLL-OUT
           RECORD CONTAINS 14 CHARACTERS.
       01  SU-ENROLL-OUT-RECORD        PIC X(14).

       FD  ALERT-SUB-OUT
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-SUB-OUT-RECORD        PIC X(100).

       FD  FWD-XREF-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY DSDSFWDX.

       FD  RNM-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RNM-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REQ-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-STOP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-STOP-EOF                        VALUE 'Y'.
           05  WS-PPM-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PPM-EOF                         VALUE 'Y'.
           05  WS-PPA-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PPA-EOF                         VALUE 'Y'.
           05  WS-ZBACMA-EOF-SW        PIC X          VALUE 'N'.
               88  WS-ZBACMA-EOF                      VALUE 'Y'.
           05  WS-SWEEP-EOF-SW         PIC X          VALUE 'N'.
               88  WS-SWEEP-EOF                       VALUE 'Y'.
           05  WS-SACXREF-EOF-SW       PIC X          VALUE 'N'.
               88  WS-SACXREF-EOF                     VALUE 'Y'.
           05  WS-OAU-EOF-SW           PIC X          VALUE 'N'.
               88  WS-OAU-EOF                         VALUE 'Y'.
           05  WS-REGE-EOF-SW          PIC X          VALUE 'N'.
               88  WS-REGE-EOF                        VALUE 'Y'.
           05  WS-IDE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-IDE-EOF                         VALUE 'Y'.
           05  WS-SUE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SUE-EOF                         VALUE 'Y'.
           05  WS-ALERT-EOF-SW         PIC X          VALUE 'N'.
               88  WS-ALERT-EOF                       VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-ROW-MOVED-SW         PIC X          VALUE 'N'.
               88  WS-ROW-MOVED                       VALUE 'Y'.
           05  WS-LK-ANY-ID-SW         PIC X          VALUE 'N'.
               88  WS-LK-ANY-ID                       VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.
           05  WS-OUT-OF-BALANCE-SW    PIC X          VALUE 'N'.
               88  WS-OUT-OF-BALANCE                  VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RQ-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RQ-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RQ-SCAN              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-DEFAULT-DAYS             PIC 9(3)       VALUE ZERO.
       01  WS-REQ-READ-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-ACCEPTED-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-REJECTED-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-REJECT-TEXT              PIC X(40)      VALUE SPACES.

      * The run's requests.  The old account's NOW header settings
      * are kept here on the edit pass and laid onto the new header
      * when the file streams through.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY             OCCURS 200 TIMES.
               10  WS-RQ-BANK-NO       PIC 99.
               10  WS-RQ-ACCT-ID       PIC 9(3).
               10  WS-RQ-OLD-ACCT      PIC 9(9).
               10  WS-RQ-NEW-ACCT      PIC 9(9).
               10  WS-RQ-FWD-DAYS      PIC 9(3).
               10  WS-RQ-OPER-ID       PIC 9(5).
               10  WS-RQ-STATUS        PIC X.
                   88  WS-RQ-ACCEPTED                 VALUE 'A'.
                   88  WS-RQ-REJECTED                 VALUE 'R'.
               10  WS-RQ-REASON        PIC X(40).
               10  WS-RQ-OLD-NOW-SW    PIC X.
                   88  WS-RQ-OLD-ON-NOW               VALUE 'Y'.
               10  WS-RQ-NEW-NOW-SW    PIC X.
                   88  WS-RQ-NEW-ON-NOW               VALUE 'Y'.
               10  WS-RQ-OA-IND        PIC X.
               10  WS-RQ-OA-LIMIT      PIC S9(5)      COMP-3.
               10  WS-RQ-ESTATEMENT    PIC X.
               10  WS-RQ-EXPIRY-DATE   PIC 9(7).
               10  WS-RQ-MOVED         PIC S9(7)      COMP-3.

      * Lookup work: the row's account going in, its new number
      * coming out.  WS-LK-ANY-ID matches on bank and number alone,
      * for link fields that carry no account ID.
       01  WS-LK-BANK-NO               PIC 99         VALUE ZERO.
       01  WS-LK-ACCT-ID               PIC 9(3)       VALUE ZERO.
       01  WS-LK-ACCT-NO               PIC 9(9)       VALUE ZERO.
       01  WS-LK-NEW-ACCT              PIC 9(9)       VALUE ZERO.

      * Date work: YYYYDDD and a day count carried past year end.
       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-DAY-COUNT            PIC S9(5)      COMP SYNC.
           05  WS-ADD-DAYS             PIC 9(3).
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).

       01  CKD-PARM-AREA.
           05  CKD-BANK-NO             PIC 99.
           05  CKD-ACCT-ID             PIC 9(3).
           05  CKD-ACCT-NO             PIC 9(9).
           05  CKD-COMPUTED-DIGIT      PIC 9.
           05  CKD-RETURN-CODE         PIC 99.
               88  CKD-VALID                          VALUE 0.
               88  CKD-INVALID-DIGIT                  VALUE 1.
               88  CKD-ID-NOT-FOUND                   VALUE 2.
               88  CKD-NO-CHECK-DIGIT                 VALUE 3.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the requests read and accepted.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

      * Per-file controls, in the order the files stream.
       01  WS-CT-NAME-VALUES.
           05  FILLER                  PIC X(10)      VALUE 'NOWHDR'.
           05  FILLER                  PIC X(10)      VALUE 'HOLDMST'.
           05  FILLER                  PIC X(10)      VALUE 'STOPMST'.
           05  FILLER                  PIC X(10)      VALUE 'PPMAST'.
           05  FILLER                  PIC X(10)      VALUE 'PPACCT'.
           05  FILLER                  PIC X(10)      VALUE 'ZBACMA'.
           05  FILLER                  PIC X(10)      VALUE 'SWEEPAGR'.
           05  FILLER                  PIC X(10)      VALUE 'SACXREF'.
           05  FILLER                  PIC X(10)      VALUE 'OAUSED'.
           05  FILLER                  PIC X(10)      VALUE 'REGEOPT'.
           05  FILLER                  PIC X(10)      VALUE 'IDENROLL'.
           05  FILLER                  PIC X(10)      VALUE 'SUENROLL'.
           05  FILLER                  PIC X(10)      VALUE 'ALERTSUB'.
       01  WS-CT-NAME-TABLE REDEFINES WS-CT-NAME-VALUES.
           05  WS-CT-NAME              PIC X(10)      OCCURS 13 TIMES.

       01  WS-CONTROL-TABLE.
           05  WS-CT-ENTRY             OCCURS 13 TIMES.
               10  WS-CT-IN            PIC S9(9)      COMP-3.
               10  WS-CT-MOVED         PIC S9(9)      COMP-3.
               10  WS-CT-OUT           PIC S9(9)      COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(44)      VALUE
               'DSDS186 - ACCOUNT RENUMBERING AND FORWARDING'.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-HD-DATE              PIC 9(7).
           05  FILLER                  PIC X(74)      VALUE SPACES.

       01  WS-REQ-HDG.
           05  FILLER                  PIC X(46)      VALUE
               'BK  ID   OLD ACCT   NEW ACCT  FWD THRU  RESULT'.
           05  FILLER                  PIC X(86)      VALUE SPACES.

       01  WS-REQ-LINE.
           05  WS-RL-BANK              PIC Z9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-OLD-ACCT          PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-NEW-ACCT          PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-EXPIRY            PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-RL-RESULT            PIC X(40).
           05  FILLER                  PIC X(52)      VALUE SPACES.

       01  WS-CTL-HDG.
           05  FILLER                  PIC X(53)      VALUE
               'FILE           RECS IN       MOVED    RECS OUT RESULT'.
           05  FILLER                  PIC X(79)      VALUE SPACES.

       01  WS-CTL-LINE.
           05  WS-CL-FILE              PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-IN                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-MOVED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-OUT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-RESULT            PIC X(16).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-REQUEST
               UNTIL WS-REQ-EOF.
           PERFORM 1200-EDIT-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 1300-FIND-NOW-HEADERS.
           WRITE RNM-RPT-LINE FROM WS-REQ-HDG.
           PERFORM 1400-DECIDE-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           IF WS-ACCEPTED-CNT > ZERO
               PERFORM 2000-MOVE-ACCOUNTS
               PERFORM 3500-WRITE-FORWARDING
           END-IF.
           PERFORM 8000-PRINT-CONTROLS.
           IF WS-REJECTED-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-OUT-OF-BALANCE
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-REQ-READ-CNT TO RRG-RECORDS-IN.
           MOVE WS-ACCEPTED-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RNM-PARM-FILE
                       RNM-REQUEST-FILE
                OUTPUT RNM-RPT.
           READ RNM-PARM-FILE.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE RP-FWD-DAYS TO WS-DEFAULT-DAYS.
           IF WS-DEFAULT-DAYS = ZERO
               MOVE 90 TO WS-DEFAULT-DAYS
           END-IF.
           MOVE 'DSDS186 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           MOVE WS-RUN-DATE TO WS-HD-DATE.
           WRITE RNM-RPT-LINE FROM WS-RPT-HDG.
           INITIALIZE WS-CONTROL-TABLE.
           READ RNM-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-REQUEST.
           ADD 1 TO WS-REQ-READ-CNT.
           IF WS-RQ-COUNT NOT < 200
               MOVE RQ-BANK-NO     TO WS-RL-BANK
               MOVE RQ-ACCT-ID     TO WS-RL-ACCT-ID
               MOVE RQ-OLD-ACCT-NO TO WS-RL-OLD-ACCT
               MOVE RQ-NEW-ACCT-NO TO WS-RL-NEW-ACCT
               MOVE ZERO           TO WS-RL-EXPIRY
               MOVE 'REQUEST TABLE FULL - NOT LOADED'
                   TO WS-RL-RESULT
               WRITE RNM-RPT-LINE FROM WS-REQ-LINE
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               ADD 1 TO WS-RQ-COUNT
               MOVE RQ-BANK-NO     TO WS-RQ-BANK-NO (WS-RQ-COUNT)
               MOVE RQ-ACCT-ID     TO WS-RQ-ACCT-ID (WS-RQ-COUNT)
               MOVE RQ-OLD-ACCT-NO TO WS-RQ-OLD-ACCT (WS-RQ-COUNT)
               MOVE RQ-NEW-ACCT-NO TO WS-RQ-NEW-ACCT (WS-RQ-COUNT)
               MOVE RQ-FWD-DAYS    TO WS-RQ-FWD-DAYS (WS-RQ-COUNT)
               MOVE RQ-OPER-ID     TO WS-RQ-OPER-ID (WS-RQ-COUNT)
               MOVE SPACE   TO WS-RQ-STATUS (WS-RQ-COUNT)
               MOVE SPACES  TO WS-RQ-REASON (WS-RQ-COUNT)
               MOVE 'N'     TO WS-RQ-OLD-NOW-SW (WS-RQ-COUNT)
                               WS-RQ-NEW-NOW-SW (WS-RQ-COUNT)
               MOVE SPACE   TO WS-RQ-OA-IND (WS-RQ-COUNT)
                               WS-RQ-ESTATEMENT (WS-RQ-COUNT)
               MOVE ZERO    TO WS-RQ-OA-LIMIT (WS-RQ-COUNT)
                               WS-RQ-EXPIRY-DATE (WS-RQ-COUNT)
                               WS-RQ-MOVED (WS-RQ-COUNT)
           END-IF.
           READ RNM-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       1100-LOAD-REQUEST-EXIT.
           EXIT.

      * Edits that need no file: the numbers, the check digit under
      * the bank's BCF algorithm, and no account on two requests.
       1200-EDIT-REQUEST.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF WS-RQ-OLD-ACCT (WS-RQ-IDX) = ZERO
              OR WS-RQ-NEW-ACCT (WS-RQ-IDX) = ZERO
              OR WS-RQ-OLD-ACCT (WS-RQ-IDX) =
                     WS-RQ-NEW-ACCT (WS-RQ-IDX)
               MOVE 'OLD AND NEW NUMBERS MUST DIFFER'
                   TO WS-REJECT-TEXT
           END-IF.
           IF WS-REJECT-TEXT = SPACES
               MOVE WS-RQ-BANK-NO (WS-RQ-IDX)  TO CKD-BANK-NO
               MOVE WS-RQ-ACCT-ID (WS-RQ-IDX)  TO CKD-ACCT-ID
               MOVE WS-RQ-NEW-ACCT (WS-RQ-IDX) TO CKD-ACCT-NO
               CALL 'DSDS114' USING CKD-PARM-AREA
               IF CKD-ID-NOT-FOUND
                   MOVE 'ACCOUNT ID NOT ON BCF' TO WS-REJECT-TEXT
               ELSE
                   IF NOT CKD-VALID
                      AND NOT CKD-NO-CHECK-DIGIT
                       MOVE 'NEW NUMBER FAILS CHECK DIGIT'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-TEXT = SPACES
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1210-SCAN-EARLIER
                   VARYING WS-RQ-SCAN FROM 1 BY 1
                   UNTIL WS-RQ-SCAN NOT < WS-RQ-IDX
                      OR WS-FOUND
               IF WS-FOUND
                   MOVE 'ACCOUNT ON AN EARLIER REQUEST'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM 7800-REJECT-REQUEST
           END-IF.
       1200-EDIT-REQUEST-EXIT.
           EXIT.

       1210-SCAN-EARLIER.
           IF WS-RQ-BANK-NO (WS-RQ-SCAN) = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND WS-RQ-ACCT-ID (WS-RQ-SCAN) =
                      WS-RQ-ACCT-ID (WS-RQ-IDX)
              AND (WS-RQ-OLD-ACCT (WS-RQ-SCAN) =
                       WS-RQ-OLD-ACCT (WS-RQ-IDX)
                OR WS-RQ-OLD-ACCT (WS-RQ-SCAN) =
                       WS-RQ-NEW-ACCT (WS-RQ-IDX)
                OR WS-RQ-NEW-ACCT (WS-RQ-SCAN) =
                       WS-RQ-OLD-ACCT (WS-RQ-IDX)
                OR WS-RQ-NEW-ACCT (WS-RQ-SCAN) =
                       WS-RQ-NEW-ACCT (WS-RQ-IDX))
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1210-SCAN-EARLIER-EXIT.
           EXIT.

      * One pass of the NOW headers finds both accounts of every
      * request and keeps the old account's settings.
       1300-FIND-NOW-HEADERS.
           OPEN INPUT NOW-FILE.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1310-CHECK-ONE-HEADER
               UNTIL WS-NOW-EOF.
           CLOSE NOW-FILE.
           MOVE 'N' TO WS-NOW-EOF-SW.
       1300-FIND-NOW-HEADERS-EXIT.
           EXIT.

       1310-CHECK-ONE-HEADER.
           PERFORM 1320-MATCH-HEADER
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1310-CHECK-ONE-HEADER-EXIT.
           EXIT.

       1320-MATCH-HEADER.
           IF NAH-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND NAH-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
               IF NAH-ACCT-NO = WS-RQ-OLD-ACCT (WS-RQ-IDX)
                   MOVE 'Y' TO WS-RQ-OLD-NOW-SW (WS-RQ-IDX)
                   MOVE NAH-OA-IND TO WS-RQ-OA-IND (WS-RQ-IDX)
                   MOVE NAH-OA-LIMIT TO WS-RQ-OA-LIMIT (WS-RQ-IDX)
                   MOVE NAH-ESTATEMENT
                       TO WS-RQ-ESTATEMENT (WS-RQ-IDX)
               END-IF
               IF NAH-ACCT-NO = WS-RQ-NEW-ACCT (WS-RQ-IDX)
                   MOVE 'Y' TO WS-RQ-NEW-NOW-SW (WS-RQ-IDX)
               END-IF
           END-IF.
       1320-MATCH-HEADER-EXIT.
           EXIT.

      * A request that passed its edits and has both headers is
      * accepted, with its forwarding period ending the given number
      * of days after the run date.
       1400-DECIDE-REQUEST.
           IF NOT WS-RQ-REJECTED (WS-RQ-IDX)
               IF NOT WS-RQ-OLD-ON-NOW (WS-RQ-IDX)
                   MOVE 'OLD ACCOUNT NOT ON NOW FILE'
                       TO WS-REJECT-TEXT
                   PERFORM 7800-REJECT-REQUEST
               ELSE
                   IF NOT WS-RQ-NEW-ON-NOW (WS-RQ-IDX)
                       MOVE 'NEW ACCOUNT NOT YET OPENED'
                           TO WS-REJECT-TEXT
                       PERFORM 7800-REJECT-REQUEST
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-RQ-REJECTED (WS-RQ-IDX)
               MOVE 'A' TO WS-RQ-STATUS (WS-RQ-IDX)
               MOVE 'ACCEPTED' TO WS-RQ-REASON (WS-RQ-IDX)
               ADD 1 TO WS-ACCEPTED-CNT
               MOVE WS-RUN-DATE TO WS-WORK-DATE
               MOVE WS-RQ-FWD-DAYS (WS-RQ-IDX) TO WS-ADD-DAYS
               IF WS-ADD-DAYS = ZERO
                   MOVE WS-DEFAULT-DAYS TO WS-ADD-DAYS
               END-IF
               PERFORM 8500-ADD-DAYS
               MOVE WS-WORK-DATE TO WS-RQ-EXPIRY-DATE (WS-RQ-IDX)
           END-IF.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX)     TO WS-RL-BANK.
           MOVE WS-RQ-ACCT-ID (WS-RQ-IDX)     TO WS-RL-ACCT-ID.
           MOVE WS-RQ-OLD-ACCT (WS-RQ-IDX)    TO WS-RL-OLD-ACCT.
           MOVE WS-RQ-NEW-ACCT (WS-RQ-IDX)    TO WS-RL-NEW-ACCT.
           MOVE WS-RQ-EXPIRY-DATE (WS-RQ-IDX) TO WS-RL-EXPIRY.
           MOVE WS-RQ-REASON (WS-RQ-IDX)      TO WS-RL-RESULT.
           WRITE RNM-RPT-LINE FROM WS-REQ-LINE.
       1400-DECIDE-REQUEST-EXIT.
           EXIT.

       2000-MOVE-ACCOUNTS.
           OPEN INPUT  NOW-FILE
                       HOLD-MASTER-FILE
                       STOP-MASTER-FILE
                       PP-MASTER-FILE
                       PP-ACCOUNT-FILE
                       ZBACMA-FILE
                       SWEEP-AGREE-FILE
                       SACXREF-FILE
                       OA-USED-FILE
                       REGE-OPTIN-FILE
                       ID-ENROLL-FILE
                       SU-ENROLL-FILE
                       ALERT-SUB-FILE
                OUTPUT NOW-OUT
                       HOLD-MASTER-OUT
                       STOP-MASTER-OUT
                       PP-MASTER-OUT
                       PP-ACCOUNT-OUT
                       ZBACMA-OUT
                       SWEEP-AGREE-OUT
                       SACXREF-OUT
                       OA-USED-OUT
                       REGE-OPTIN-OUT
                       ID-ENROLL-OUT
                       SU-ENROLL-OUT
                       ALERT-SUB-OUT.
           MOVE 1 TO WS-CT-IDX.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 2100-MOVE-NOW-HEADER
               UNTIL WS-NOW-EOF.
           MOVE 2 TO WS-CT-IDX.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 2200-MOVE-HOLDS
               UNTIL WS-HOLD-EOF.
           MOVE 3 TO WS-CT-IDX.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
           PERFORM 2300-MOVE-STOPS
               UNTIL WS-STOP-EOF.
           MOVE 4 TO WS-CT-IDX.
           READ PP-MASTER-FILE
               AT END MOVE 'Y' TO WS-PPM-EOF-SW
           END-READ.
           PERFORM 2400-MOVE-PP-ISSUES
               UNTIL WS-PPM-EOF.
           MOVE 5 TO WS-CT-IDX.
           READ PP-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-PPA-EOF-SW
           END-READ.
           PERFORM 2500-MOVE-PP-ACCOUNT
               UNTIL WS-PPA-EOF.
           MOVE 6 TO WS-CT-IDX.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBACMA-EOF-SW
           END-READ.
           PERFORM 2600-MOVE-ZBACMA
               UNTIL WS-ZBACMA-EOF.
           MOVE 7 TO WS-CT-IDX.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-READ.
           PERFORM 2700-MOVE-SWEEPS
               UNTIL WS-SWEEP-EOF.
           MOVE 8 TO WS-CT-IDX.
           READ SACXREF-FILE
               AT END MOVE 'Y' TO WS-SACXREF-EOF-SW
           END-READ.
           PERFORM 2800-MOVE-SACXREF
               UNTIL WS-SACXREF-EOF.
           MOVE 9 TO WS-CT-IDX.
           READ OA-USED-FILE
               AT END MOVE 'Y' TO WS-OAU-EOF-SW
           END-READ.
           PERFORM 2900-MOVE-OA-USED
               UNTIL WS-OAU-EOF.
           MOVE 10 TO WS-CT-IDX.
           READ REGE-OPTIN-FILE
               AT END MOVE 'Y' TO WS-REGE-EOF-SW
           END-READ.
           PERFORM 3000-MOVE-REGE-OPTIN
               UNTIL WS-REGE-EOF.
           MOVE 11 TO WS-CT-IDX.
           READ ID-ENROLL-FILE
               AT END MOVE 'Y' TO WS-IDE-EOF-SW
           END-READ.
           PERFORM 3100-MOVE-ID-ENROLL
               UNTIL WS-IDE-EOF.
           MOVE 12 TO WS-CT-IDX.
           READ SU-ENROLL-FILE
               AT END MOVE 'Y' TO WS-SUE-EOF-SW
           END-READ.
           PERFORM 3200-MOVE-SU-ENROLL
               UNTIL WS-SUE-EOF.
           MOVE 13 TO WS-CT-IDX.
           READ ALERT-SUB-FILE
               AT END MOVE 'Y' TO WS-ALERT-EOF-SW
           END-READ.
           PERFORM 3300-MOVE-ALERTS
               UNTIL WS-ALERT-EOF.
           CLOSE NOW-FILE
                 HOLD-MASTER-FILE
                 STOP-MASTER-FILE
                 PP-MASTER-FILE
                 PP-ACCOUNT-FILE
                 ZBACMA-FILE
                 SWEEP-AGREE-FILE
                 SACXREF-FILE
                 OA-USED-FILE
                 REGE-OPTIN-FILE
                 ID-ENROLL-FILE
                 SU-ENROLL-FILE
                 ALERT-SUB-FILE
                 NOW-OUT
                 HOLD-MASTER-OUT
                 STOP-MASTER-OUT
                 PP-MASTER-OUT
                 PP-ACCOUNT-OUT
                 ZBACMA-OUT
                 SWEEP-AGREE-OUT
                 SACXREF-OUT
                 OA-USED-OUT
                 REGE-OPTIN-OUT
                 ID-ENROLL-OUT
                 SU-ENROLL-OUT
                 ALERT-SUB-OUT.
       2000-MOVE-ACCOUNTS-EXIT.
           EXIT.

      * The headers keep their numbers -- both accounts stay on file
      * -- but the OD-access and e-statement settings go across.
       2100-MOVE-NOW-HEADER.
           PERFORM 7000-COUNT-IN.
           PERFORM 2110-SCAN-NOW-REQUESTS
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           MOVE NOW-ACCT-HEADER-RECORD TO NOW-OUT-RECORD.
           WRITE NOW-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       2100-MOVE-NOW-HEADER-EXIT.
           EXIT.

       2110-SCAN-NOW-REQUESTS.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
              AND NAH-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND NAH-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
               IF NAH-ACCT-NO = WS-RQ-OLD-ACCT (WS-RQ-IDX)
                   MOVE 'N' TO NAH-OA-IND
                   MOVE ZERO TO NAH-OA-LIMIT
                   MOVE 'Y' TO WS-ROW-MOVED-SW
               END-IF
               IF NAH-ACCT-NO = WS-RQ-NEW-ACCT (WS-RQ-IDX)
                   MOVE WS-RQ-OA-IND (WS-RQ-IDX) TO NAH-OA-IND
                   MOVE WS-RQ-OA-LIMIT (WS-RQ-IDX) TO NAH-OA-LIMIT
                   MOVE WS-RQ-ESTATEMENT (WS-RQ-IDX)
                       TO NAH-ESTATEMENT
                   MOVE 'Y' TO WS-ROW-MOVED-SW
                   ADD 1 TO WS-RQ-MOVED (WS-RQ-IDX)
               END-IF
           END-IF.
       2110-SCAN-NOW-REQUESTS-EXIT.
           EXIT.

       2200-MOVE-HOLDS.
           PERFORM 7000-COUNT-IN.
           MOVE HM-BANK-NO TO WS-LK-BANK-NO.
           MOVE HM-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE HM-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO HM-ACCT-NO
           END-IF.
           MOVE HOLD-MASTER-REC TO HOLD-MASTER-OUT-RECORD.
           WRITE HOLD-MASTER-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       2200-MOVE-HOLDS-EXIT.
           EXIT.

       2300-MOVE-STOPS.
           PERFORM 7000-COUNT-IN.
           MOVE SM-BANK-NO TO WS-LK-BANK-NO.
           MOVE SM-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE SM-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO SM-ACCT-NO
           END-IF.
           MOVE STOP-MASTER-REC TO STOP-MASTER-OUT-RECORD.
           WRITE STOP-MASTER-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
       2300-MOVE-STOPS-EXIT.
           EXIT.

      * Only issues still outstanding move; a paid or voided issue
      * is the old account's history.
       2400-MOVE-PP-ISSUES.
           PERFORM 7000-COUNT-IN.
           IF PM-ISSUED
               MOVE PM-BANK-NO TO WS-LK-BANK-NO
               MOVE PM-ACCT-ID TO WS-LK-ACCT-ID
               MOVE PM-ACCT-NO TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               PERFORM 7200-MOVE-NUMBER
               IF WS-FOUND
                   MOVE WS-LK-NEW-ACCT TO PM-ACCT-NO
               END-IF
           END-IF.
           MOVE PP-MASTER-REC TO PP-MASTER-OUT-RECORD.
           WRITE PP-MASTER-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ PP-MASTER-FILE
               AT END MOVE 'Y' TO WS-PPM-EOF-SW
           END-READ.
       2400-MOVE-PP-ISSUES-EXIT.
           EXIT.

       2500-MOVE-PP-ACCOUNT.
           PERFORM 7000-COUNT-IN.
           MOVE PA-BANK-NO TO WS-LK-BANK-NO.
           MOVE PA-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE PA-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO PA-ACCT-NO
           END-IF.
           MOVE PP-ACCOUNT-REC TO PP-ACCOUNT-OUT-RECORD.
           WRITE PP-ACCOUNT-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ PP-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-PPA-EOF-SW
           END-READ.
       2500-MOVE-PP-ACCOUNT-EXIT.
           EXIT.

      * The link account is the same bank's and carries no account
      * ID, so it is looked up by number alone.
       2600-MOVE-ZBACMA.
           PERFORM 7000-COUNT-IN.
           MOVE ZBCM-BANK-NBR    TO WS-LK-BANK-NO.
           MOVE ZBCM-ACCOUNT-ID  TO WS-LK-ACCT-ID.
           MOVE ZBCM-ACCOUNT-NBR TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO ZBCM-ACCOUNT-NBR
           END-IF.
           IF ZBCM-LINK-ACCT-NBR NOT = ZERO
               MOVE ZBCM-LINK-ACCT-NBR TO WS-LK-ACCT-NO
               MOVE 'Y' TO WS-LK-ANY-ID-SW
               PERFORM 7200-MOVE-NUMBER
               IF WS-FOUND
                   MOVE WS-LK-NEW-ACCT TO ZBCM-LINK-ACCT-NBR
               END-IF
           END-IF.
           MOVE DSDS-ZBACMA TO ZBACMA-OUT-RECORD.
           WRITE ZBACMA-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBACMA-EOF-SW
           END-READ.
       2600-MOVE-ZBACMA-EXIT.
           EXIT.

      * Only the deposit side of a sweep is ours; the loan side is
      * keyed by customer and loan number and does not change.
       2700-MOVE-SWEEPS.
           PERFORM 7000-COUNT-IN.
           MOVE SA-DDA-BANK-NO TO WS-LK-BANK-NO.
           MOVE SA-DDA-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE SA-DDA-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO SA-DDA-ACCT-NO
           END-IF.
           MOVE SWEEP-AGREE-REC TO SWEEP-AGREE-OUT-RECORD.
           WRITE SWEEP-AGREE-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-READ.
       2700-MOVE-SWEEPS-EXIT.
           EXIT.

      * The account may be the protected account or the funding
      * account of a link; the funding key holds account ID then
      * account number, the CIFB101 convention.
       2800-MOVE-SACXREF.
           PERFORM 7000-COUNT-IN.
           MOVE DSSAC-BANK-NBR TO WS-LK-BANK-NO.
           MOVE DSSAC-ACCT-ID  TO WS-LK-ACCT-ID.
           MOVE DSSAC-ACCT-NBR TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO DSSAC-ACCT-NBR
           END-IF.
           IF DSSAC-FA-FILE-KEY (1:12) IS NUMERIC
               MOVE DSSAC-FA-BANK-NBR       TO WS-LK-BANK-NO
               MOVE DSSAC-FA-FILE-KEY (1:3) TO WS-LK-ACCT-ID
               MOVE DSSAC-FA-FILE-KEY (4:9) TO WS-LK-ACCT-NO
               PERFORM 7200-MOVE-NUMBER
               IF WS-FOUND
                   MOVE WS-LK-NEW-ACCT TO DSSAC-FA-FILE-KEY (4:9)
               END-IF
           END-IF.
           MOVE DSDS-SACXREF TO SACXREF-OUT-RECORD.
           WRITE SACXREF-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ SACXREF-FILE
               AT END MOVE 'Y' TO WS-SACXREF-EOF-SW
           END-READ.
       2800-MOVE-SACXREF-EXIT.
           EXIT.

       2900-MOVE-OA-USED.
           PERFORM 7000-COUNT-IN.
           MOVE OU-BANK-NO TO WS-LK-BANK-NO.
           MOVE OU-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE OU-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO OU-ACCT-NO
           END-IF.
           MOVE OA-USED-REC TO OA-USED-OUT-RECORD.
           WRITE OA-USED-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ OA-USED-FILE
               AT END MOVE 'Y' TO WS-OAU-EOF-SW
           END-READ.
       2900-MOVE-OA-USED-EXIT.
           EXIT.

       3000-MOVE-REGE-OPTIN.
           PERFORM 7000-COUNT-IN.
           MOVE RO-BANK-NO TO WS-LK-BANK-NO.
           MOVE RO-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE RO-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO RO-ACCT-NO
           END-IF.
           MOVE REGE-OPTIN-REC TO REGE-OPTIN-OUT-RECORD.
           WRITE REGE-OPTIN-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ REGE-OPTIN-FILE
               AT END MOVE 'Y' TO WS-REGE-EOF-SW
           END-READ.
       3000-MOVE-REGE-OPTIN-EXIT.
           EXIT.

       3100-MOVE-ID-ENROLL.
           PERFORM 7000-COUNT-IN.
           MOVE IE-BANK-NO TO WS-LK-BANK-NO.
           MOVE IE-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE IE-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO IE-ACCT-NO
           END-IF.
           MOVE ID-ENROLL-REC TO ID-ENROLL-OUT-RECORD.
           WRITE ID-ENROLL-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ ID-ENROLL-FILE
               AT END MOVE 'Y' TO WS-IDE-EOF-SW
           END-READ.
       3100-MOVE-ID-ENROLL-EXIT.
           EXIT.

       3200-MOVE-SU-ENROLL.
           PERFORM 7000-COUNT-IN.
           MOVE SU-BANK-NO TO WS-LK-BANK-NO.
           MOVE SU-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE SU-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO SU-ACCT-NO
           END-IF.
           MOVE SU-ENROLL-REC TO SU-ENROLL-OUT-RECORD.
           WRITE SU-ENROLL-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ SU-ENROLL-FILE
               AT END MOVE 'Y' TO WS-SUE-EOF-SW
           END-READ.
       3200-MOVE-SU-ENROLL-EXIT.
           EXIT.

       3300-MOVE-ALERTS.
           PERFORM 7000-COUNT-IN.
           MOVE AS-BANK-NO TO WS-LK-BANK-NO.
           MOVE AS-ACCT-ID TO WS-LK-ACCT-ID.
           MOVE AS-ACCT-NO TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7200-MOVE-NUMBER.
           IF WS-FOUND
               MOVE WS-LK-NEW-ACCT TO AS-ACCT-NO
           END-IF.
           MOVE ALERT-SUB-REC TO ALERT-SUB-OUT-RECORD.
           WRITE ALERT-SUB-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ ALERT-SUB-FILE
               AT END MOVE 'Y' TO WS-ALERT-EOF-SW
           END-READ.
       3300-MOVE-ALERTS-EXIT.
           EXIT.

      * FWDXREF is the standing cross-reference, appended to.
       3500-WRITE-FORWARDING.
           OPEN EXTEND FWD-XREF-FILE.
           PERFORM 3510-WRITE-ONE-XREF
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           CLOSE FWD-XREF-FILE.
       3500-WRITE-FORWARDING-EXIT.
           EXIT.

       3510-WRITE-ONE-XREF.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               MOVE SPACES TO FWD-XREF-REC
               MOVE WS-RQ-BANK-NO (WS-RQ-IDX)  TO FX-BANK-NO
               MOVE WS-RQ-ACCT-ID (WS-RQ-IDX)  TO FX-ACCT-ID
               MOVE WS-RQ-OLD-ACCT (WS-RQ-IDX) TO FX-OLD-ACCT-NO
               MOVE WS-RQ-NEW-ACCT (WS-RQ-IDX) TO FX-NEW-ACCT-NO
               MOVE WS-RUN-DATE                TO FX-START-DATE
               MOVE WS-RQ-EXPIRY-DATE (WS-RQ-IDX)
                   TO FX-EXPIRY-DATE
               MOVE WS-RQ-OPER-ID (WS-RQ-IDX)  TO FX-OPER-ID
               WRITE FWD-XREF-REC
           END-IF.
       3510-WRITE-ONE-XREF-EXIT.
           EXIT.

      * Control-total accumulators for the file at WS-CT-IDX.
       7000-COUNT-IN.
           ADD 1 TO WS-CT-IN (WS-CT-IDX).
           MOVE 'N' TO WS-ROW-MOVED-SW.
       7000-COUNT-IN-EXIT.
           EXIT.

       7030-COUNT-OUT.
           ADD 1 TO WS-CT-OUT (WS-CT-IDX).
           IF WS-ROW-MOVED
               ADD 1 TO WS-CT-MOVED (WS-CT-IDX)
           END-IF.
       7030-COUNT-OUT-EXIT.
           EXIT.

       7100-FIND-OLD-ACCT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-REQUESTS
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RQ-IDX
           END-IF.
       7100-FIND-OLD-ACCT-EXIT.
           EXIT.

       7110-SCAN-REQUESTS.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
              AND WS-RQ-BANK-NO (WS-RQ-IDX) = WS-LK-BANK-NO
              AND WS-RQ-OLD-ACCT (WS-RQ-IDX) = WS-LK-ACCT-NO
              AND (WS-LK-ANY-ID
                   OR WS-RQ-ACCT-ID (WS-RQ-IDX) = WS-LK-ACCT-ID)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-REQUESTS-EXIT.
           EXIT.

      * A row whose account is an accepted request's old number
      * takes the new number.
       7200-MOVE-NUMBER.
           PERFORM 7100-FIND-OLD-ACCT.
           IF WS-FOUND
               MOVE WS-RQ-NEW-ACCT (WS-RQ-IDX) TO WS-LK-NEW-ACCT
               MOVE 'Y' TO WS-ROW-MOVED-SW
               ADD 1 TO WS-RQ-MOVED (WS-RQ-IDX)
           END-IF.
       7200-MOVE-NUMBER-EXIT.
           EXIT.

       7800-REJECT-REQUEST.
           MOVE 'R' TO WS-RQ-STATUS (WS-RQ-IDX).
           MOVE WS-REJECT-TEXT TO WS-RQ-REASON (WS-RQ-IDX).
           ADD 1 TO WS-REJECTED-CNT.
       7800-REJECT-REQUEST-EXIT.
           EXIT.

      * A file balances when every record read was written.
       8000-PRINT-CONTROLS.
           MOVE SPACES TO RNM-RPT-LINE.
           WRITE RNM-RPT-LINE.
           IF WS-ACCEPTED-CNT > ZERO
               WRITE RNM-RPT-LINE FROM WS-CTL-HDG
               PERFORM 8100-PRINT-ONE-CONTROL
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 13
               MOVE SPACES TO RNM-RPT-LINE
               WRITE RNM-RPT-LINE
           END-IF.
           MOVE 'RENUMBERING REQUESTS READ' TO WS-TOT-LABEL.
           MOVE WS-REQ-READ-CNT TO WS-TOT-COUNT.
           WRITE RNM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS ACCEPTED AND FORWARDED' TO WS-TOT-LABEL.
           MOVE WS-ACCEPTED-CNT TO WS-TOT-COUNT.
           WRITE RNM-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS REJECTED' TO WS-TOT-LABEL.
           MOVE WS-REJECTED-CNT TO WS-TOT-COUNT.
           WRITE RNM-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-CONTROLS-EXIT.
           EXIT.

       8100-PRINT-ONE-CONTROL.
           MOVE WS-CT-NAME (WS-CT-IDX)  TO WS-CL-FILE.
           MOVE WS-CT-IN (WS-CT-IDX)    TO WS-CL-IN.
           MOVE WS-CT-MOVED (WS-CT-IDX) TO WS-CL-MOVED.
           MOVE WS-CT-OUT (WS-CT-IDX)   TO WS-CL-OUT.
           IF WS-CT-IN (WS-CT-IDX) = WS-CT-OUT (WS-CT-IDX)
               MOVE 'IN BALANCE' TO WS-CL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CL-RESULT
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.
           WRITE RNM-RPT-LINE FROM WS-CTL-LINE.
       8100-PRINT-ONE-CONTROL-EXIT.
           EXIT.

      * Adds WS-ADD-DAYS to the YYYYDDD date in WS-WORK-DATE,
      * carrying into the next year as often as needed.
       8500-ADD-DAYS.
           MOVE WS-WORK-DAY TO WS-DAY-COUNT.
           ADD WS-ADD-DAYS TO WS-DAY-COUNT.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           PERFORM 8510-CARRY-YEAR
               UNTIL WS-DAY-COUNT NOT > WS-DAYS-IN-YEAR.
           MOVE WS-EPOCH-YR TO WS-WORK-YEAR.
           MOVE WS-DAY-COUNT TO WS-WORK-DAY.
       8500-ADD-DAYS-EXIT.
           EXIT.

       8510-CARRY-YEAR.
           SUBTRACT WS-DAYS-IN-YEAR FROM WS-DAY-COUNT.
           ADD 1 TO WS-EPOCH-YR.
           PERFORM 8520-SET-DAYS-IN-YEAR.
       8510-CARRY-YEAR-EXIT.
           EXIT.

       8520-SET-DAYS-IN-YEAR.
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
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
           END-IF.
       8520-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RNM-PARM-FILE
                 RNM-REQUEST-FILE
                 RNM-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
