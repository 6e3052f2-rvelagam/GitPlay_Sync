       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS185.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS185 folds one bank number into another for a charter
      * merger.  DSDS132 clones a bank; this run consolidates one.
      * From MRGPARM (source bank, target bank, mode) every account
      * of the source bank moves to the target bank number.
      *
      * Proof phase -- always run, and the whole run in mode 'P':
      *
      *  1. DSDS-H-FILE (see DSDSMAST) is read once to list every
      *     source and target account, proving its EOF trailer;
      *  2. RENUMMAP, the conversion staff's renumbering map (account
      *     ID, old number, new number), is applied;
      *  3. every source account's final number -- mapped or kept --
      *     must pass DSDS114 under the TARGET bank's BCF algorithms
      *     and must not already be a target account or another
      *     source account's final number.  An account that fails is
      *     an exception; where no map entry covers it, a number that
      *     passes is proposed on RENUMOUT, in RENUMMAP layout, for
      *     the conversion staff to review and feed back.
      *
      * Convert phase -- mode 'C' only, and only when the proof phase
      * found no exception:  the BCF, PROC-CTL-RECORD, DSDS-H-FILE-
      * RECORD, DSDS.ZBACMA, DSDS.SACXREF, DSDS.OSBXREF, AR.CHECKS,
      * CD.BANKCTL, CDC.BANKCTL, HOLD-MASTER, STOP-MASTER, FLOAT-POS
      * and SWEEP-AGREE files stream through to new generations.
      * Source-bank account rows take the target bank number and
      * their final account number; the source bank's own control
      * rows (BCF, PROC-CTL, CD.BANKCTL, CDC.BANKCTL) are dropped,
      * since the target's stand.  The history trailer is restamped
      * (see DSDS125).  Converted rows keep their place, so files
      * kept in bank order are resorted before the next cycle.
      *
      * The control report closes with before/after totals per file
      * -- records in, source rows, converted, dropped, records out,
      * dollars in and out -- and the account proof: source plus
      * target accounts before must equal target accounts after.
      * Anything out of balance ends the run with return code 16;
      * a conversion refused for exceptions ends with 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-PARM-FILE    ASSIGN TO MRGPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENUM-MAP-FILE     ASSIGN TO RENUMMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENUM-OUT-FILE     ASSIGN TO RENUMOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROC-CTL-FILE      ASSIGN TO PROCCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-H-FILE        ASSIGN TO DSDSHFIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-FILE        ASSIGN TO ZBACMA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SACXREF-FILE       ASSIGN TO SACXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OSBXREF-FILE       ASSIGN TO OSBXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-CHECKS-FILE     ASSIGN TO ARCHECKS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-BANKCTL-FILE    ASSIGN TO CDBANKIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-FILE   ASSIGN TO CDCBNKIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-FILE   ASSIGN TO STOPMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-POS-FILE     ASSIGN TO FLOATPOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-FILE   ASSIGN TO SWEEPAGR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-OUT-FILE       ASSIGN TO BCFOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROC-OUT-FILE      ASSIGN TO PROCOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-H-OUT         ASSIGN TO HFILEOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-OUT         ASSIGN TO ZBACMAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SACXREF-OUT        ASSIGN TO SACXREFO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OSBXREF-OUT        ASSIGN TO OSBXREFO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-CHECKS-OUT      ASSIGN TO ARCHKOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-BANKCTL-OUT     ASSIGN TO CDBANKOT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-OUT    ASSIGN TO CDCBNKOT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-OUT    ASSIGN TO HOLDMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-OUT    ASSIGN TO STOPMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLOAT-POS-OUT      ASSIGN TO FLOATPO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-OUT    ASSIGN TO SWEEPAGO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-RPT          ASSIGN TO MERGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-PARM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  MERGE-PARM-REC.
           05  MG-SOURCE-BANK          PIC 99.
           05  MG-TARGET-BANK          PIC 99.
           05  MG-MODE                 PIC X.

       FD  RENUM-MAP-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  RENUM-MAP-REC.
           05  RM-ACCT-ID              PIC 9(3).
           05  RM-OLD-ACCT-NO          PIC 9(9).
           05  RM-NEW-ACCT-NO          PIC 9(9).

       FD  RENUM-OUT-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  RENUM-OUT-REC.
           05  RO-ACCT-ID              PIC 9(3).
           05  RO-OLD-ACCT-NO          PIC 9(9).
           05  RO-NEW-ACCT-NO          PIC 9(9).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  PROC-CTL-FILE
           RECORD CONTAINS 217 CHARACTERS.
       01  PROC-CTL-RECORD.
           COPY DSDSSACX.

       FD  DSDS-H-FILE
           RECORD CONTAINS 1600 CHARACTERS.
           COPY DSDSMAST.

       FD  ZBACMA-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY EMPFILE.

       FD  SACXREF-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY DSDSSCR.

       FD  OSBXREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY DSDSODT.

       FD  AR-CHECKS-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY CDCBKCTL.

       FD  CD-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDMSTR.

       FD  CDC-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDHIST.

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

       FD  FLOAT-POS-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  FLOAT-POS-REC.
           05  FP-BANK-NO              PIC 99.
           05  FP-ACCT-ID              PIC 9(3).
           05  FP-ACCT-NO              PIC 9(9).
           05  FP-RELEASE-DATE         PIC 9(7).
           05  FP-AMOUNT               PIC 9(9)V99.

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

       FD  BCF-OUT-FILE
           RECORD CONTAINS 13470 CHARACTERS.
       01  BCF-OUT-RECORD              PIC X(13470).

       FD  PROC-OUT-FILE
           RECORD CONTAINS 217 CHARACTERS.
       01  PROC-OUT-RECORD             PIC X(217).

       FD  DSDS-H-OUT
           RECORD CONTAINS 1600 CHARACTERS.
       01  DSDS-H-OUT-RECORD           PIC X(1600).

       FD  ZBACMA-OUT
           RECORD CONTAINS 15 CHARACTERS.
       01  ZBACMA-OUT-RECORD           PIC X(15).

       FD  SACXREF-OUT
           RECORD CONTAINS 72 CHARACTERS.
       01  SACXREF-OUT-RECORD          PIC X(72).

       FD  OSBXREF-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01  OSBXREF-OUT-RECORD          PIC X(40).

       FD  AR-CHECKS-OUT
           RECORD CONTAINS 186 CHARACTERS.
       01  AR-CHECKS-OUT-RECORD        PIC X(186).

       FD  CD-BANKCTL-OUT
           RECORD CONTAINS 400 CHARACTERS.
       01  CD-BANKCTL-OUT-RECORD       PIC X(400).

       FD  CDC-BANKCTL-OUT
           RECORD CONTAINS 400 CHARACTERS.
       01  CDC-BANKCTL-OUT-RECORD      PIC X(400).

       FD  HOLD-MASTER-OUT
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-OUT-RECORD      PIC X(46).

       FD  STOP-MASTER-OUT
           RECORD CONTAINS 65 CHARACTERS.
       01  STOP-MASTER-OUT-RECORD      PIC X(65).

       FD  FLOAT-POS-OUT
           RECORD CONTAINS 32 CHARACTERS.
       01  FLOAT-POS-OUT-RECORD        PIC X(32).

       FD  SWEEP-AGREE-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  SWEEP-AGREE-OUT-RECORD      PIC X(56).

       FD  MERGE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGE-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
               88  WS-TRAILER-SEEN                    VALUE 'Y'.
           05  WS-MAP-EOF-SW           PIC X          VALUE 'N'.
               88  WS-MAP-EOF                         VALUE 'Y'.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-PROC-EOF-SW          PIC X          VALUE 'N'.
               88  WS-PROC-EOF                        VALUE 'Y'.
           05  WS-HFILE-EOF-SW         PIC X          VALUE 'N'.
               88  WS-HFILE-EOF                       VALUE 'Y'.
           05  WS-ZBACMA-EOF-SW        PIC X          VALUE 'N'.
               88  WS-ZBACMA-EOF                      VALUE 'Y'.
           05  WS-SACXREF-EOF-SW       PIC X          VALUE 'N'.
               88  WS-SACXREF-EOF                     VALUE 'Y'.
           05  WS-OSBXREF-EOF-SW       PIC X          VALUE 'N'.
               88  WS-OSBXREF-EOF                     VALUE 'Y'.
           05  WS-AR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AR-EOF                          VALUE 'Y'.
           05  WS-CDBC-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CDBC-EOF                        VALUE 'Y'.
           05  WS-UBKC-EOF-SW          PIC X          VALUE 'N'.
               88  WS-UBKC-EOF                        VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-STOP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-STOP-EOF                        VALUE 'Y'.
           05  WS-FLOAT-EOF-SW         PIC X          VALUE 'N'.
               88  WS-FLOAT-EOF                       VALUE 'Y'.
           05  WS-SWEEP-EOF-SW         PIC X          VALUE 'N'.
               88  WS-SWEEP-EOF                       VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-IN-USE-SW            PIC X          VALUE 'N'.
               88  WS-IN-USE                          VALUE 'Y'.
           05  WS-DIGIT-OK-SW          PIC X          VALUE 'N'.
               88  WS-DIGIT-OK                        VALUE 'Y'.
           05  WS-SOURCE-ON-BCF-SW     PIC X          VALUE 'N'.
               88  WS-SOURCE-ON-BCF                   VALUE 'Y'.
           05  WS-TARGET-ON-BCF-SW     PIC X          VALUE 'N'.
               88  WS-TARGET-ON-BCF                   VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-SA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SA-SCAN              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MP-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-MERGE-MODE               PIC X          VALUE 'P'.
           88  WS-PROOF-ONLY                          VALUE 'P'.
           88  WS-CONVERT                             VALUE 'C'.
       01  WS-SOURCE-BANK              PIC 99         VALUE ZERO.
       01  WS-TARGET-BANK              PIC 99         VALUE ZERO.
       01  WS-EXCEPTION-CNT            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-PROPOSED-CNT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-WARNING-CNT              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-MOVED-CNT                PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-ACCTS-BEFORE             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-ACCTS-AFTER              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-ROW-CONVERTED-SW         PIC X          VALUE 'N'.
           88  WS-ROW-CONVERTED                       VALUE 'Y'.
       01  WS-OUT-OF-BALANCE-SW        PIC X          VALUE 'N'.
           88  WS-OUT-OF-BALANCE                      VALUE 'Y'.

      * Source accounts, each with the number it will carry under the
      * target bank -- its own unless mapped or proposed.
       01  WS-SOURCE-TABLE.
           05  WS-SA-ENTRY             OCCURS 20000 TIMES.
               10  WS-SA-ACCT-ID       PIC 9(3).
               10  WS-SA-OLD-ACCT      PIC 9(9).
               10  WS-SA-NEW-ACCT      PIC 9(9).
               10  WS-SA-MAPPED-SW     PIC X.
                   88  WS-SA-MAPPED                   VALUE 'Y'.
               10  WS-SA-MOVED-SW      PIC X.
                   88  WS-SA-MOVED                    VALUE 'Y'.

      * Target accounts as they stand before the merger.
       01  WS-TARGET-TABLE.
           05  WS-TA-ENTRY             OCCURS 50000 TIMES.
               10  WS-TA-ACCT-ID       PIC 9(3).
               10  WS-TA-ACCT-NO       PIC 9(9).

       01  WS-MAP-TABLE.
           05  WS-MP-ENTRY             OCCURS 5000 TIMES.
               10  WS-MP-ACCT-ID       PIC 9(3).
               10  WS-MP-OLD-ACCT      PIC 9(9).
               10  WS-MP-NEW-ACCT      PIC 9(9).

       01  WS-LAST-ACCT-KEY.
           05  WS-LAST-BANK-NO         PIC 99         VALUE ZERO.
           05  WS-LAST-ACCT-ID         PIC 9(3)       VALUE ZERO.
           05  WS-LAST-ACCT-NO         PIC 9(9)       VALUE ZERO.
       01  WS-THIS-ACCT-KEY.
           05  WS-THIS-BANK-NO         PIC 99         VALUE ZERO.
           05  WS-THIS-ACCT-ID         PIC 9(3)       VALUE ZERO.
           05  WS-THIS-ACCT-NO         PIC 9(9)       VALUE ZERO.

      * Lookup work for the convert phase: the row's account going
      * in, its number under the target bank coming out.
       01  WS-LK-ACCT-ID               PIC 9(3)       VALUE ZERO.
       01  WS-LK-ACCT-NO               PIC 9(9)       VALUE ZERO.
       01  WS-LK-NEW-ACCT              PIC 9(9)       VALUE ZERO.
       01  WS-LK-ANY-ID-SW             PIC X          VALUE 'N'.
           88  WS-LK-ANY-ID                           VALUE 'Y'.
       01  WS-LK-FILE                  PIC X(10)      VALUE SPACES.

       01  WS-CAND-ACCT                PIC 9(9)       VALUE ZERO.
       01  WS-CAND-BODY                PIC 9(8)       VALUE ZERO.
       01  WS-TRY-DIGIT                PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-BODY-TRIES               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

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
      * stamp per run, with the source accounts in and moved.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

      * Before/after control totals, one entry per converted file,
      * in the order the convert phase runs them.
       01  WS-CT-NAME-VALUES.
           05  FILLER                  PIC X(10)      VALUE 'DSDSBCF'.
           05  FILLER                  PIC X(10)      VALUE 'PROCCTL'.
           05  FILLER                  PIC X(10)      VALUE 'DSDSHFIL'.
           05  FILLER                  PIC X(10)      VALUE 'ZBACMA'.
           05  FILLER                  PIC X(10)      VALUE 'SACXREF'.
           05  FILLER                  PIC X(10)      VALUE 'OSBXREF'.
           05  FILLER                  PIC X(10)      VALUE 'ARCHECKS'.
           05  FILLER                  PIC X(10)      VALUE 'CDBANKCTL'.
           05  FILLER                  PIC X(10)      VALUE
               'CDCBANKCTL'.
           05  FILLER                  PIC X(10)      VALUE 'HOLDMST'.
           05  FILLER                  PIC X(10)      VALUE 'STOPMST'.
           05  FILLER                  PIC X(10)      VALUE 'FLOATPOS'.
           05  FILLER                  PIC X(10)      VALUE 'SWEEPAGR'.
       01  WS-CT-NAME-TABLE REDEFINES WS-CT-NAME-VALUES.
           05  WS-CT-NAME              PIC X(10)      OCCURS 13 TIMES.

       01  WS-CONTROL-TABLE.
           05  WS-CT-ENTRY             OCCURS 13 TIMES.
               10  WS-CT-IN            PIC S9(9)      COMP-3.
               10  WS-CT-SOURCE        PIC S9(9)      COMP-3.
               10  WS-CT-CONVERTED     PIC S9(9)      COMP-3.
               10  WS-CT-DROPPED       PIC S9(9)      COMP-3.
               10  WS-CT-OUT           PIC S9(9)      COMP-3.
               10  WS-CT-AMT-IN        PIC S9(13)V99  COMP-3.
               10  WS-CT-AMT-OUT       PIC S9(13)V99  COMP-3.
               10  WS-CT-SRC-AMT       PIC S9(13)V99  COMP-3.
               10  WS-CT-CONV-AMT      PIC S9(13)V99  COMP-3.
       01  WS-ROW-AMOUNT               PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(40)      VALUE
               'DSDS185 - BANK CHARTER MERGER   SOURCE '.
           05  WS-HD-SOURCE            PIC 99.
           05  FILLER                  PIC X(13)      VALUE
               '  INTO TARGET'.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-HD-TARGET            PIC 99.
           05  FILLER                  PIC X(8)       VALUE
               '   MODE '.
           05  WS-HD-MODE              PIC X(7).
           05  FILLER                  PIC X(59)      VALUE SPACES.

       01  WS-EXC-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'FILE       ID   OLD ACCT   NEW ACCT  CONDITION'.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-EXC-LINE.
           05  WS-EX-FILE              PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-EX-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EX-OLD-ACCT          PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EX-NEW-ACCT          PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EX-TEXT              PIC X(40).
           05  FILLER                  PIC X(54)      VALUE SPACES.

       01  WS-CTL-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'FILE           RECS IN      SOURCE   CONVERTED'.
           05  FILLER                  PIC X(48)      VALUE
               '     DROPPED    RECS OUT            DOLLARS IN'.
           05  FILLER                  PIC X(36)      VALUE
               '         DOLLARS OUT RESULT'.

       01  WS-CTL-LINE.
           05  WS-CL-FILE              PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-IN                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-SOURCE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-CONVERTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-DROPPED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-OUT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-AMT-IN            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-AMT-OUT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-RESULT            PIC X(16).
           05  FILLER                  PIC X(7)       VALUE SPACES.

       01  WS-ACCT-PROOF-LINE.
           05  FILLER                  PIC X(24)      VALUE
               'ACCOUNTS BEFORE  SOURCE '.
           05  WS-AP-SOURCE            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8)       VALUE
               '  TARGET'.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AP-TARGET            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)      VALUE
               '  AFTER  TARGET '.
           05  WS-AP-AFTER             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AP-RESULT            PIC X(16).
           05  FILLER                  PIC X(45)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-RECORD-COUNT     PIC 9(9)       VALUE ZERO.
           05  WS-TRL-AMOUNT-HASH      PIC 9(13)      VALUE ZERO.
           05  WS-TRL-BANK-HASH        PIC 9(13)      VALUE ZERO.

       01  WS-OUT-TOTALS.
           05  WS-OUT-RECORD-COUNT     PIC 9(9)       VALUE ZERO.
           05  WS-OUT-AMOUNT-HASH      PIC 9(13)      VALUE ZERO.
           05  WS-OUT-BANK-HASH        PIC 9(13)      VALUE ZERO.

       01  WS-HEOF-CONTROL-AREA.
           COPY DSDSHEOF.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-MAP
               UNTIL WS-MAP-EOF.
           PERFORM 1200-CHECK-BCF.
           PERFORM 1300-LIST-ACCOUNTS.
           PERFORM 1400-APPLY-MAP
               VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT.
           PERFORM 1500-PROVE-ACCOUNT
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT.
           PERFORM 1900-PRINT-PROOF-TOTALS.
           IF WS-CONVERT
               IF WS-EXCEPTION-CNT = ZERO
                   PERFORM 2000-CONVERT-FILES
                   PERFORM 8000-PRINT-CONTROLS
               ELSE
                   MOVE 'CONVERSION NOT RUN - EXCEPTIONS OPEN'
                       TO WS-TOT-LABEL
                   MOVE WS-EXCEPTION-CNT TO WS-TOT-COUNT
                   WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  MERGE-PARM-FILE
                       RENUM-MAP-FILE
                OUTPUT RENUM-OUT-FILE
                       MERGE-RPT.
           READ MERGE-PARM-FILE.
           MOVE MG-SOURCE-BANK TO WS-SOURCE-BANK.
           MOVE MG-TARGET-BANK TO WS-TARGET-BANK.
           MOVE MG-MODE TO WS-MERGE-MODE.
           MOVE 'DSDS185 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE WS-SOURCE-BANK TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           MOVE WS-SOURCE-BANK TO WS-HD-SOURCE.
           MOVE WS-TARGET-BANK TO WS-HD-TARGET.
           IF WS-CONVERT
               MOVE 'CONVERT' TO WS-HD-MODE
           ELSE
               MOVE 'PROOF' TO WS-HD-MODE
           END-IF.
           WRITE MERGE-RPT-LINE FROM WS-RPT-HDG.
           WRITE MERGE-RPT-LINE FROM WS-EXC-HDG.
           INITIALIZE WS-CONTROL-TABLE.
           READ RENUM-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-MAP.
           IF WS-MP-COUNT NOT < 5000
               MOVE 'RENUMMAP' TO WS-EX-FILE
               MOVE RM-ACCT-ID TO WS-EX-ACCT-ID
               MOVE RM-OLD-ACCT-NO TO WS-EX-OLD-ACCT
               MOVE RM-NEW-ACCT-NO TO WS-EX-NEW-ACCT
               MOVE 'MAP TABLE FULL - ENTRY NOT LOADED'
                   TO WS-EX-TEXT
               PERFORM 7900-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-MP-COUNT
               MOVE RM-ACCT-ID     TO WS-MP-ACCT-ID (WS-MP-COUNT)
               MOVE RM-OLD-ACCT-NO TO WS-MP-OLD-ACCT (WS-MP-COUNT)
               MOVE RM-NEW-ACCT-NO TO WS-MP-NEW-ACCT (WS-MP-COUNT)
           END-IF.
           READ RENUM-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-SW
           END-READ.
       1100-LOAD-MAP-EXIT.
           EXIT.

      * Both banks must already be on the BCF: the source so there
      * is something to fold, the target so its record, account IDs
      * and check-digit algorithms are there to receive the accounts.
       1200-CHECK-BCF.
           OPEN INPUT BCF-FILE.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1210-SCAN-BCF
               UNTIL WS-BCF-EOF.
           CLOSE BCF-FILE.
           MOVE 'N' TO WS-BCF-EOF-SW.
           MOVE 'DSDSBCF' TO WS-EX-FILE.
           MOVE ZERO TO WS-EX-ACCT-ID
                        WS-EX-OLD-ACCT
                        WS-EX-NEW-ACCT.
           IF NOT WS-SOURCE-ON-BCF
               MOVE 'SOURCE BANK NOT ON BCF' TO WS-EX-TEXT
               PERFORM 7900-WRITE-EXCEPTION
           END-IF.
           IF NOT WS-TARGET-ON-BCF
               MOVE 'TARGET BANK NOT ON BCF' TO WS-EX-TEXT
               PERFORM 7900-WRITE-EXCEPTION
           END-IF.
           IF WS-SOURCE-BANK = WS-TARGET-BANK
               MOVE 'SOURCE AND TARGET BANK ARE THE SAME'
                   TO WS-EX-TEXT
               PERFORM 7900-WRITE-EXCEPTION
           END-IF.
       1200-CHECK-BCF-EXIT.
           EXIT.

       1210-SCAN-BCF.
           IF BCF-BANK-NO = WS-SOURCE-BANK
               MOVE 'Y' TO WS-SOURCE-ON-BCF-SW
           END-IF.
           IF BCF-BANK-NO = WS-TARGET-BANK
               MOVE 'Y' TO WS-TARGET-ON-BCF-SW
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1210-SCAN-BCF-EXIT.
           EXIT.

      * One pass of the history file lists the source and target
      * accounts; an account's rows run together, so a change of key
      * is a new account.  The file is proved against its trailer on
      * the way, as every history reader does.
       1300-LIST-ACCOUNTS.
           OPEN INPUT DSDS-H-FILE.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HFILE-EOF-SW
           END-READ.
           PERFORM 1310-LIST-ONE-ROW
               UNTIL WS-HFILE-EOF.
           IF NOT WS-TRAILER-SEEN
               PERFORM 8520-TRAILER-ABEND
           END-IF.
           CLOSE DSDS-H-FILE.
           MOVE 'N' TO WS-HFILE-EOF-SW.
       1300-LIST-ACCOUNTS-EXIT.
           EXIT.

       1310-LIST-ONE-ROW.
           IF DSDS-H-EOF
               PERFORM 8500-VERIFY-EOF-TRAILER
           ELSE
               PERFORM 1320-LIST-ACCOUNT-ROW
           END-IF.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HFILE-EOF-SW
           END-READ.
       1310-LIST-ONE-ROW-EXIT.
           EXIT.

       1320-LIST-ACCOUNT-ROW.
           PERFORM 8400-ACCUM-TRAILER-TOTALS.
           MOVE DSDS-H-BANK-NO TO WS-THIS-BANK-NO.
           MOVE DSDS-H-ACCT-ID TO WS-THIS-ACCT-ID.
           MOVE DSDS-H-ACCT-NO TO WS-THIS-ACCT-NO.
           IF WS-THIS-ACCT-KEY NOT = WS-LAST-ACCT-KEY
               PERFORM 1330-TABLE-ACCOUNT
           END-IF.
       1320-LIST-ACCOUNT-ROW-EXIT.
           EXIT.

       1330-TABLE-ACCOUNT.
           MOVE WS-THIS-ACCT-KEY TO WS-LAST-ACCT-KEY.
           IF DSDS-H-BANK-NO = WS-SOURCE-BANK
               IF WS-SA-COUNT NOT < 20000
                   DISPLAY 'DSDS185 SOURCE ACCOUNT TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SA-COUNT
               MOVE DSDS-H-ACCT-ID TO WS-SA-ACCT-ID (WS-SA-COUNT)
               MOVE DSDS-H-ACCT-NO TO WS-SA-OLD-ACCT (WS-SA-COUNT)
                                      WS-SA-NEW-ACCT (WS-SA-COUNT)
               MOVE 'N' TO WS-SA-MAPPED-SW (WS-SA-COUNT)
                           WS-SA-MOVED-SW (WS-SA-COUNT)
           END-IF.
           IF DSDS-H-BANK-NO = WS-TARGET-BANK
               IF WS-TA-COUNT NOT < 50000
                   DISPLAY 'DSDS185 TARGET ACCOUNT TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TA-COUNT
               MOVE DSDS-H-ACCT-ID TO WS-TA-ACCT-ID (WS-TA-COUNT)
               MOVE DSDS-H-ACCT-NO TO WS-TA-ACCT-NO (WS-TA-COUNT)
           END-IF.
       1330-TABLE-ACCOUNT-EXIT.
           EXIT.

       1400-APPLY-MAP.
           MOVE WS-MP-ACCT-ID (WS-MP-IDX) TO WS-LK-ACCT-ID.
           MOVE WS-MP-OLD-ACCT (WS-MP-IDX) TO WS-LK-ACCT-NO.
           MOVE 'N' TO WS-LK-ANY-ID-SW.
           PERFORM 7100-FIND-SOURCE-ACCT.
           IF WS-FOUND
               MOVE WS-MP-NEW-ACCT (WS-MP-IDX)
                   TO WS-SA-NEW-ACCT (WS-SA-IDX)
               MOVE 'Y' TO WS-SA-MAPPED-SW (WS-SA-IDX)
           ELSE
               MOVE 'RENUMMAP' TO WS-EX-FILE
               MOVE WS-MP-ACCT-ID (WS-MP-IDX) TO WS-EX-ACCT-ID
               MOVE WS-MP-OLD-ACCT (WS-MP-IDX) TO WS-EX-OLD-ACCT
               MOVE WS-MP-NEW-ACCT (WS-MP-IDX) TO WS-EX-NEW-ACCT
               MOVE 'MAP ENTRY IS NOT A SOURCE ACCOUNT'
                   TO WS-EX-TEXT
               PERFORM 7900-WRITE-EXCEPTION
           END-IF.
       1400-APPLY-MAP-EXIT.
           EXIT.

      * A source account's final number must validate under the
      * target bank and be free there.  An unmapped account that
      * fails gets a proposed number on RENUMOUT; a mapped one that
      * fails is the map's error and is only reported.
       1500-PROVE-ACCOUNT.
           MOVE 'DSDSHFIL' TO WS-EX-FILE.
           MOVE WS-SA-ACCT-ID (WS-SA-IDX) TO WS-EX-ACCT-ID.
           MOVE WS-SA-OLD-ACCT (WS-SA-IDX) TO WS-EX-OLD-ACCT.
           MOVE WS-SA-NEW-ACCT (WS-SA-IDX) TO WS-EX-NEW-ACCT.
           MOVE WS-SA-NEW-ACCT (WS-SA-IDX) TO WS-CAND-ACCT.
           PERFORM 1510-CHECK-CANDIDATE.
           IF CKD-ID-NOT-FOUND
               MOVE 'ACCOUNT ID NOT ON TARGET BCF' TO WS-EX-TEXT
               PERFORM 7900-WRITE-EXCEPTION
           ELSE
               IF NOT WS-DIGIT-OK OR WS-IN-USE
                   PERFORM 1550-REPORT-FAILED-NUMBER
               END-IF
           END-IF.
       1500-PROVE-ACCOUNT-EXIT.
           EXIT.

      * WS-CAND-ACCT under WS-SA-ACCT-ID (WS-SA-IDX): DSDS114 against
      * the target bank sets WS-DIGIT-OK, and WS-IN-USE says a
      * target account or another source account's final number
      * already holds it.
       1510-CHECK-CANDIDATE.
           MOVE 'N' TO WS-DIGIT-OK-SW
                       WS-IN-USE-SW.
           MOVE WS-TARGET-BANK TO CKD-BANK-NO.
           MOVE WS-SA-ACCT-ID (WS-SA-IDX) TO CKD-ACCT-ID.
           MOVE WS-CAND-ACCT TO CKD-ACCT-NO.
           CALL 'DSDS114' USING CKD-PARM-AREA.
           IF CKD-VALID OR CKD-NO-CHECK-DIGIT
               MOVE 'Y' TO WS-DIGIT-OK-SW
           END-IF.
           PERFORM 1520-SCAN-TARGET-USE
               VARYING WS-TA-IDX FROM 1 BY 1
               UNTIL WS-TA-IDX > WS-TA-COUNT
                  OR WS-IN-USE.
           PERFORM 1530-SCAN-SOURCE-USE
               VARYING WS-SA-SCAN FROM 1 BY 1
               UNTIL WS-SA-SCAN > WS-SA-COUNT
                  OR WS-IN-USE.
       1510-CHECK-CANDIDATE-EXIT.
           EXIT.

       1520-SCAN-TARGET-USE.
           IF WS-TA-ACCT-ID (WS-TA-IDX) = WS-SA-ACCT-ID (WS-SA-IDX)
              AND WS-TA-ACCT-NO (WS-TA-IDX) = WS-CAND-ACCT
               MOVE 'Y' TO WS-IN-USE-SW
           END-IF.
       1520-SCAN-TARGET-USE-EXIT.
           EXIT.

       1530-SCAN-SOURCE-USE.
           IF WS-SA-SCAN NOT = WS-SA-IDX
              AND WS-SA-ACCT-ID (WS-SA-SCAN) =
                  WS-SA-ACCT-ID (WS-SA-IDX)
              AND WS-SA-NEW-ACCT (WS-SA-SCAN) = WS-CAND-ACCT
               MOVE 'Y' TO WS-IN-USE-SW
           END-IF.
       1530-SCAN-SOURCE-USE-EXIT.
           EXIT.

       1550-REPORT-FAILED-NUMBER.
           IF WS-SA-MAPPED (WS-SA-IDX)
               IF WS-IN-USE
                   MOVE 'MAPPED NUMBER ALREADY IN USE' TO WS-EX-TEXT
               ELSE
                   MOVE 'MAPPED NUMBER FAILS CHECK DIGIT'
                       TO WS-EX-TEXT
               END-IF
               PERFORM 7900-WRITE-EXCEPTION
           ELSE
               PERFORM 1600-PROPOSE-NUMBER
               MOVE WS-SA-NEW-ACCT (WS-SA-IDX) TO WS-EX-NEW-ACCT
               IF WS-IN-USE
                   MOVE 'COLLIDES - PROPOSED ON RENUMOUT'
                       TO WS-EX-TEXT
               ELSE
                   MOVE 'FAILS TARGET CHECK - PROPOSED ON RENUMOUT'
                       TO WS-EX-TEXT
               END-IF
               IF NOT WS-DIGIT-OK
                   MOVE ZERO TO WS-EX-NEW-ACCT
                   MOVE 'NO VALID FREE NUMBER NEAR - MAP BY HAND'
                       TO WS-EX-TEXT
               END-IF
               PERFORM 7900-WRITE-EXCEPTION
           END-IF.
       1550-REPORT-FAILED-NUMBER-EXIT.
           EXIT.

      * As DSDS132 renumbers: keep the 8-digit body and try each last
      * digit, then step the body, until DSDS114 accepts a number no
      * one holds.  The original in-use condition is kept for the
      * exception text.
       1600-PROPOSE-NUMBER.
           MOVE WS-IN-USE-SW TO WS-FOUND-SW.
           DIVIDE WS-SA-NEW-ACCT (WS-SA-IDX) BY 10
               GIVING WS-CAND-BODY.
           MOVE 'N' TO WS-DIGIT-OK-SW.
           MOVE ZERO TO WS-BODY-TRIES.
           PERFORM 1610-TRY-ONE-BODY
               UNTIL WS-DIGIT-OK
                  OR WS-BODY-TRIES > 99.
           IF WS-DIGIT-OK
               MOVE WS-CAND-ACCT TO WS-SA-NEW-ACCT (WS-SA-IDX)
               MOVE WS-SA-ACCT-ID (WS-SA-IDX) TO RO-ACCT-ID
               MOVE WS-SA-OLD-ACCT (WS-SA-IDX) TO RO-OLD-ACCT-NO
               MOVE WS-CAND-ACCT TO RO-NEW-ACCT-NO
               WRITE RENUM-OUT-REC
               ADD 1 TO WS-PROPOSED-CNT
           END-IF.
           MOVE WS-FOUND-SW TO WS-IN-USE-SW.
       1600-PROPOSE-NUMBER-EXIT.
           EXIT.

       1610-TRY-ONE-BODY.
           PERFORM 1620-TRY-ONE-DIGIT
               VARYING WS-TRY-DIGIT FROM 0 BY 1
               UNTIL WS-TRY-DIGIT > 9
                  OR WS-DIGIT-OK.
           IF NOT WS-DIGIT-OK
               ADD 1 TO WS-CAND-BODY
               ADD 1 TO WS-BODY-TRIES
           END-IF.
       1610-TRY-ONE-BODY-EXIT.
           EXIT.

       1620-TRY-ONE-DIGIT.
           COMPUTE WS-CAND-ACCT =
               (WS-CAND-BODY * 10) + WS-TRY-DIGIT.
           PERFORM 1510-CHECK-CANDIDATE.
           IF WS-IN-USE
               MOVE 'N' TO WS-DIGIT-OK-SW
           END-IF.
       1620-TRY-ONE-DIGIT-EXIT.
           EXIT.

       1900-PRINT-PROOF-TOTALS.
           MOVE 'SOURCE ACCOUNTS' TO WS-TOT-LABEL.
           MOVE WS-SA-COUNT TO WS-TOT-COUNT.
           WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TARGET ACCOUNTS' TO WS-TOT-LABEL.
           MOVE WS-TA-COUNT TO WS-TOT-COUNT.
           WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RENUMBERING MAP ENTRIES' TO WS-TOT-LABEL.
           MOVE WS-MP-COUNT TO WS-TOT-COUNT.
           WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NUMBERS PROPOSED ON RENUMOUT' TO WS-TOT-LABEL.
           MOVE WS-PROPOSED-CNT TO WS-TOT-COUNT.
           WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PROOF EXCEPTIONS' TO WS-TOT-LABEL.
           MOVE WS-EXCEPTION-CNT TO WS-TOT-COUNT.
           WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
       1900-PRINT-PROOF-TOTALS-EXIT.
           EXIT.

       2000-CONVERT-FILES.
           OPEN INPUT  BCF-FILE
                       PROC-CTL-FILE
                       DSDS-H-FILE
                       ZBACMA-FILE
                       SACXREF-FILE
                       OSBXREF-FILE
                       AR-CHECKS-FILE
                       CD-BANKCTL-FILE
                       CDC-BANKCTL-FILE
                       HOLD-MASTER-FILE
                       STOP-MASTER-FILE
                       FLOAT-POS-FILE
                       SWEEP-AGREE-FILE
                OUTPUT BCF-OUT-FILE
                       PROC-OUT-FILE
                       DSDS-H-OUT
                       ZBACMA-OUT
                       SACXREF-OUT
                       OSBXREF-OUT
                       AR-CHECKS-OUT
                       CD-BANKCTL-OUT
                       CDC-BANKCTL-OUT
                       HOLD-MASTER-OUT
                       STOP-MASTER-OUT
                       FLOAT-POS-OUT
                       SWEEP-AGREE-OUT.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           READ PROC-CTL-FILE
               AT END MOVE 'Y' TO WS-PROC-EOF-SW
           END-READ.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HFILE-EOF-SW
           END-READ.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBACMA-EOF-SW
           END-READ.
           READ SACXREF-FILE
               AT END MOVE 'Y' TO WS-SACXREF-EOF-SW
           END-READ.
           READ OSBXREF-FILE
               AT END MOVE 'Y' TO WS-OSBXREF-EOF-SW
           END-READ.
           READ AR-CHECKS-FILE
               AT END MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDBC-EOF-SW
           END-READ.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-UBKC-EOF-SW
           END-READ.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLOAT-EOF-SW
           END-READ.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-READ.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 2100-CONVERT-BCF
               UNTIL WS-BCF-EOF.
           MOVE 2 TO WS-CT-IDX.
           PERFORM 2200-CONVERT-PROC-CTL
               UNTIL WS-PROC-EOF.
           MOVE 3 TO WS-CT-IDX.
           PERFORM 2300-CONVERT-HISTORY
               UNTIL WS-HFILE-EOF.
           MOVE 4 TO WS-CT-IDX.
           PERFORM 2400-CONVERT-ZBACMA
               UNTIL WS-ZBACMA-EOF.
           MOVE 5 TO WS-CT-IDX.
           PERFORM 2500-CONVERT-SACXREF
               UNTIL WS-SACXREF-EOF.
           MOVE 6 TO WS-CT-IDX.
           PERFORM 2600-CONVERT-OSBXREF
               UNTIL WS-OSBXREF-EOF.
           MOVE 7 TO WS-CT-IDX.
           PERFORM 2700-CONVERT-AR-CHECKS
               UNTIL WS-AR-EOF.
           MOVE 8 TO WS-CT-IDX.
           PERFORM 2800-CONVERT-CD-BANKCTL
               UNTIL WS-CDBC-EOF.
           MOVE 9 TO WS-CT-IDX.
           PERFORM 2900-CONVERT-CDC-BANKCTL
               UNTIL WS-UBKC-EOF.
           MOVE 10 TO WS-CT-IDX.
           PERFORM 3000-CONVERT-HOLDS
               UNTIL WS-HOLD-EOF.
           MOVE 11 TO WS-CT-IDX.
           PERFORM 3100-CONVERT-STOPS
               UNTIL WS-STOP-EOF.
           MOVE 12 TO WS-CT-IDX.
           PERFORM 3200-CONVERT-FLOAT
               UNTIL WS-FLOAT-EOF.
           MOVE 13 TO WS-CT-IDX.
           PERFORM 3300-CONVERT-SWEEPS
               UNTIL WS-SWEEP-EOF.
           CLOSE BCF-FILE
                 PROC-CTL-FILE
                 DSDS-H-FILE
                 ZBACMA-FILE
                 SACXREF-FILE
                 OSBXREF-FILE
                 AR-CHECKS-FILE
                 CD-BANKCTL-FILE
                 CDC-BANKCTL-FILE
                 HOLD-MASTER-FILE
                 STOP-MASTER-FILE
                 FLOAT-POS-FILE
                 SWEEP-AGREE-FILE
                 BCF-OUT-FILE
                 PROC-OUT-FILE
                 DSDS-H-OUT
                 ZBACMA-OUT
                 SACXREF-OUT
                 OSBXREF-OUT
                 AR-CHECKS-OUT
                 CD-BANKCTL-OUT
                 CDC-BANKCTL-OUT
                 HOLD-MASTER-OUT
                 STOP-MASTER-OUT
                 FLOAT-POS-OUT
                 SWEEP-AGREE-OUT.
       2000-CONVERT-FILES-EXIT.
           EXIT.

       2100-CONVERT-BCF.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF BCF-BANK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               PERFORM 7020-COUNT-DROPPED
           ELSE
               MOVE DSDS-BCF-RECORD TO BCF-OUT-RECORD
               WRITE BCF-OUT-RECORD
               PERFORM 7030-COUNT-OUT
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       2100-CONVERT-BCF-EXIT.
           EXIT.

       2200-CONVERT-PROC-CTL.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF PROC-BK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               PERFORM 7020-COUNT-DROPPED
           ELSE
               MOVE PROC-CTL-RECORD TO PROC-OUT-RECORD
               WRITE PROC-OUT-RECORD
               PERFORM 7030-COUNT-OUT
           END-IF.
           READ PROC-CTL-FILE
               AT END MOVE 'Y' TO WS-PROC-EOF-SW
           END-READ.
       2200-CONVERT-PROC-CTL-EXIT.
           EXIT.

      * The trailer is restamped over the rows written, as DSDS125
      * stamps it; the bank hash moves by design.
       2300-CONVERT-HISTORY.
           IF DSDS-H-EOF
               PERFORM 2350-WRITE-HIST-TRAILER
           ELSE
               PERFORM 2310-CONVERT-HIST-ROW
           END-IF.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HFILE-EOF-SW
           END-READ.
       2300-CONVERT-HISTORY-EXIT.
           EXIT.

       2310-CONVERT-HIST-ROW.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF DSDS-H-BANK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE DSDS-H-ACCT-ID TO WS-LK-ACCT-ID
               MOVE DSDS-H-ACCT-NO TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'DSDSHFIL' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               IF WS-FOUND
                   MOVE 'Y' TO WS-SA-MOVED-SW (WS-SA-IDX)
               END-IF
               MOVE WS-TARGET-BANK TO DSDS-H-BANK-NO
               MOVE WS-LK-NEW-ACCT TO DSDS-H-ACCT-NO
           END-IF.
           MOVE DSDS-H-FILE-RECORD TO DSDS-H-OUT-RECORD.
           WRITE DSDS-H-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           ADD 1 TO WS-OUT-RECORD-COUNT.
           COMPUTE WS-OUT-AMOUNT-HASH =
               WS-OUT-AMOUNT-HASH + DSDS-H-MAINT-DATE +
               DSDS-H-SEQ-NUMBER + DSDS-H-STATUS-CODE.
           COMPUTE WS-OUT-BANK-HASH =
               WS-OUT-BANK-HASH + DSDS-H-BANK-NO.
       2310-CONVERT-HIST-ROW-EXIT.
           EXIT.

       2350-WRITE-HIST-TRAILER.
           MOVE HIGH-VALUES TO DSDS-H-EOF-REC-KEY.
           MOVE WS-OUT-RECORD-COUNT TO HEOF-RECORD-COUNT.
           MOVE WS-OUT-AMOUNT-HASH  TO HEOF-AMOUNT-HASH.
           MOVE WS-OUT-BANK-HASH    TO HEOF-BANK-HASH.
           MOVE WS-HEOF-CONTROL-AREA TO DSDS-H-EOF-REC-CONTROL.
           MOVE DSDS-H-FILE-EOF-REC TO DSDS-H-OUT-RECORD.
           WRITE DSDS-H-OUT-RECORD.
       2350-WRITE-HIST-TRAILER-EXIT.
           EXIT.

      * The link account is the same bank's, so it follows the same
      * renumbering, looked up by number alone.
       2400-CONVERT-ZBACMA.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF ZBCM-BANK-NBR = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE ZBCM-ACCOUNT-ID  TO WS-LK-ACCT-ID
               MOVE ZBCM-ACCOUNT-NBR TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'ZBACMA' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO ZBCM-BANK-NBR
               MOVE WS-LK-NEW-ACCT TO ZBCM-ACCOUNT-NBR
               IF ZBCM-LINK-ACCT-NBR NOT = ZERO
                   MOVE ZBCM-LINK-ACCT-NBR TO WS-LK-ACCT-NO
                   MOVE 'Y' TO WS-LK-ANY-ID-SW
                   PERFORM 7200-CONVERT-NUMBER
                   MOVE WS-LK-NEW-ACCT TO ZBCM-LINK-ACCT-NBR
               END-IF
           END-IF.
           MOVE DSDS-ZBACMA TO ZBACMA-OUT-RECORD.
           WRITE ZBACMA-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBACMA-EOF-SW
           END-READ.
       2400-CONVERT-ZBACMA-EXIT.
           EXIT.

      * The FA bank and file key belong to the other application and
      * are left for its own conversion.
       2500-CONVERT-SACXREF.
           MOVE DSSAC-FA-BALANCE TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF DSSAC-BANK-NBR = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE DSSAC-ACCT-ID  TO WS-LK-ACCT-ID
               MOVE DSSAC-ACCT-NBR TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'SACXREF' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO DSSAC-BANK-NBR
               MOVE WS-LK-NEW-ACCT TO DSSAC-ACCT-NBR
           END-IF.
           MOVE DSSAC-FA-BALANCE TO WS-ROW-AMOUNT.
           MOVE DSDS-SACXREF TO SACXREF-OUT-RECORD.
           WRITE SACXREF-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ SACXREF-FILE
               AT END MOVE 'Y' TO WS-SACXREF-EOF-SW
           END-READ.
       2500-CONVERT-SACXREF-EXIT.
           EXIT.

       2600-CONVERT-OSBXREF.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF DSXRF-BANK-NBR = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE DSXRF-ACCT-ID  TO WS-LK-ACCT-ID
               MOVE DSXRF-ACCT-NBR TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'OSBXREF' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO DSXRF-BANK-NBR
               MOVE WS-LK-NEW-ACCT TO DSXRF-ACCT-NBR
           END-IF.
           MOVE DSDS-OSBXREF TO OSBXREF-OUT-RECORD.
           WRITE OSBXREF-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ OSBXREF-FILE
               AT END MOVE 'Y' TO WS-OSBXREF-EOF-SW
           END-READ.
       2600-CONVERT-OSBXREF-EXIT.
           EXIT.

      * AR.CHECKS carries no account ID, so the account is found by
      * number alone.
       2700-CONVERT-AR-CHECKS.
           MOVE AR-ISSUED-AMT TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF AR-BANK = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE ZERO    TO WS-LK-ACCT-ID
               MOVE AR-ACCT TO WS-LK-ACCT-NO
               MOVE 'Y' TO WS-LK-ANY-ID-SW
               MOVE 'ARCHECKS' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO AR-BANK
               MOVE WS-LK-NEW-ACCT TO AR-ACCT
           END-IF.
           MOVE AR-CHECKS TO AR-CHECKS-OUT-RECORD.
           WRITE AR-CHECKS-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ AR-CHECKS-FILE
               AT END MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.
       2700-CONVERT-AR-CHECKS-EXIT.
           EXIT.

       2800-CONVERT-CD-BANKCTL.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF CDBC-BANK-NBR = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               PERFORM 7020-COUNT-DROPPED
           ELSE
               MOVE CD-BANKCTL TO CD-BANKCTL-OUT-RECORD
               WRITE CD-BANKCTL-OUT-RECORD
               PERFORM 7030-COUNT-OUT
           END-IF.
           READ CD-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDBC-EOF-SW
           END-READ.
       2800-CONVERT-CD-BANKCTL-EXIT.
           EXIT.

       2900-CONVERT-CDC-BANKCTL.
           MOVE ZERO TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF UBKC-BANK-NBR = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               PERFORM 7020-COUNT-DROPPED
           ELSE
               MOVE CDC-BANKCTL TO CDC-BANKCTL-OUT-RECORD
               WRITE CDC-BANKCTL-OUT-RECORD
               PERFORM 7030-COUNT-OUT
           END-IF.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-UBKC-EOF-SW
           END-READ.
       2900-CONVERT-CDC-BANKCTL-EXIT.
           EXIT.

       3000-CONVERT-HOLDS.
           MOVE HM-HOLD-AMT TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF HM-BANK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE HM-ACCT-ID TO WS-LK-ACCT-ID
               MOVE HM-ACCT-NO TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'HOLDMST' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO HM-BANK-NO
               MOVE WS-LK-NEW-ACCT TO HM-ACCT-NO
           END-IF.
           MOVE HM-HOLD-AMT TO WS-ROW-AMOUNT.
           MOVE HOLD-MASTER-REC TO HOLD-MASTER-OUT-RECORD.
           WRITE HOLD-MASTER-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       3000-CONVERT-HOLDS-EXIT.
           EXIT.

      * A stop's dollars are its range's high amount.
       3100-CONVERT-STOPS.
           MOVE SM-AMT-HIGH TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF SM-BANK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE SM-ACCT-ID TO WS-LK-ACCT-ID
               MOVE SM-ACCT-NO TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'STOPMST' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO SM-BANK-NO
               MOVE WS-LK-NEW-ACCT TO SM-ACCT-NO
           END-IF.
           MOVE SM-AMT-HIGH TO WS-ROW-AMOUNT.
           MOVE STOP-MASTER-REC TO STOP-MASTER-OUT-RECORD.
           WRITE STOP-MASTER-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
       3100-CONVERT-STOPS-EXIT.
           EXIT.

       3200-CONVERT-FLOAT.
           MOVE FP-AMOUNT TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF FP-BANK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE FP-ACCT-ID TO WS-LK-ACCT-ID
               MOVE FP-ACCT-NO TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'FLOATPOS' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO FP-BANK-NO
               MOVE WS-LK-NEW-ACCT TO FP-ACCT-NO
           END-IF.
           MOVE FP-AMOUNT TO WS-ROW-AMOUNT.
           MOVE FLOAT-POS-REC TO FLOAT-POS-OUT-RECORD.
           WRITE FLOAT-POS-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ FLOAT-POS-FILE
               AT END MOVE 'Y' TO WS-FLOAT-EOF-SW
           END-READ.
       3200-CONVERT-FLOAT-EXIT.
           EXIT.

      * Only the DDA side of the agreement is this system's; the loan
      * bank and note are left for the loan conversion.
       3300-CONVERT-SWEEPS.
           MOVE SA-TARGET-BAL TO WS-ROW-AMOUNT.
           PERFORM 7000-COUNT-IN.
           IF SA-DDA-BANK-NO = WS-SOURCE-BANK
               PERFORM 7010-COUNT-SOURCE
               MOVE SA-DDA-ACCT-ID TO WS-LK-ACCT-ID
               MOVE SA-DDA-ACCT-NO TO WS-LK-ACCT-NO
               MOVE 'N' TO WS-LK-ANY-ID-SW
               MOVE 'SWEEPAGR' TO WS-LK-FILE
               PERFORM 7200-CONVERT-NUMBER
               MOVE WS-TARGET-BANK TO SA-DDA-BANK-NO
               MOVE WS-LK-NEW-ACCT TO SA-DDA-ACCT-NO
           END-IF.
           MOVE SA-TARGET-BAL TO WS-ROW-AMOUNT.
           MOVE SWEEP-AGREE-REC TO SWEEP-AGREE-OUT-RECORD.
           WRITE SWEEP-AGREE-OUT-RECORD.
           PERFORM 7030-COUNT-OUT.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-READ.
       3300-CONVERT-SWEEPS-EXIT.
           EXIT.

      * Control-total accumulators for the file at WS-CT-IDX; the
      * row's dollars are in WS-ROW-AMOUNT.  A source row is one
      * whose bank is the source bank as read; it leaves either
      * converted or dropped.
       7000-COUNT-IN.
           ADD 1 TO WS-CT-IN (WS-CT-IDX).
           ADD WS-ROW-AMOUNT TO WS-CT-AMT-IN (WS-CT-IDX).
           MOVE 'N' TO WS-ROW-CONVERTED-SW.
       7000-COUNT-IN-EXIT.
           EXIT.

       7010-COUNT-SOURCE.
           ADD 1 TO WS-CT-SOURCE (WS-CT-IDX).
           ADD WS-ROW-AMOUNT TO WS-CT-SRC-AMT (WS-CT-IDX).
       7010-COUNT-SOURCE-EXIT.
           EXIT.

       7020-COUNT-DROPPED.
           ADD 1 TO WS-CT-DROPPED (WS-CT-IDX).
           ADD WS-ROW-AMOUNT TO WS-CT-AMT-OUT (WS-CT-IDX).
           ADD WS-ROW-AMOUNT TO WS-CT-CONV-AMT (WS-CT-IDX).
       7020-COUNT-DROPPED-EXIT.
           EXIT.

       7030-COUNT-OUT.
           ADD 1 TO WS-CT-OUT (WS-CT-IDX).
           ADD WS-ROW-AMOUNT TO WS-CT-AMT-OUT (WS-CT-IDX).
           IF WS-ROW-CONVERTED
               ADD 1 TO WS-CT-CONVERTED (WS-CT-IDX)
               ADD WS-ROW-AMOUNT TO WS-CT-CONV-AMT (WS-CT-IDX)
           END-IF.
       7030-COUNT-OUT-EXIT.
           EXIT.

       7100-FIND-SOURCE-ACCT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-SOURCE
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SA-IDX
           END-IF.
       7100-FIND-SOURCE-ACCT-EXIT.
           EXIT.

       7110-SCAN-SOURCE.
           IF WS-SA-OLD-ACCT (WS-SA-IDX) = WS-LK-ACCT-NO
              AND (WS-LK-ANY-ID
                   OR WS-SA-ACCT-ID (WS-SA-IDX) = WS-LK-ACCT-ID)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-SOURCE-EXIT.
           EXIT.

      * A source-bank row whose account is not on the history file
      * keeps its number under the target bank and is listed.
       7200-CONVERT-NUMBER.
           MOVE 'Y' TO WS-ROW-CONVERTED-SW.
           PERFORM 7100-FIND-SOURCE-ACCT.
           IF WS-FOUND
               MOVE WS-SA-NEW-ACCT (WS-SA-IDX) TO WS-LK-NEW-ACCT
           ELSE
               MOVE WS-LK-ACCT-NO TO WS-LK-NEW-ACCT
               MOVE WS-LK-FILE TO WS-EX-FILE
               MOVE WS-LK-ACCT-ID TO WS-EX-ACCT-ID
               MOVE WS-LK-ACCT-NO TO WS-EX-OLD-ACCT
                                     WS-EX-NEW-ACCT
               MOVE 'NOT ON HISTORY FILE - NUMBER KEPT'
                   TO WS-EX-TEXT
               WRITE MERGE-RPT-LINE FROM WS-EXC-LINE
               ADD 1 TO WS-WARNING-CNT
           END-IF.
       7200-CONVERT-NUMBER-EXIT.
           EXIT.

       7900-WRITE-EXCEPTION.
           WRITE MERGE-RPT-LINE FROM WS-EXC-LINE.
           ADD 1 TO WS-EXCEPTION-CNT.
       7900-WRITE-EXCEPTION-EXIT.
           EXIT.

      * A file balances when every row read was written or dropped,
      * every source row was converted or dropped, and the dollars
      * read, and the source rows' dollars, come out unchanged.
       8000-PRINT-CONTROLS.
           MOVE 'ROWS NOT ON HISTORY - NUMBER KEPT' TO WS-TOT-LABEL.
           MOVE WS-WARNING-CNT TO WS-TOT-COUNT.
           WRITE MERGE-RPT-LINE FROM WS-TOTAL-LINE.
           WRITE MERGE-RPT-LINE FROM WS-CTL-HDG.
           PERFORM 8100-PRINT-ONE-CONTROL
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > 13.
           PERFORM 8200-COUNT-MOVED
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT.
           COMPUTE WS-ACCTS-BEFORE = WS-SA-COUNT + WS-TA-COUNT.
           COMPUTE WS-ACCTS-AFTER = WS-TA-COUNT + WS-MOVED-CNT.
           MOVE WS-SA-COUNT TO WS-AP-SOURCE.
           MOVE WS-TA-COUNT TO WS-AP-TARGET.
           MOVE WS-ACCTS-AFTER TO WS-AP-AFTER.
           IF WS-ACCTS-BEFORE = WS-ACCTS-AFTER
               MOVE 'BALANCED' TO WS-AP-RESULT
           ELSE
               MOVE '*OUT OF BALANCE*' TO WS-AP-RESULT
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.
           WRITE MERGE-RPT-LINE FROM WS-ACCT-PROOF-LINE.
           IF WS-OUT-OF-BALANCE
               DISPLAY 'DSDS185 MERGER CONTROL TOTALS OUT OF BALANCE'
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-PRINT-CONTROLS-EXIT.
           EXIT.

       8100-PRINT-ONE-CONTROL.
           MOVE WS-CT-NAME (WS-CT-IDX)      TO WS-CL-FILE.
           MOVE WS-CT-IN (WS-CT-IDX)        TO WS-CL-IN.
           MOVE WS-CT-SOURCE (WS-CT-IDX)    TO WS-CL-SOURCE.
           MOVE WS-CT-CONVERTED (WS-CT-IDX) TO WS-CL-CONVERTED.
           MOVE WS-CT-DROPPED (WS-CT-IDX)   TO WS-CL-DROPPED.
           MOVE WS-CT-OUT (WS-CT-IDX)       TO WS-CL-OUT.
           MOVE WS-CT-AMT-IN (WS-CT-IDX)    TO WS-CL-AMT-IN.
           MOVE WS-CT-AMT-OUT (WS-CT-IDX)   TO WS-CL-AMT-OUT.
           IF WS-CT-IN (WS-CT-IDX) =
                  WS-CT-OUT (WS-CT-IDX) + WS-CT-DROPPED (WS-CT-IDX)
              AND WS-CT-SOURCE (WS-CT-IDX) =
                  WS-CT-CONVERTED (WS-CT-IDX) +
                  WS-CT-DROPPED (WS-CT-IDX)
              AND WS-CT-AMT-IN (WS-CT-IDX) =
                  WS-CT-AMT-OUT (WS-CT-IDX)
              AND WS-CT-SRC-AMT (WS-CT-IDX) =
                  WS-CT-CONV-AMT (WS-CT-IDX)
               MOVE 'BALANCED' TO WS-CL-RESULT
           ELSE
               MOVE '*OUT OF BALANCE*' TO WS-CL-RESULT
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           END-IF.
           WRITE MERGE-RPT-LINE FROM WS-CTL-LINE.
       8100-PRINT-ONE-CONTROL-EXIT.
           EXIT.

       8200-COUNT-MOVED.
           IF WS-SA-MOVED (WS-SA-IDX)
               ADD 1 TO WS-MOVED-CNT
           END-IF.
       8200-COUNT-MOVED-EXIT.
           EXIT.

      * Every reader of DSDS-H-FILE-RECORD accumulates these totals
      * per data record and proves them against the stamped EOF
      * trailer (see DSDSHEOF) when the trailer comes by.
       8400-ACCUM-TRAILER-TOTALS.
           ADD 1 TO WS-TRL-RECORD-COUNT.
           COMPUTE WS-TRL-AMOUNT-HASH =
               WS-TRL-AMOUNT-HASH + DSDS-H-MAINT-DATE +
               DSDS-H-SEQ-NUMBER + DSDS-H-STATUS-CODE.
           COMPUTE WS-TRL-BANK-HASH =
               WS-TRL-BANK-HASH + DSDS-H-BANK-NO.
       8400-ACCUM-TRAILER-TOTALS-EXIT.
           EXIT.

       8500-VERIFY-EOF-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN-SW.
           IF DSDS-H-EOF-REC-CONTROL NOT = SPACES
               MOVE DSDS-H-EOF-REC-CONTROL
                   TO WS-HEOF-CONTROL-AREA
               IF DSDS-H-EOF-REC-CONTROL (10:31) = SPACES
                   IF HEOF-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
                       PERFORM 8520-TRAILER-ABEND
                   END-IF
               ELSE
                   IF HEOF-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
                      OR HEOF-AMOUNT-HASH NOT = WS-TRL-AMOUNT-HASH
                      OR HEOF-BANK-HASH NOT = WS-TRL-BANK-HASH
                       PERFORM 8520-TRAILER-ABEND
                   END-IF
               END-IF
           END-IF.
       8500-VERIFY-EOF-TRAILER-EXIT.
           EXIT.

       8520-TRAILER-ABEND.
           DISPLAY 'DSDS-H EOF TRAILER CONTROL MISMATCH'.
           DISPLAY 'TRAILER COUNT ' HEOF-RECORD-COUNT
               ' READ ' WS-TRL-RECORD-COUNT.
           DISPLAY 'TRAILER AMT HASH ' HEOF-AMOUNT-HASH
               ' READ ' WS-TRL-AMOUNT-HASH.
           DISPLAY 'TRAILER BANK HASH ' HEOF-BANK-HASH
               ' READ ' WS-TRL-BANK-HASH.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8520-TRAILER-ABEND-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-SA-COUNT TO RRG-RECORDS-IN.
           MOVE WS-MOVED-CNT TO RRG-RECORDS-OUT.
           IF RETURN-CODE = ZERO
               MOVE 'OK  ' TO RRG-STATUS
           ELSE
               MOVE 'FAIL' TO RRG-STATUS
           END-IF.
           MOVE RETURN-CODE TO RRG-RETURN-CODE.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           CLOSE MERGE-PARM-FILE
                 RENUM-MAP-FILE
                 RENUM-OUT-FILE
                 MERGE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
