       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDR346.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDR346 is the quarter-end Call Report deposit-liability
      * extract (Schedule RC-E).  Finance builds the schedule today
      * from a dozen queries that never tie on the first try; this
      * classifies every deposit account once, in one place, and
      * prints the line totals with the accounts behind each line.
      *
      * Only banks whose PROC-QTR-END switch is on in the processing
      * control file (see DSDSSACX) are reported; on any other night
      * the run prints that no bank is at quarter end and stops.
      *
      * Each account's quarter-end statement header in the
      * PD-REG-STMT-HDR stream (see DSDSPDTX) is classified:
      *
      *   transaction     - PDH-ACCT-CLASS DDA or NOW (column A);
      *   nontransaction  - everything else (column C), split for
      *                     the memoranda into time deposits (an
      *                     investment plan or maturity date on the
      *                     header), money market deposit accounts
      *                     (the IMM classes) and other savings;
      *   owner           - individual when the service-charge
      *                     statement header's SCH-TYPE-CODE is a
      *                     personal code (SCH-PERSONAL, see
      *                     DSDSSCT), public funds when it is one of
      *                     the RCEPARM public codes, business
      *                     otherwise.  An account with no SC header
      *                     is taken as business and flagged;
      *   balance band    - PDH-ENDING-BAL against the RCEPARM band
      *                     limits: under the first, through each
      *                     next, over the last.  No limits on the
      *                     parm means $100,000 and $250,000.
      *
      * Certificates of deposit are not on the statement stream;
      * they come from the CD system's customer extract (CDCUSTEX,
      * as CIFB102 reads it), one record per CD, and are all
      * nontransaction time deposits.  The extract carries no
      * owner type, so a CD takes the owner of a deposit account
      * its customer holds -- the first of the customer's DSDS
      * accounts on the RELACCT relationship file (see CIFRELA)
      * that has an SC header.  A CD whose customer has none is
      * taken as business and flagged, as above.
      *
      * Closed accounts at zero are left out.  Overdrawn balances
      * are not deposits; they print in their own memorandum with
      * the accounts listed.  A second header for the same account
      * (cycle and special) is skipped.
      *
      * Per bank the report gives lines 1 (individuals, then
      * business) and 3 (public funds) by column with line 7 the
      * total, the memoranda, and then the drill-down: every
      * account under the line it went to, with its memorandum
      * line and band, so an examiner question is one look-up.
      * RCEDRILL carries the same per-account classification for
      * finance's own queries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-CTL-FILE      ASSIGN TO PROCCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCE-PARM-FILE      ASSIGN TO RCEPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SC-STMT-HDR-FILE   ASSIGN TO SCSTMTHD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-CUST-EXTRACT    ASSIGN TO CDCUSTEX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCE-DRILL-FILE     ASSIGN TO RCEDRILL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCE-RPT            ASSIGN TO RCERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROC-CTL-FILE
           RECORD CONTAINS 217 CHARACTERS.
       01  PROC-CTL-RECORD.
           COPY DSDSSACX.

       FD  RCE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RCE-PARM-REC.
           05  RP-BAND-LIMIT           PIC 9(9)V99
                                       OCCURS 4 TIMES.
           05  RP-PUBLIC-CODE          PIC 99
                                       OCCURS 10 TIMES.
           05  FILLER                  PIC X(16).

       FD  SC-STMT-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-SC-STMT-HDR.
           COPY DSDSSCT.

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  CD-CUST-EXTRACT
           RECORD CONTAINS 35 CHARACTERS.
       01  CD-CUST-EXTRACT-REC.
           05  CC-BANK-NBR             PIC 9(3).
           05  CC-CUST-ID              PIC 9(9).
           05  CC-CD-BALANCE           PIC 9(11)V99.
           05  CC-CD-ACCT-NBR          PIC 9(10).

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

      * One row per account classified.  RD-RCE-LINE is the body
      * line and column (E1A-IND, E1C-BUS, E3A-PUB ...) or OVERDRWN;
      * RD-MEMO-LINE the savings/time memorandum the account feeds.
      * A CD (class CD) carries its ten-digit number in RD-CD-KEY.
       FD  RCE-DRILL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RCE-DRILL-REC.
           05  RD-BANK-NO              PIC 99.
           05  RD-ACCT-KEY.
               10  RD-ACCT-ID          PIC 9(3).
               10  RD-ACCT-NO          PIC 9(9).
           05  RD-CD-KEY REDEFINES RD-ACCT-KEY.
               10  RD-CD-ACCT-NBR      PIC 9(10).
               10  FILLER              PIC XX.
           05  RD-QTR-END-DATE         PIC 9(7).
           05  RD-ACCT-CLASS           PIC XXX.
           05  RD-TYPE-CODE            PIC 99.
           05  RD-RCE-LINE             PIC X(8).
           05  RD-MEMO-LINE            PIC X(8).
           05  RD-BAND                 PIC 9.
           05  RD-BALANCE              PIC 9(11)V99.
           05  RD-NO-SC-HDR            PIC X.
           05  FILLER                  PIC X(23).

       FD  RCE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RCE-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PROC-EOF-SW          PIC X          VALUE 'N'.
               88  WS-PROC-EOF                        VALUE 'Y'.
           05  WS-SC-EOF-SW            PIC X          VALUE 'N'.
               88  WS-SC-EOF                          VALUE 'Y'.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-CD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CD-EOF                          VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-QB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-QB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RL-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BD-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BD-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OWNER-IDX            PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-COL-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Banks at quarter end tonight.
       01  WS-QTR-BANK-TABLE.
           05  WS-QB-ENTRY             OCCURS 100 TIMES.
               10  WS-QB-BANK-NO       PIC 99.
               10  WS-QB-QTR-END-DATE  PIC 9(7).

       01  WS-SC-TABLE.
           05  WS-SC-ENTRY             OCCURS 20000 TIMES.
               10  WS-SC-BANK-NO       PIC 99.
               10  WS-SC-ACCT-ID       PIC 9(3).
               10  WS-SC-ACCT-NO       PIC 9(9).
               10  WS-SC-TYPE-CODE     PIC 99.
               10  WS-SC-PERSONAL-SW   PIC X.

      * The DSDS accounts on RELACCT, by customer, for a CD's owner.
       01  WS-REL-TABLE.
           05  WS-RL-ENTRY             OCCURS 20000 TIMES.
               10  WS-RL-CUST-BANK     PIC 9(3).
               10  WS-RL-CUST-ID       PIC 9(9).
               10  WS-RL-BANK-NO       PIC 99.
               10  WS-RL-ACCT-ID       PIC 9(3).
               10  WS-RL-ACCT-NO       PIC 9(9).

      * WS-AC-CELL: 1-6 the body cells, owner by column -- 1/2
      * individual A/C, 3/4 business A/C, 5/6 public A/C -- and 7
      * overdrawn.  WS-AC-MEMO: M money market, S other savings,
      * T time, space for a transaction account.
       01  WS-ACCT-TABLE.
           05  WS-AC-ENTRY             OCCURS 20000 TIMES.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-ACCT-KEY.
                   15  WS-AC-ACCT-ID   PIC 9(3).
                   15  WS-AC-ACCT-NO   PIC 9(9).
               10  WS-AC-CD-KEY REDEFINES WS-AC-ACCT-KEY.
                   15  WS-AC-CD-ACCT-NBR
                                       PIC 9(10).
                   15  FILLER          PIC XX.
               10  WS-AC-CLASS         PIC XXX.
                   88  WS-AC-CD                       VALUE 'CD '.
               10  WS-AC-TYPE-CODE     PIC 99.
               10  WS-AC-NO-SC-SW      PIC X.
               10  WS-AC-CELL          PIC 9.
               10  WS-AC-MEMO          PIC X.
               10  WS-AC-BAND          PIC 9.
               10  WS-AC-BALANCE       PIC S9(11)V99  COMP-3.

       01  WS-BAND-TABLE.
           05  WS-BAND-LIMIT           PIC 9(9)V99
                                       OCCURS 4 TIMES.

       01  WS-PUBLIC-TABLE.
           05  WS-PUBLIC-CODE          PIC 99
                                       OCCURS 10 TIMES.

      * Body cells and their report and extract labels.
       01  WS-CELL-LABEL-VALUES.
           05  FILLER                  PIC X(8)       VALUE 'E1A-IND '.
           05  FILLER                  PIC X(8)       VALUE 'E1C-IND '.
           05  FILLER                  PIC X(8)       VALUE 'E1A-BUS '.
           05  FILLER                  PIC X(8)       VALUE 'E1C-BUS '.
           05  FILLER                  PIC X(8)       VALUE 'E3A-PUB '.
           05  FILLER                  PIC X(8)       VALUE 'E3C-PUB '.
           05  FILLER                  PIC X(8)       VALUE 'OVERDRWN'.
       01  WS-CELL-LABEL-TABLE REDEFINES WS-CELL-LABEL-VALUES.
           05  WS-CELL-LABEL           PIC X(8)       OCCURS 7 TIMES.

       01  WS-CELL-DESC-VALUES.
           05  FILLER                  PIC X(40)      VALUE
               'LINE 1 INDIVIDUALS - TRANSACTION (A)    '.
           05  FILLER                  PIC X(40)      VALUE
               'LINE 1 INDIVIDUALS - NONTRANSACTION (C) '.
           05  FILLER                  PIC X(40)      VALUE
               'LINE 1 BUSINESS - TRANSACTION (A)       '.
           05  FILLER                  PIC X(40)      VALUE
               'LINE 1 BUSINESS - NONTRANSACTION (C)    '.
           05  FILLER                  PIC X(40)      VALUE
               'LINE 3 PUBLIC FUNDS - TRANSACTION (A)   '.
           05  FILLER                  PIC X(40)      VALUE
               'LINE 3 PUBLIC FUNDS - NONTRANSACTION (C)'.
           05  FILLER                  PIC X(40)      VALUE
               'OVERDRAWN - RECLASSIFIED TO LOANS       '.
       01  WS-CELL-DESC-TABLE REDEFINES WS-CELL-DESC-VALUES.
           05  WS-CELL-DESC            PIC X(40)      OCCURS 7 TIMES.

      * One bank's totals, built from the account table.
       01  WS-BANK-TOTALS.
           05  WS-CT-ENTRY             OCCURS 7 TIMES.
               10  WS-CT-COUNT         PIC S9(7)      COMP-3.
               10  WS-CT-AMOUNT        PIC S9(13)V99  COMP-3.
           05  WS-MEMO-ENTRY           OCCURS 3 TIMES.
               10  WS-MT-COUNT         PIC S9(7)      COMP-3.
               10  WS-MT-AMOUNT        PIC S9(13)V99  COMP-3.
           05  WS-TIME-BAND            OCCURS 5 TIMES.
               10  WS-TB-COUNT         PIC S9(7)      COMP-3.
               10  WS-TB-AMOUNT        PIC S9(13)V99  COMP-3.
           05  WS-ALL-BAND             OCCURS 5 TIMES.
               10  WS-AB-COUNT         PIC S9(7)      COMP-3.
               10  WS-AB-AMOUNT        PIC S9(13)V99  COMP-3.
           05  WS-TOTAL-A-COUNT        PIC S9(7)      COMP-3.
           05  WS-TOTAL-A-AMOUNT       PIC S9(13)V99  COMP-3.
           05  WS-TOTAL-C-COUNT        PIC S9(7)      COMP-3.
           05  WS-TOTAL-C-AMOUNT       PIC S9(13)V99  COMP-3.
           05  WS-ALL-COUNT            PIC S9(7)      COMP-3.
           05  WS-ALL-AMOUNT           PIC S9(13)V99  COMP-3.
           05  WS-NO-SC-COUNT          PIC S9(7)      COMP-3.

       01  WS-CURR-BANK-NO             PIC 99         VALUE ZERO.
       01  WS-CURR-QTR-END             PIC 9(7)       VALUE ZERO.
       01  WS-CURR-CELL                PIC 9          VALUE ZERO.
       01  WS-TEST-KEY.
           05  WS-TEST-BANK            PIC 99         VALUE ZERO.
           05  WS-TEST-ACCT-ID         PIC 9(3)       VALUE ZERO.
           05  WS-TEST-ACCT-NO         PIC 9(9)       VALUE ZERO.
       01  WS-ABS-BALANCE              PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-SC-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-AC-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-HDRS-READ                PIC 9(9)       VALUE ZERO.
       01  WS-DUP-HDRS                 PIC 9(7)       VALUE ZERO.
       01  WS-CLOSED-SKIPPED           PIC 9(7)       VALUE ZERO.
       01  WS-CDS-READ                 PIC 9(7)       VALUE ZERO.
       01  WS-RL-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDR346 - CALL REPORT SCHEDULE RC-E DEPOSITS    '.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-RH-BANK              PIC Z9.
           05  FILLER                  PIC X(11)      VALUE
               '  QTR END: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(58)      VALUE SPACES.

       01  WS-NO-QTR-LINE.
           05  FILLER                  PIC X(48)      VALUE
               'DSDR346 - NO BANK AT QUARTER END - NO RC-E RUN  '.
           05  FILLER                  PIC X(84)      VALUE SPACES.

       01  WS-BODY-HDG.
           05  FILLER                  PIC X(40)      VALUE SPACES.
           05  FILLER                  PIC X(29)      VALUE
               ' ACCOUNTS     TRANSACTION (A)'.
           05  FILLER                  PIC X(31)      VALUE
               '   ACCOUNTS  NONTRANSACTION (C)'.
           05  FILLER                  PIC X(32)      VALUE SPACES.

       01  WS-BODY-LINE.
           05  WS-BL-DESC              PIC X(40).
           05  WS-BL-A-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-BL-A-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-BL-C-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-BL-C-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32)      VALUE SPACES.

       01  WS-MEMO-LINE.
           05  WS-ML-DESC              PIC X(40).
           05  WS-ML-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-ML-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(63)      VALUE SPACES.

       01  WS-OWNER-DESC-VALUES.
           05  FILLER                  PIC X(20)      VALUE
               'LINE 1 INDIVIDUALS  '.
           05  FILLER                  PIC X(20)      VALUE
               'LINE 1 BUSINESS     '.
           05  FILLER                  PIC X(20)      VALUE
               'LINE 3 PUBLIC FUNDS '.
       01  WS-OWNER-DESC-TABLE REDEFINES WS-OWNER-DESC-VALUES.
           05  WS-OWNER-DESC           PIC X(20)      OCCURS 3 TIMES.

       01  WS-BAND-DESC.
           05  FILLER                  PIC X(7)       VALUE
               '  BAND '.
           05  WS-BDD-NO               PIC 9.
           05  WS-BDD-WORD             PIC X(9).
           05  WS-BDD-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)       VALUE SPACES.

       01  WS-DRILL-HDG.
           05  FILLER                  PIC X(11)      VALUE
               'ACCOUNTS - '.
           05  WS-DH-DESC              PIC X(40).
           05  FILLER                  PIC X(81)      VALUE SPACES.

       01  WS-DRILL-LINE.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-DL-ACCT.
               10  WS-DL-ACCT-ID       PIC 9(3).
               10  WS-DL-DASH          PIC X.
               10  WS-DL-ACCT-NO       PIC 9(9).
           05  WS-DL-CD-ACCT REDEFINES WS-DL-ACCT.
               10  FILLER              PIC XXX.
               10  WS-DL-CD-ACCT-NBR   PIC 9(10).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-CLASS             PIC XXX.
           05  FILLER                  PIC X(7)       VALUE
               '  TYPE '.
           05  WS-DL-TYPE              PIC Z9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-BALANCE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-MEMO              PIC X(8).
           05  FILLER                  PIC X(7)       VALUE
               '  BAND '.
           05  WS-DL-BAND              PIC 9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-REMARK            PIC X(24).
           05  FILLER                  PIC X(36)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

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
           MOVE 'DSDR346 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           IF WS-QB-COUNT = ZERO
               WRITE RCE-RPT-LINE FROM WS-NO-QTR-LINE
           ELSE
               PERFORM 1400-LOAD-SC-HEADERS
               PERFORM 2000-CLASSIFY-ACCOUNT
                   UNTIL WS-PDH-EOF
               PERFORM 1500-LOAD-REL-ACCOUNTS
               READ CD-CUST-EXTRACT
                   AT END MOVE 'Y' TO WS-CD-EOF-SW
               END-READ
               PERFORM 2500-CLASSIFY-CD
                   UNTIL WS-CD-EOF
               PERFORM 4000-REPORT-BANK
                   VARYING WS-QB-IDX FROM 1 BY 1
                   UNTIL WS-QB-IDX > WS-QB-COUNT
               PERFORM 8000-PRINT-RUN-TOTALS
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-HDRS-READ TO RRG-RECORDS-IN.
           MOVE WS-AC-COUNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-SC-OVERFLOW > ZERO
              OR WS-AC-OVERFLOW > ZERO
              OR WS-RL-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PROC-CTL-FILE
                       RCE-PARM-FILE
                       SC-STMT-HDR-FILE
                       PD-HDR-FILE
                       CD-CUST-EXTRACT
                       REL-ACCOUNT-FILE
                OUTPUT RCE-DRILL-FILE
                       RCE-RPT.
           PERFORM 1100-LOAD-PARM.
           READ PROC-CTL-FILE
               AT END MOVE 'Y' TO WS-PROC-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-QTR-BANK
               UNTIL WS-PROC-EOF.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Band limits are taken in order up to the first zero.
       1100-LOAD-PARM.
           MOVE ZERO TO WS-BAND-TABLE WS-PUBLIC-TABLE.
           READ RCE-PARM-FILE
               AT END MOVE ZERO TO RCE-PARM-REC
           END-READ.
           PERFORM 1110-LOAD-BAND-LIMIT
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > 4
                  OR RP-BAND-LIMIT (WS-BD-IDX) = ZERO.
           IF WS-BD-COUNT = ZERO
               MOVE 100000.00 TO WS-BAND-LIMIT (1)
               MOVE 250000.00 TO WS-BAND-LIMIT (2)
               MOVE 2 TO WS-BD-COUNT
           END-IF.
           PERFORM 1120-LOAD-PUBLIC-CODE
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > 10.
       1100-LOAD-PARM-EXIT.
           EXIT.

       1110-LOAD-BAND-LIMIT.
           ADD 1 TO WS-BD-COUNT.
           MOVE RP-BAND-LIMIT (WS-BD-IDX)
               TO WS-BAND-LIMIT (WS-BD-COUNT).
       1110-LOAD-BAND-LIMIT-EXIT.
           EXIT.

       1120-LOAD-PUBLIC-CODE.
           MOVE RP-PUBLIC-CODE (WS-PC-IDX)
               TO WS-PUBLIC-CODE (WS-PC-IDX).
       1120-LOAD-PUBLIC-CODE-EXIT.
           EXIT.

       1300-LOAD-QTR-BANK.
           IF PROC-QTR-END
              AND WS-QB-COUNT < 100
               ADD 1 TO WS-QB-COUNT
               MOVE WS-QB-COUNT TO WS-QB-IDX
               MOVE PROC-BK-NO TO WS-QB-BANK-NO (WS-QB-IDX)
               MOVE PROC-QTR-END-DATE
                   TO WS-QB-QTR-END-DATE (WS-QB-IDX)
           END-IF.
           READ PROC-CTL-FILE
               AT END MOVE 'Y' TO WS-PROC-EOF-SW
           END-READ.
       1300-LOAD-QTR-BANK-EXIT.
           EXIT.

       1400-LOAD-SC-HEADERS.
           READ SC-STMT-HDR-FILE
               AT END MOVE 'Y' TO WS-SC-EOF-SW
           END-READ.
           PERFORM 1410-LOAD-SC-HEADER
               UNTIL WS-SC-EOF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       1400-LOAD-SC-HEADERS-EXIT.
           EXIT.

       1410-LOAD-SC-HEADER.
           IF WS-SC-COUNT < 20000
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-SC-IDX
               MOVE SCH-BANK-NO   TO WS-SC-BANK-NO (WS-SC-IDX)
               MOVE SCH-ACCT-ID   TO WS-SC-ACCT-ID (WS-SC-IDX)
               MOVE SCH-ACCT-NO   TO WS-SC-ACCT-NO (WS-SC-IDX)
               MOVE SCH-TYPE-CODE TO WS-SC-TYPE-CODE (WS-SC-IDX)
               IF SCH-PERSONAL
                   MOVE 'Y' TO WS-SC-PERSONAL-SW (WS-SC-IDX)
               ELSE
                   MOVE 'N' TO WS-SC-PERSONAL-SW (WS-SC-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-SC-OVERFLOW
           END-IF.
           READ SC-STMT-HDR-FILE
               AT END MOVE 'Y' TO WS-SC-EOF-SW
           END-READ.
       1410-LOAD-SC-HEADER-EXIT.
           EXIT.

       1500-LOAD-REL-ACCOUNTS.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
           PERFORM 1510-LOAD-REL-ACCOUNT
               UNTIL WS-RA-EOF.
       1500-LOAD-REL-ACCOUNTS-EXIT.
           EXIT.

       1510-LOAD-REL-ACCOUNT.
           IF RA-DSDS-ACCT
               IF WS-RL-COUNT < 20000
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-RL-COUNT TO WS-RL-IDX
                   MOVE RA-CUST-BANK TO WS-RL-CUST-BANK (WS-RL-IDX)
                   MOVE RA-CUST-ID   TO WS-RL-CUST-ID (WS-RL-IDX)
                   MOVE RA-BANK-NO   TO WS-RL-BANK-NO (WS-RL-IDX)
                   MOVE RA-ACCT-ID   TO WS-RL-ACCT-ID (WS-RL-IDX)
                   MOVE RA-ACCT-NO   TO WS-RL-ACCT-NO (WS-RL-IDX)
               ELSE
                   ADD 1 TO WS-RL-OVERFLOW
               END-IF
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1510-LOAD-REL-ACCOUNT-EXIT.
           EXIT.

      * Statement headers only: the cycle and special report codes
      * of DDA/IMM/CMM/NOW, investments, savings, OSB savings and
      * club accounts.  ODB headers (013) are credit lines.
       2000-CLASSIFY-ACCOUNT.
           IF PDH-REPORT-CODE = 011 OR 012 OR 051 OR 052 OR 071
                             OR 072 OR 081 OR 082 OR 091 OR 092
               ADD 1 TO WS-HDRS-READ
               PERFORM 2100-CHECK-ACCOUNT
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       2000-CLASSIFY-ACCOUNT-EXIT.
           EXIT.

       2100-CHECK-ACCOUNT.
           MOVE PDH-BANK-NO TO WS-TEST-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-QTR-BANK
               VARYING WS-QB-IDX FROM 1 BY 1
               UNTIL WS-QB-IDX > WS-QB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               IF PDH-DATE-CLOSED NOT = ZERO
                  AND PDH-ENDING-BAL = ZERO
                   ADD 1 TO WS-CLOSED-SKIPPED
               ELSE
                   PERFORM 2200-FIND-ACCOUNT
                   IF WS-FOUND
                       ADD 1 TO WS-DUP-HDRS
                   ELSE
                       PERFORM 3000-ADD-ACCOUNT
                   END-IF
               END-IF
           END-IF.
       2100-CHECK-ACCOUNT-EXIT.
           EXIT.

       2110-SCAN-QTR-BANK.
           IF WS-TEST-BANK = WS-QB-BANK-NO (WS-QB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-QTR-BANK-EXIT.
           EXIT.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
       2200-FIND-ACCOUNT-EXIT.
           EXIT.

       2210-SCAN-ACCOUNT.
           IF PDH-BANK-NO = WS-AC-BANK-NO (WS-AC-IDX)
              AND PDH-ACCT-ID = WS-AC-ACCT-ID (WS-AC-IDX)
              AND PDH-ACCT-NO = WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-ACCOUNT-EXIT.
           EXIT.

       2300-FIND-SC-HEADER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-SC-HEADER
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SC-IDX
           END-IF.
       2300-FIND-SC-HEADER-EXIT.
           EXIT.

       2310-SCAN-SC-HEADER.
           IF WS-TEST-BANK = WS-SC-BANK-NO (WS-SC-IDX)
              AND WS-TEST-ACCT-ID = WS-SC-ACCT-ID (WS-SC-IDX)
              AND WS-TEST-ACCT-NO = WS-SC-ACCT-NO (WS-SC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-SC-HEADER-EXIT.
           EXIT.

      * A CD is reported only for a bank at quarter end; one at
      * zero has matured or closed and is left out.
       2500-CLASSIFY-CD.
           ADD 1 TO WS-CDS-READ.
           MOVE CC-BANK-NBR TO WS-TEST-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-QTR-BANK
               VARYING WS-QB-IDX FROM 1 BY 1
               UNTIL WS-QB-IDX > WS-QB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               IF CC-CD-BALANCE = ZERO
                   ADD 1 TO WS-CLOSED-SKIPPED
               ELSE
                   PERFORM 3500-ADD-CD-ACCOUNT
               END-IF
           END-IF.
           READ CD-CUST-EXTRACT
               AT END MOVE 'Y' TO WS-CD-EOF-SW
           END-READ.
       2500-CLASSIFY-CD-EXIT.
           EXIT.

       3000-ADD-ACCOUNT.
           IF WS-AC-COUNT < 20000
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-IDX
               MOVE PDH-BANK-NO    TO WS-AC-BANK-NO (WS-AC-IDX)
               MOVE PDH-ACCT-ID    TO WS-AC-ACCT-ID (WS-AC-IDX)
               MOVE PDH-ACCT-NO    TO WS-AC-ACCT-NO (WS-AC-IDX)
               MOVE PDH-ACCT-CLASS TO WS-AC-CLASS (WS-AC-IDX)
               MOVE PDH-ENDING-BAL TO WS-AC-BALANCE (WS-AC-IDX)
               MOVE PDH-BANK-NO    TO WS-TEST-BANK
               MOVE PDH-ACCT-ID    TO WS-TEST-ACCT-ID
               MOVE PDH-ACCT-NO    TO WS-TEST-ACCT-NO
               PERFORM 3100-CLASSIFY-OWNER
               PERFORM 3200-CLASSIFY-COLUMN
               PERFORM 3300-CLASSIFY-BAND
           ELSE
               ADD 1 TO WS-AC-OVERFLOW
           END-IF.
       3000-ADD-ACCOUNT-EXIT.
           EXIT.

      * The SC header is looked up for the account in WS-TEST-KEY.
       3100-CLASSIFY-OWNER.
           PERFORM 2300-FIND-SC-HEADER.
           IF WS-FOUND
               MOVE WS-SC-TYPE-CODE (WS-SC-IDX)
                   TO WS-AC-TYPE-CODE (WS-AC-IDX)
               MOVE 'N' TO WS-AC-NO-SC-SW (WS-AC-IDX)
               IF WS-SC-PERSONAL-SW (WS-SC-IDX) = 'Y'
                   MOVE 1 TO WS-OWNER-IDX
               ELSE
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM 3110-SCAN-PUBLIC-CODE
                       VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > 10
                          OR WS-FOUND
                   IF WS-FOUND
                       MOVE 3 TO WS-OWNER-IDX
                   ELSE
                       MOVE 2 TO WS-OWNER-IDX
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO WS-AC-TYPE-CODE (WS-AC-IDX)
               MOVE 'Y' TO WS-AC-NO-SC-SW (WS-AC-IDX)
               MOVE 2 TO WS-OWNER-IDX
           END-IF.
       3100-CLASSIFY-OWNER-EXIT.
           EXIT.

       3110-SCAN-PUBLIC-CODE.
           IF WS-PUBLIC-CODE (WS-PC-IDX) NOT = ZERO
              AND WS-PUBLIC-CODE (WS-PC-IDX) =
                  WS-AC-TYPE-CODE (WS-AC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-PUBLIC-CODE-EXIT.
           EXIT.

       3200-CLASSIFY-COLUMN.
           IF PDH-REG-ACCOUNT OR PDH-NOW-ACCOUNT
               MOVE 1 TO WS-COL-IDX
               MOVE SPACE TO WS-AC-MEMO (WS-AC-IDX)
           ELSE
               MOVE 2 TO WS-COL-IDX
               IF PDH-INV-PLAN NOT = SPACES
                  OR PDH-INV-MAT-DATE > ZERO
                   MOVE 'T' TO WS-AC-MEMO (WS-AC-IDX)
               ELSE
                   IF PDH-IMM-ACCOUNT
                       MOVE 'M' TO WS-AC-MEMO (WS-AC-IDX)
                   ELSE
                       MOVE 'S' TO WS-AC-MEMO (WS-AC-IDX)
                   END-IF
               END-IF
           END-IF.
           IF WS-AC-BALANCE (WS-AC-IDX) < ZERO
               MOVE 7 TO WS-AC-CELL (WS-AC-IDX)
           ELSE
               COMPUTE WS-AC-CELL (WS-AC-IDX) =
                   (WS-OWNER-IDX - 1) * 2 + WS-COL-IDX
           END-IF.
       3200-CLASSIFY-COLUMN-EXIT.
           EXIT.

      * A CD is nontransaction and a time deposit.  Its owner is the
      * owner of the first of its customer's DSDS accounts that has
      * an SC header; failing one, WS-TEST-KEY is left at zero and
      * 3100 takes it as business.
       3500-ADD-CD-ACCOUNT.
           IF WS-AC-COUNT < 20000
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-IDX
               MOVE CC-BANK-NBR    TO WS-AC-BANK-NO (WS-AC-IDX)
               MOVE SPACES         TO WS-AC-CD-KEY (WS-AC-IDX)
               MOVE CC-CD-ACCT-NBR TO WS-AC-CD-ACCT-NBR (WS-AC-IDX)
               MOVE 'CD '          TO WS-AC-CLASS (WS-AC-IDX)
               MOVE CC-CD-BALANCE  TO WS-AC-BALANCE (WS-AC-IDX)
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 3510-SCAN-CUST-ACCOUNT
                   VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
                      OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE ZERO TO WS-TEST-KEY
               END-IF
               PERFORM 3100-CLASSIFY-OWNER
               MOVE 2 TO WS-COL-IDX
               MOVE 'T' TO WS-AC-MEMO (WS-AC-IDX)
               COMPUTE WS-AC-CELL (WS-AC-IDX) =
                   (WS-OWNER-IDX - 1) * 2 + WS-COL-IDX
               PERFORM 3300-CLASSIFY-BAND
           ELSE
               ADD 1 TO WS-AC-OVERFLOW
           END-IF.
       3500-ADD-CD-ACCOUNT-EXIT.
           EXIT.

       3510-SCAN-CUST-ACCOUNT.
           IF CC-BANK-NBR = WS-RL-CUST-BANK (WS-RL-IDX)
              AND CC-CUST-ID = WS-RL-CUST-ID (WS-RL-IDX)
               MOVE WS-RL-BANK-NO (WS-RL-IDX) TO WS-TEST-BANK
               MOVE WS-RL-ACCT-ID (WS-RL-IDX) TO WS-TEST-ACCT-ID
               MOVE WS-RL-ACCT-NO (WS-RL-IDX) TO WS-TEST-ACCT-NO
               PERFORM 2300-FIND-SC-HEADER
           END-IF.
       3510-SCAN-CUST-ACCOUNT-EXIT.
           EXIT.

      * Band 1 is under the first limit; band n runs through limit
      * n; the last band is over the last limit.
       3300-CLASSIFY-BAND.
           IF WS-AC-BALANCE (WS-AC-IDX) < WS-BAND-LIMIT (1)
               MOVE 1 TO WS-AC-BAND (WS-AC-IDX)
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 3310-SCAN-BAND
                   VARYING WS-BD-IDX FROM 2 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-BD-IDX
                   MOVE WS-BD-IDX TO WS-AC-BAND (WS-AC-IDX)
               ELSE
                   COMPUTE WS-AC-BAND (WS-AC-IDX) = WS-BD-COUNT + 1
               END-IF
           END-IF.
       3300-CLASSIFY-BAND-EXIT.
           EXIT.

       3310-SCAN-BAND.
           IF WS-AC-BALANCE (WS-AC-IDX)
              NOT > WS-BAND-LIMIT (WS-BD-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3310-SCAN-BAND-EXIT.
           EXIT.

       4000-REPORT-BANK.
           MOVE WS-QB-BANK-NO (WS-QB-IDX) TO WS-CURR-BANK-NO.
           MOVE WS-QB-QTR-END-DATE (WS-QB-IDX) TO WS-CURR-QTR-END.
           INITIALIZE WS-BANK-TOTALS.
           PERFORM 4100-TOTAL-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.
           MOVE WS-CURR-BANK-NO TO WS-RH-BANK.
           MOVE WS-CURR-QTR-END TO WS-RH-DATE.
           WRITE RCE-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 5000-PRINT-BODY.
           PERFORM 5200-PRINT-MEMORANDA.
           PERFORM 6000-PRINT-DRILL-CELL
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > 7.
           MOVE SPACES TO RCE-RPT-LINE.
           WRITE RCE-RPT-LINE.
       4000-REPORT-BANK-EXIT.
           EXIT.

       4100-TOTAL-ACCOUNT.
           IF WS-AC-BANK-NO (WS-AC-IDX) = WS-CURR-BANK-NO
               MOVE WS-AC-CELL (WS-AC-IDX) TO WS-CL-IDX
               ADD 1 TO WS-CT-COUNT (WS-CL-IDX)
               IF WS-CL-IDX = 7
                   COMPUTE WS-ABS-BALANCE =
                       ZERO - WS-AC-BALANCE (WS-AC-IDX)
                   ADD WS-ABS-BALANCE TO WS-CT-AMOUNT (WS-CL-IDX)
               ELSE
                   PERFORM 4200-TOTAL-DEPOSIT
               END-IF
               PERFORM 4300-WRITE-DRILL
           END-IF.
       4100-TOTAL-ACCOUNT-EXIT.
           EXIT.

       4200-TOTAL-DEPOSIT.
           ADD WS-AC-BALANCE (WS-AC-IDX) TO WS-CT-AMOUNT (WS-CL-IDX).
           MOVE WS-AC-BAND (WS-AC-IDX) TO WS-BD-IDX.
           ADD 1 TO WS-AB-COUNT (WS-BD-IDX).
           ADD WS-AC-BALANCE (WS-AC-IDX) TO WS-AB-AMOUNT (WS-BD-IDX).
           IF WS-AC-NO-SC-SW (WS-AC-IDX) = 'Y'
               ADD 1 TO WS-NO-SC-COUNT
           END-IF.
           IF WS-AC-MEMO (WS-AC-IDX) = 'M'
               ADD 1 TO WS-MT-COUNT (1)
               ADD WS-AC-BALANCE (WS-AC-IDX) TO WS-MT-AMOUNT (1)
           END-IF.
           IF WS-AC-MEMO (WS-AC-IDX) = 'S'
               ADD 1 TO WS-MT-COUNT (2)
               ADD WS-AC-BALANCE (WS-AC-IDX) TO WS-MT-AMOUNT (2)
           END-IF.
           IF WS-AC-MEMO (WS-AC-IDX) = 'T'
               ADD 1 TO WS-MT-COUNT (3)
               ADD WS-AC-BALANCE (WS-AC-IDX) TO WS-MT-AMOUNT (3)
               ADD 1 TO WS-TB-COUNT (WS-BD-IDX)
               ADD WS-AC-BALANCE (WS-AC-IDX)
                   TO WS-TB-AMOUNT (WS-BD-IDX)
           END-IF.
       4200-TOTAL-DEPOSIT-EXIT.
           EXIT.

       4300-WRITE-DRILL.
           MOVE SPACES TO RCE-DRILL-REC.
           MOVE WS-AC-BANK-NO (WS-AC-IDX)   TO RD-BANK-NO.
           MOVE WS-AC-ACCT-KEY (WS-AC-IDX)  TO RD-ACCT-KEY.
           MOVE WS-CURR-QTR-END             TO RD-QTR-END-DATE.
           MOVE WS-AC-CLASS (WS-AC-IDX)     TO RD-ACCT-CLASS.
           MOVE WS-AC-TYPE-CODE (WS-AC-IDX) TO RD-TYPE-CODE.
           MOVE WS-CELL-LABEL (WS-CL-IDX)   TO RD-RCE-LINE.
           PERFORM 4310-SET-MEMO-LABEL.
           MOVE WS-DL-MEMO                  TO RD-MEMO-LINE.
           MOVE WS-AC-BAND (WS-AC-IDX)      TO RD-BAND.
           IF WS-AC-BALANCE (WS-AC-IDX) < ZERO
               COMPUTE RD-BALANCE = ZERO - WS-AC-BALANCE (WS-AC-IDX)
           ELSE
               MOVE WS-AC-BALANCE (WS-AC-IDX) TO RD-BALANCE
           END-IF.
           MOVE WS-AC-NO-SC-SW (WS-AC-IDX)  TO RD-NO-SC-HDR.
           WRITE RCE-DRILL-REC.
       4300-WRITE-DRILL-EXIT.
           EXIT.

       4310-SET-MEMO-LABEL.
           MOVE SPACES TO WS-DL-MEMO.
           IF WS-AC-MEMO (WS-AC-IDX) = 'M'
               MOVE 'M2A1-MMD' TO WS-DL-MEMO
           END-IF.
           IF WS-AC-MEMO (WS-AC-IDX) = 'S'
               MOVE 'M2A2-SAV' TO WS-DL-MEMO
           END-IF.
           IF WS-AC-MEMO (WS-AC-IDX) = 'T'
               MOVE 'M2-TIME ' TO WS-DL-MEMO
           END-IF.
       4310-SET-MEMO-LABEL-EXIT.
           EXIT.

       5000-PRINT-BODY.
           WRITE RCE-RPT-LINE FROM WS-BODY-HDG.
           PERFORM 5100-PRINT-BODY-LINE
               VARYING WS-OWNER-IDX FROM 1 BY 1
               UNTIL WS-OWNER-IDX > 3.
           MOVE 'LINE 7 TOTAL DEPOSITS' TO WS-BL-DESC.
           MOVE WS-TOTAL-A-COUNT  TO WS-BL-A-COUNT.
           MOVE WS-TOTAL-A-AMOUNT TO WS-BL-A-AMOUNT.
           MOVE WS-TOTAL-C-COUNT  TO WS-BL-C-COUNT.
           MOVE WS-TOTAL-C-AMOUNT TO WS-BL-C-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-BODY-LINE.
       5000-PRINT-BODY-EXIT.
           EXIT.

       5100-PRINT-BODY-LINE.
           COMPUTE WS-CL-IDX = (WS-OWNER-IDX - 1) * 2 + 1.
           MOVE WS-OWNER-DESC (WS-OWNER-IDX) TO WS-BL-DESC.
           MOVE WS-CT-COUNT (WS-CL-IDX)  TO WS-BL-A-COUNT.
           MOVE WS-CT-AMOUNT (WS-CL-IDX) TO WS-BL-A-AMOUNT.
           ADD WS-CT-COUNT (WS-CL-IDX)  TO WS-TOTAL-A-COUNT.
           ADD WS-CT-AMOUNT (WS-CL-IDX) TO WS-TOTAL-A-AMOUNT.
           ADD 1 TO WS-CL-IDX.
           MOVE WS-CT-COUNT (WS-CL-IDX)  TO WS-BL-C-COUNT.
           MOVE WS-CT-AMOUNT (WS-CL-IDX) TO WS-BL-C-AMOUNT.
           ADD WS-CT-COUNT (WS-CL-IDX)  TO WS-TOTAL-C-COUNT.
           ADD WS-CT-AMOUNT (WS-CL-IDX) TO WS-TOTAL-C-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-BODY-LINE.
       5100-PRINT-BODY-LINE-EXIT.
           EXIT.

       5200-PRINT-MEMORANDA.
           MOVE SPACES TO RCE-RPT-LINE.
           WRITE RCE-RPT-LINE.
           MOVE 'MEMO 2.A.1 MONEY MARKET DEPOSIT ACCTS' TO WS-ML-DESC.
           MOVE WS-MT-COUNT (1)  TO WS-ML-COUNT.
           MOVE WS-MT-AMOUNT (1) TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
           MOVE 'MEMO 2.A.2 OTHER SAVINGS DEPOSITS' TO WS-ML-DESC.
           MOVE WS-MT-COUNT (2)  TO WS-ML-COUNT.
           MOVE WS-MT-AMOUNT (2) TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
           MOVE 'MEMO 2 TIME DEPOSITS' TO WS-ML-DESC.
           MOVE WS-MT-COUNT (3)  TO WS-ML-COUNT.
           MOVE WS-MT-AMOUNT (3) TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
           PERFORM 5210-PRINT-TIME-BAND
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT + 1.
           MOVE 'ALL DEPOSIT ACCOUNTS BY BALANCE' TO WS-ML-DESC.
           ADD WS-TOTAL-C-COUNT TO WS-TOTAL-A-COUNT
               GIVING WS-ALL-COUNT.
           ADD WS-TOTAL-C-AMOUNT TO WS-TOTAL-A-AMOUNT
               GIVING WS-ALL-AMOUNT.
           MOVE WS-ALL-COUNT  TO WS-ML-COUNT.
           MOVE WS-ALL-AMOUNT TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
           PERFORM 5220-PRINT-ALL-BAND
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT + 1.
           MOVE WS-CELL-DESC (7) TO WS-ML-DESC.
           MOVE WS-CT-COUNT (7)  TO WS-ML-COUNT.
           MOVE WS-CT-AMOUNT (7) TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
           MOVE 'NO SC HEADER - TAKEN AS BUSINESS' TO WS-ML-DESC.
           MOVE WS-NO-SC-COUNT TO WS-ML-COUNT.
           MOVE ZERO TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
       5200-PRINT-MEMORANDA-EXIT.
           EXIT.

       5210-PRINT-TIME-BAND.
           PERFORM 5300-BUILD-BAND-DESC.
           MOVE WS-TB-COUNT (WS-BD-IDX)  TO WS-ML-COUNT.
           MOVE WS-TB-AMOUNT (WS-BD-IDX) TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
       5210-PRINT-TIME-BAND-EXIT.
           EXIT.

       5220-PRINT-ALL-BAND.
           PERFORM 5300-BUILD-BAND-DESC.
           MOVE WS-AB-COUNT (WS-BD-IDX)  TO WS-ML-COUNT.
           MOVE WS-AB-AMOUNT (WS-BD-IDX) TO WS-ML-AMOUNT.
           WRITE RCE-RPT-LINE FROM WS-MEMO-LINE.
       5220-PRINT-ALL-BAND-EXIT.
           EXIT.

       5300-BUILD-BAND-DESC.
           MOVE WS-BD-IDX TO WS-BDD-NO.
           IF WS-BD-IDX = 1
               MOVE ' UNDER' TO WS-BDD-WORD
               MOVE WS-BAND-LIMIT (1) TO WS-BDD-LIMIT
           ELSE
               IF WS-BD-IDX > WS-BD-COUNT
                   MOVE ' OVER' TO WS-BDD-WORD
                   MOVE WS-BAND-LIMIT (WS-BD-COUNT) TO WS-BDD-LIMIT
               ELSE
                   MOVE ' THROUGH' TO WS-BDD-WORD
                   MOVE WS-BAND-LIMIT (WS-BD-IDX) TO WS-BDD-LIMIT
               END-IF
           END-IF.
           MOVE WS-BAND-DESC TO WS-ML-DESC.
       5300-BUILD-BAND-DESC-EXIT.
           EXIT.

       6000-PRINT-DRILL-CELL.
           IF WS-CT-COUNT (WS-CL-IDX) > ZERO
               MOVE SPACES TO RCE-RPT-LINE
               WRITE RCE-RPT-LINE
               MOVE WS-CELL-DESC (WS-CL-IDX) TO WS-DH-DESC
               WRITE RCE-RPT-LINE FROM WS-DRILL-HDG
               MOVE WS-CL-IDX TO WS-CURR-CELL
               PERFORM 6100-PRINT-DRILL-ACCT
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
           END-IF.
       6000-PRINT-DRILL-CELL-EXIT.
           EXIT.

       6100-PRINT-DRILL-ACCT.
           IF WS-AC-BANK-NO (WS-AC-IDX) = WS-CURR-BANK-NO
              AND WS-AC-CELL (WS-AC-IDX) = WS-CURR-CELL
               IF WS-AC-CD (WS-AC-IDX)
                   MOVE SPACES TO WS-DL-ACCT
                   MOVE WS-AC-CD-ACCT-NBR (WS-AC-IDX)
                       TO WS-DL-CD-ACCT-NBR
               ELSE
                   MOVE WS-AC-ACCT-ID (WS-AC-IDX) TO WS-DL-ACCT-ID
                   MOVE '-'                       TO WS-DL-DASH
                   MOVE WS-AC-ACCT-NO (WS-AC-IDX) TO WS-DL-ACCT-NO
               END-IF
               MOVE WS-AC-CLASS (WS-AC-IDX)     TO WS-DL-CLASS
               MOVE WS-AC-TYPE-CODE (WS-AC-IDX) TO WS-DL-TYPE
               MOVE WS-AC-BALANCE (WS-AC-IDX)   TO WS-DL-BALANCE
               PERFORM 4310-SET-MEMO-LABEL
               MOVE WS-AC-BAND (WS-AC-IDX)      TO WS-DL-BAND
               IF WS-AC-NO-SC-SW (WS-AC-IDX) = 'Y'
                   MOVE 'NO SC HEADER' TO WS-DL-REMARK
               ELSE
                   MOVE SPACES TO WS-DL-REMARK
               END-IF
               WRITE RCE-RPT-LINE FROM WS-DRILL-LINE
           END-IF.
       6100-PRINT-DRILL-ACCT-EXIT.
           EXIT.

       8000-PRINT-RUN-TOTALS.
           MOVE 'STATEMENT HEADERS READ' TO WS-TL-LABEL.
           MOVE WS-HDRS-READ TO WS-TL-COUNT.
           WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CD EXTRACT RECORDS READ' TO WS-TL-LABEL.
           MOVE WS-CDS-READ TO WS-TL-COUNT.
           WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS CLASSIFIED' TO WS-TL-LABEL.
           MOVE WS-AC-COUNT TO WS-TL-COUNT.
           WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSED AT ZERO - LEFT OUT' TO WS-TL-LABEL.
           MOVE WS-CLOSED-SKIPPED TO WS-TL-COUNT.
           WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SECOND HEADERS SKIPPED' TO WS-TL-LABEL.
           MOVE WS-DUP-HDRS TO WS-TL-COUNT.
           WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-AC-OVERFLOW > ZERO
               MOVE 'ACCOUNT TABLE FULL - NOT CLASSIFIED' TO
                   WS-TL-LABEL
               MOVE WS-AC-OVERFLOW TO WS-TL-COUNT
               WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-SC-OVERFLOW > ZERO
               MOVE 'SC HEADER TABLE FULL - NOT LOADED' TO
                   WS-TL-LABEL
               MOVE WS-SC-OVERFLOW TO WS-TL-COUNT
               WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-RL-OVERFLOW > ZERO
               MOVE 'RELACCT TABLE FULL - NOT LOADED' TO
                   WS-TL-LABEL
               MOVE WS-RL-OVERFLOW TO WS-TL-COUNT
               WRITE RCE-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-RUN-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PROC-CTL-FILE
                 RCE-PARM-FILE
                 SC-STMT-HDR-FILE
                 PD-HDR-FILE
                 CD-CUST-EXTRACT
                 REL-ACCOUNT-FILE
                 RCE-DRILL-FILE
                 RCE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
