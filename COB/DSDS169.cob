       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS169.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS169 works date-of-death notices across everything the
      * customer holds.  The branch has been calling DDA, CDs and
      * loans separately and someone always misses one.  DECDREQ
      * carries one notice per deceased customer, keyed the CIF way
      * by U010-CUST-BANK-NBR/U010-CUST-ID (see CIFU032P), with the
      * date of death.  CIFB102's RELACCT, the account-level side of
      * the relationship extract, supplies every DSDS account, CD
      * and commercial loan the customer holds.  For each notice:
      *
      *  1. every DSDS account gets its status maintenance -- status
      *     070 (deceased) on maint type 070 in DSDS-H-FILE-RECORD
      *     shape (see DSDSMAST) -- written to HISTMNT for DSDS104's
      *     transition edit, and goes on the ACH stop list, so
      *     DSDS107 holds any ACH debit presented against it;
      *  2. CLU102 sweep agreements funded from one of the DSDS
      *     accounts or paying one of the loans drop from
      *     SWEEP-AGREE-FILE, and DSDS156 ZBA links (DSDS.ZBACMA, see
      *     EMPFILE) on either side of one of the DSDS accounts drop
      *     from the link file;
      *  3. every account, CD and loan prints on the notice report
      *     with its balance and what was done, so the CD and loan
      *     desks work from the same page;
      *  4. credits posted to the DSDS accounts after the date of
      *     death whose DSDSTXL-ACH-COMPANY-ID and DSDSTXL-ACH-STD-
      *     ENTRY-CLASS appear on FEDBEN, the federal benefit payer
      *     table, are pulled from DSDS160's TXNSTORE (see DSDSTYP)
      *     onto the reclamation listing, so Treasury reclamations
      *     are answered from funds still on hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEASED-REQ-FILE  ASSIGN TO DECDREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-STOP-FILE      ASSIGN TO ACHSTOP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-FILE   ASSIGN TO SWEEPAGR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-FILE        ASSIGN TO ZBACMA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-BEN-FILE       ASSIGN TO FEDBEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-STORE-FILE     ASSIGN TO TXNSTORE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECEASED-PARM-FILE ASSIGN TO DECDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-MAINT-FILE    ASSIGN TO HISTMNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-STOP-OUT       ASSIGN TO ACHSTOPO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-OUT    ASSIGN TO SWEEPAGO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-OUT         ASSIGN TO ZBACMAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECEASED-RPT       ASSIGN TO DECDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECLAIM-RPT        ASSIGN TO DECDRECL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEASED-REQ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  DECEASED-REQ-REC.
           05  DR-CUST-BANK            PIC 9(3).
           05  DR-CUST-ID              PIC 9(9).
           05  DR-DATE-OF-DEATH        PIC 9(7).
           05  DR-NOTICE-DATE          PIC 9(7).
           05  DR-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(9).

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

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

       FD  ZBACMA-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY EMPFILE.

       FD  FED-BEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  FED-BEN-REC.
           05  FB-COMPANY-ID           PIC X(10).
           05  FB-SEC-CODE             PIC X(3).
           05  FB-PAYER-NAME           PIC X(27).

       FD  TXN-STORE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  DECEASED-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  DECEASED-PARM-REC.
           05  DP-RUN-DATE             PIC 9(7).

       FD  HIST-MAINT-FILE
           RECORD CONTAINS 1600 CHARACTERS.
           COPY DSDSMAST.

       FD  ACH-STOP-OUT
           RECORD CONTAINS 30 CHARACTERS.
       01  ACH-STOP-OUT-REC.
           05  AO-BANK-NO              PIC 99.
           05  AO-ACCT-ID              PIC 9(3).
           05  AO-ACCT-NO              PIC 9(9).
           05  AO-STOP-REASON          PIC X.
           05  AO-EFF-DATE             PIC 9(7).
           05  FILLER                  PIC X(8).

       FD  SWEEP-AGREE-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  SWEEP-AGREE-OUT-REC         PIC X(56).

       FD  ZBACMA-OUT
           RECORD CONTAINS 15 CHARACTERS.
       01  ZBACMA-OUT-REC              PIC X(15).

       FD  DECEASED-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DECEASED-RPT-LINE           PIC X(132).

       FD  RECLAIM-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECLAIM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REQ-EOF                         VALUE 'Y'.
           05  WS-REL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REL-EOF                         VALUE 'Y'.
           05  WS-STOP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-STOP-EOF                        VALUE 'Y'.
           05  WS-AGR-EOF-SW           PIC X          VALUE 'N'.
               88  WS-AGR-EOF                         VALUE 'Y'.
           05  WS-ZBA-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ZBA-EOF                         VALUE 'Y'.
           05  WS-FB-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FB-EOF                          VALUE 'Y'.
           05  WS-TXN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXN-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-DROP-SW              PIC X          VALUE 'N'.
               88  WS-DROP                            VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RQ-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RQ-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DA-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DA-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY             OCCURS 200 TIMES.
               10  WS-RQ-CUST-BANK     PIC 9(3).
               10  WS-RQ-CUST-ID       PIC 9(9).
               10  WS-RQ-DATE-OF-DEATH PIC 9(7).
               10  WS-RQ-OPER-ID       PIC 9(5).
               10  WS-RQ-ACCT-COUNT    PIC S9(5)      COMP-3.
               10  WS-RQ-RECLAIM-AMT   PIC S9(11)V99  COMP-3.

      * Every account the decedents hold, with the notice it
      * belongs to.
       01  WS-DECEDENT-ACCT-TABLE.
           05  WS-DA-ENTRY             OCCURS 2000 TIMES.
               10  WS-DA-RQ-IDX        PIC S9(4)      COMP.
               10  WS-DA-SYSTEM        PIC X(4).
                   88  WS-DA-DSDS                     VALUE 'DSDS'.
                   88  WS-DA-CD                       VALUE 'CD  '.
                   88  WS-DA-LOAN                     VALUE 'LOAN'.
               10  WS-DA-BANK-NO       PIC 9(3).
               10  WS-DA-ACCT-KEY.
                   15  WS-DA-ACCT-ID   PIC 9(3).
                   15  WS-DA-ACCT-NO   PIC 9(9).
               10  WS-DA-LOAN-KEY REDEFINES WS-DA-ACCT-KEY.
                   15  WS-DA-LOAN-CUST PIC 9(7).
                   15  WS-DA-LOAN-NBR  PIC 9(4).
                   15  FILLER          PIC X.
               10  WS-DA-CD-KEY REDEFINES WS-DA-ACCT-KEY.
                   15  WS-DA-CD-ACCT-NBR
                                       PIC 9(10).
                   15  FILLER          PIC XX.
               10  WS-DA-BALANCE       PIC S9(11)V99  COMP-3.
               10  WS-DA-STOP-ON-FILE  PIC X.
               10  WS-DA-SWEEPS-DROPPED
                                       PIC S9(3)      COMP-3.
               10  WS-DA-LINKS-DROPPED PIC S9(3)      COMP-3.

       01  WS-FED-BEN-TABLE.
           05  WS-FB-ENTRY             OCCURS 200 TIMES.
               10  WS-FB-COMPANY-ID    PIC X(10).
               10  WS-FB-SEC-CODE      PIC X(3).
               10  WS-FB-PAYER-NAME    PIC X(27).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-ZB-BANK-NO               PIC 9(3)       VALUE ZERO.
       01  WS-ZB-ACCT-ID               PIC 9(3)       VALUE ZERO.
       01  WS-ZB-ACCT-NO               PIC 9(9)       VALUE ZERO.
       01  WS-ZB-LINK-ACCT-NO          PIC 9(9)       VALUE ZERO.
       01  WS-TX-BANK-NO               PIC 9(3)       VALUE ZERO.
       01  WS-TOT-NOTICES              PIC 9(5)       VALUE ZERO.
       01  WS-TOT-HIST-WRITTEN         PIC 9(5)       VALUE ZERO.
       01  WS-TOT-SWEEPS-DROPPED       PIC 9(5)       VALUE ZERO.
       01  WS-TOT-LINKS-DROPPED        PIC 9(5)       VALUE ZERO.
       01  WS-TOT-RECLAIM-ITEMS        PIC 9(5)       VALUE ZERO.
       01  WS-TOT-RECLAIM-AMT          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS169 - DECEASED CUSTOMER NOTICE REPORT         '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-CUST-LINE.
           05  FILLER                  PIC X(6)       VALUE 'CUST: '.
           05  WS-CL-CUST-BANK         PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X(17)      VALUE
               '  DATE OF DEATH: '.
           05  WS-CL-DOD               PIC 9(7).
           05  FILLER                  PIC X(11)      VALUE
               '  ACCOUNTS '.
           05  WS-CL-ACCTS             PIC ZZZZ9.
           05  FILLER                  PIC X(19)      VALUE
               '  RECLAIM EXPOSURE '.
           05  WS-CL-RECLAIM           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(38)      VALUE SPACES.

       01  WS-ACCT-LINE.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-AL-SYSTEM            PIC X(4).
           05  FILLER                  PIC X(7)       VALUE ' BANK: '.
           05  WS-AL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-AL-ACCT              PIC X(13).
           05  FILLER                  PIC X(6)       VALUE ' BAL: '.
           05  WS-AL-BALANCE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-AL-ACTION            PIC X(69).

       01  WS-ACCT-EDIT.
           05  WS-AE-ACCT-ID           PIC 9(3).
           05  WS-AE-SLASH             PIC X          VALUE '/'.
           05  WS-AE-ACCT-NO           PIC 9(9).
       01  WS-LOAN-EDIT REDEFINES WS-ACCT-EDIT.
           05  WS-LE-CUST-NBR          PIC 9(7).
           05  WS-LE-SLASH             PIC X.
           05  WS-LE-LOAN-NBR          PIC 9(4).
           05  FILLER                  PIC X.
       01  WS-CD-EDIT REDEFINES WS-ACCT-EDIT.
           05  WS-CE-ACCT-NBR          PIC 9(10).
           05  FILLER                  PIC X(3).

       01  WS-ACTION-TEXT.
           05  WS-AT-MAIN              PIC X(35)      VALUE SPACES.
           05  WS-AT-SWEEPS            PIC ZZ9.
           05  FILLER                  PIC X(10)      VALUE
               ' SWEEPS / '.
           05  WS-AT-LINKS             PIC ZZ9.
           05  FILLER                  PIC X(18)      VALUE
               ' ZBA LINKS DROPPED'.

       01  WS-RECLAIM-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS169 - FEDERAL BENEFIT CREDITS AFTER DATE OF DE'.
           05  FILLER                  PIC X(13)      VALUE
               'ATH    DATE: '.
           05  WS-RCH-DATE             PIC 9(7).
           05  FILLER                  PIC X(62)      VALUE SPACES.

       01  WS-RECLAIM-LINE.
           05  FILLER                  PIC X(6)       VALUE 'CUST: '.
           05  WS-RL-CUST-BANK         PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-RL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RL-DATE              PIC 9(7).
           05  FILLER                  PIC X(5)       VALUE ' DOD '.
           05  WS-RL-DOD               PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-SEC               PIC X(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-PAYER             PIC X(27).
           05  WS-RL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68)      VALUE SPACES.

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
           MOVE 'DSDS169 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COLLECT-ACCOUNT
               UNTIL WS-REL-EOF.
           PERFORM 3000-STOP-DSDS-ACCOUNT
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-COUNT.
           PERFORM 3500-COPY-ACH-STOP
               UNTIL WS-STOP-EOF.
           PERFORM 3600-ADD-ACH-STOP
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-COUNT.
           PERFORM 4000-COPY-SWEEP-AGREEMENT
               UNTIL WS-AGR-EOF.
           PERFORM 4500-COPY-ZBA-LINK
               UNTIL WS-ZBA-EOF.
           PERFORM 5000-SCAN-RECLAIM
               UNTIL WS-TXN-EOF.
           PERFORM 6000-PRINT-NOTICE
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 7000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-HIST-WRITTEN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  DECEASED-REQ-FILE
                       REL-ACCOUNT-FILE
                       ACH-STOP-FILE
                       SWEEP-AGREE-FILE
                       ZBACMA-FILE
                       FED-BEN-FILE
                       TXN-STORE-FILE
                       DECEASED-PARM-FILE
                OUTPUT HIST-MAINT-FILE
                       ACH-STOP-OUT
                       SWEEP-AGREE-OUT
                       ZBACMA-OUT
                       DECEASED-RPT
                       RECLAIM-RPT.
           READ DECEASED-PARM-FILE.
           MOVE DP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE
                               WS-RCH-DATE.
           WRITE DECEASED-RPT-LINE FROM WS-RPT-HDG.
           WRITE RECLAIM-RPT-LINE FROM WS-RECLAIM-HDG.
           READ DECEASED-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-REQUEST
               UNTIL WS-REQ-EOF.
           READ FED-BEN-FILE
               AT END MOVE 'Y' TO WS-FB-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-FED-BEN
               UNTIL WS-FB-EOF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-SW
           END-READ.
           READ ACH-STOP-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-SW
           END-READ.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
           READ TXN-STORE-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-REQUEST.
           ADD 1 TO WS-RRG-RECORDS-IN.
           ADD 1 TO WS-TOT-NOTICES.
           ADD 1 TO WS-RQ-COUNT.
           MOVE DR-CUST-BANK     TO WS-RQ-CUST-BANK (WS-RQ-COUNT).
           MOVE DR-CUST-ID       TO WS-RQ-CUST-ID (WS-RQ-COUNT).
           MOVE DR-DATE-OF-DEATH TO WS-RQ-DATE-OF-DEATH (WS-RQ-COUNT).
           MOVE DR-OPER-ID       TO WS-RQ-OPER-ID (WS-RQ-COUNT).
           MOVE ZERO TO WS-RQ-ACCT-COUNT (WS-RQ-COUNT)
                        WS-RQ-RECLAIM-AMT (WS-RQ-COUNT).
           READ DECEASED-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       1100-LOAD-REQUEST-EXIT.
           EXIT.

       1200-LOAD-FED-BEN.
           ADD 1 TO WS-FB-COUNT.
           MOVE FB-COMPANY-ID TO WS-FB-COMPANY-ID (WS-FB-COUNT).
           MOVE FB-SEC-CODE   TO WS-FB-SEC-CODE (WS-FB-COUNT).
           MOVE FB-PAYER-NAME TO WS-FB-PAYER-NAME (WS-FB-COUNT).
           READ FED-BEN-FILE
               AT END MOVE 'Y' TO WS-FB-EOF-SW
           END-READ.
       1200-LOAD-FED-BEN-EXIT.
           EXIT.

       2000-COLLECT-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2010-SCAN-REQUESTS
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RQ-IDX
               ADD 1 TO WS-DA-COUNT
               MOVE WS-RQ-IDX   TO WS-DA-RQ-IDX (WS-DA-COUNT)
               MOVE RA-SYSTEM   TO WS-DA-SYSTEM (WS-DA-COUNT)
               MOVE RA-BANK-NO  TO WS-DA-BANK-NO (WS-DA-COUNT)
               MOVE RA-ACCT-KEY TO WS-DA-ACCT-KEY (WS-DA-COUNT)
               MOVE RA-BALANCE  TO WS-DA-BALANCE (WS-DA-COUNT)
               MOVE 'N' TO WS-DA-STOP-ON-FILE (WS-DA-COUNT)
               MOVE ZERO TO WS-DA-SWEEPS-DROPPED (WS-DA-COUNT)
                            WS-DA-LINKS-DROPPED (WS-DA-COUNT)
               ADD 1 TO WS-RQ-ACCT-COUNT (WS-RQ-IDX)
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-SW
           END-READ.
       2000-COLLECT-ACCOUNT-EXIT.
           EXIT.

       2010-SCAN-REQUESTS.
           IF RA-CUST-BANK = WS-RQ-CUST-BANK (WS-RQ-IDX)
              AND RA-CUST-ID = WS-RQ-CUST-ID (WS-RQ-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2010-SCAN-REQUESTS-EXIT.
           EXIT.

      * Status 070 rides maint type 070, the pair added to DSDS104's
      * allowed-transition table for date-of-death notices.
       3000-STOP-DSDS-ACCOUNT.
           IF WS-DA-DSDS (WS-DA-IDX)
               MOVE SPACES TO DSDS-H-FILE-RECORD
               MOVE 'B0' TO DSDS-H-PREFIX
               MOVE WS-DA-BANK-NO (WS-DA-IDX) TO DSDS-H-BANK-NO
               MOVE WS-DA-ACCT-ID (WS-DA-IDX) TO DSDS-H-ACCT-ID
               MOVE WS-DA-ACCT-NO (WS-DA-IDX) TO DSDS-H-ACCT-NO
               MOVE WS-RUN-DATE TO DSDS-H-FILE-DATE
                                   DSDS-H-MAINT-DATE
               MOVE 070 TO DSDS-H-STATUS-CODE
                           DSDS-H-MAINT-TYPE
               MOVE ZERO TO DSDS-H-SEQ-NUMBER
                            DSDS-H-SEQ-SUFFIX
               MOVE 01 TO DSDS-H-NBR-SEGMENTS
               WRITE DSDS-H-FILE-RECORD
               ADD 1 TO WS-TOT-HIST-WRITTEN
           END-IF.
       3000-STOP-DSDS-ACCOUNT-EXIT.
           EXIT.

      * The stop list carries forward whole; an account already on
      * it is not stopped twice.
       3500-COPY-ACH-STOP.
           MOVE ACH-STOP-REC TO ACH-STOP-OUT-REC.
           WRITE ACH-STOP-OUT-REC.
           PERFORM 3510-MARK-ALREADY-STOPPED
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-COUNT.
           READ ACH-STOP-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
       3500-COPY-ACH-STOP-EXIT.
           EXIT.

       3510-MARK-ALREADY-STOPPED.
           IF WS-DA-DSDS (WS-DA-IDX)
              AND AS-BANK-NO = WS-DA-BANK-NO (WS-DA-IDX)
              AND AS-ACCT-ID = WS-DA-ACCT-ID (WS-DA-IDX)
              AND AS-ACCT-NO = WS-DA-ACCT-NO (WS-DA-IDX)
               MOVE 'Y' TO WS-DA-STOP-ON-FILE (WS-DA-IDX)
           END-IF.
       3510-MARK-ALREADY-STOPPED-EXIT.
           EXIT.

       3600-ADD-ACH-STOP.
           IF WS-DA-DSDS (WS-DA-IDX)
              AND WS-DA-STOP-ON-FILE (WS-DA-IDX) = 'N'
               MOVE SPACES TO ACH-STOP-OUT-REC
               MOVE WS-DA-BANK-NO (WS-DA-IDX) TO AO-BANK-NO
               MOVE WS-DA-ACCT-ID (WS-DA-IDX) TO AO-ACCT-ID
               MOVE WS-DA-ACCT-NO (WS-DA-IDX) TO AO-ACCT-NO
               MOVE 'D' TO AO-STOP-REASON
               MOVE WS-RQ-DATE-OF-DEATH (WS-DA-RQ-IDX (WS-DA-IDX))
                   TO AO-EFF-DATE
               WRITE ACH-STOP-OUT-REC
           END-IF.
       3600-ADD-ACH-STOP-EXIT.
           EXIT.

      * An agreement goes if either end -- the funding DDA or the
      * loan it pays -- belongs to a decedent.
       4000-COPY-SWEEP-AGREEMENT.
           MOVE 'N' TO WS-DROP-SW.
           PERFORM 4010-MATCH-SWEEP
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-COUNT
                  OR WS-DROP.
           IF WS-DROP
               SUBTRACT 1 FROM WS-DA-IDX
               ADD 1 TO WS-DA-SWEEPS-DROPPED (WS-DA-IDX)
               ADD 1 TO WS-TOT-SWEEPS-DROPPED
           ELSE
               MOVE SWEEP-AGREE-REC TO SWEEP-AGREE-OUT-REC
               WRITE SWEEP-AGREE-OUT-REC
           END-IF.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-SW
           END-READ.
       4000-COPY-SWEEP-AGREEMENT-EXIT.
           EXIT.

       4010-MATCH-SWEEP.
           EVALUATE TRUE
               WHEN WS-DA-DSDS (WS-DA-IDX)
                AND SA-DDA-BANK-NO = WS-DA-BANK-NO (WS-DA-IDX)
                AND SA-DDA-ACCT-ID = WS-DA-ACCT-ID (WS-DA-IDX)
                AND SA-DDA-ACCT-NO = WS-DA-ACCT-NO (WS-DA-IDX)
                   MOVE 'Y' TO WS-DROP-SW
               WHEN WS-DA-LOAN (WS-DA-IDX)
                AND SA-BANK-NBR = WS-DA-BANK-NO (WS-DA-IDX)
                AND SA-CUST-NBR = WS-DA-LOAN-CUST (WS-DA-IDX)
                AND SA-LOAN-NBR = WS-DA-LOAN-NBR (WS-DA-IDX)
                   MOVE 'Y' TO WS-DROP-SW
           END-EVALUATE.
       4010-MATCH-SWEEP-EXIT.
           EXIT.

      * A ZBA link goes if the decedent's account is on either side
      * of it -- as the row's account or as its link account.
       4500-COPY-ZBA-LINK.
           MOVE ZBCM-BANK-NBR      TO WS-ZB-BANK-NO.
           MOVE ZBCM-ACCOUNT-ID    TO WS-ZB-ACCT-ID.
           MOVE ZBCM-ACCOUNT-NBR   TO WS-ZB-ACCT-NO.
           MOVE ZBCM-LINK-ACCT-NBR TO WS-ZB-LINK-ACCT-NO.
           MOVE 'N' TO WS-DROP-SW.
           PERFORM 4510-MATCH-ZBA-LINK
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-COUNT
                  OR WS-DROP.
           IF WS-DROP
               SUBTRACT 1 FROM WS-DA-IDX
               ADD 1 TO WS-DA-LINKS-DROPPED (WS-DA-IDX)
               ADD 1 TO WS-TOT-LINKS-DROPPED
           ELSE
               MOVE DSDS-ZBACMA TO ZBACMA-OUT-REC
               WRITE ZBACMA-OUT-REC
           END-IF.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
       4500-COPY-ZBA-LINK-EXIT.
           EXIT.

       4510-MATCH-ZBA-LINK.
           IF WS-DA-DSDS (WS-DA-IDX)
              AND WS-ZB-BANK-NO = WS-DA-BANK-NO (WS-DA-IDX)
               IF (WS-ZB-ACCT-ID = WS-DA-ACCT-ID (WS-DA-IDX)
                   AND WS-ZB-ACCT-NO = WS-DA-ACCT-NO (WS-DA-IDX))
                  OR WS-ZB-LINK-ACCT-NO = WS-DA-ACCT-NO (WS-DA-IDX)
                   MOVE 'Y' TO WS-DROP-SW
               END-IF
           END-IF.
       4510-MATCH-ZBA-LINK-EXIT.
           EXIT.

      * Credits only, dated after the death, from a federal benefit
      * payer, to one of the decedents' DSDS accounts.
       5000-SCAN-RECLAIM.
           IF DSDSTXL-CODE < 500
               PERFORM 5100-CHECK-FED-BENEFIT
               IF WS-FOUND
                   MOVE DSDSTXL-BANK-NO TO WS-TX-BANK-NO
                   PERFORM 5200-MATCH-DECEDENT-ACCT
                       VARYING WS-DA-IDX FROM 1 BY 1
                       UNTIL WS-DA-IDX > WS-DA-COUNT
               END-IF
           END-IF.
           READ TXN-STORE-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
       5000-SCAN-RECLAIM-EXIT.
           EXIT.

       5100-CHECK-FED-BENEFIT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5110-SCAN-FED-BEN
               VARYING WS-FB-IDX FROM 1 BY 1
               UNTIL WS-FB-IDX > WS-FB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FB-IDX
           END-IF.
       5100-CHECK-FED-BENEFIT-EXIT.
           EXIT.

       5110-SCAN-FED-BEN.
           IF DSDSTXL-ACH-COMPANY-ID = WS-FB-COMPANY-ID (WS-FB-IDX)
              AND DSDSTXL-ACH-STD-ENTRY-CLASS =
                  WS-FB-SEC-CODE (WS-FB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5110-SCAN-FED-BEN-EXIT.
           EXIT.

       5200-MATCH-DECEDENT-ACCT.
           MOVE WS-DA-RQ-IDX (WS-DA-IDX) TO WS-RQ-IDX.
           IF WS-DA-DSDS (WS-DA-IDX)
              AND WS-TX-BANK-NO = WS-DA-BANK-NO (WS-DA-IDX)
              AND DSDSTXL-ACCT-ID = WS-DA-ACCT-ID (WS-DA-IDX)
              AND DSDSTXL-ACCT-NO = WS-DA-ACCT-NO (WS-DA-IDX)
              AND DSDSTXL-DATE > WS-RQ-DATE-OF-DEATH (WS-RQ-IDX)
               ADD DSDSTXL-AMOUNT TO WS-RQ-RECLAIM-AMT (WS-RQ-IDX)
                                     WS-TOT-RECLAIM-AMT
               ADD 1 TO WS-TOT-RECLAIM-ITEMS
               PERFORM 5300-PRINT-RECLAIM-LINE
           END-IF.
       5200-MATCH-DECEDENT-ACCT-EXIT.
           EXIT.

       5300-PRINT-RECLAIM-LINE.
           MOVE WS-RQ-CUST-BANK (WS-RQ-IDX) TO WS-RL-CUST-BANK.
           MOVE WS-RQ-CUST-ID (WS-RQ-IDX)   TO WS-RL-CUST-ID.
           MOVE DSDSTXL-BANK-NO             TO WS-RL-BANK.
           MOVE DSDSTXL-ACCT-ID             TO WS-RL-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO             TO WS-RL-ACCT-NO.
           MOVE DSDSTXL-DATE                TO WS-RL-DATE.
           MOVE WS-RQ-DATE-OF-DEATH (WS-RQ-IDX) TO WS-RL-DOD.
           MOVE DSDSTXL-ACH-COMPANY-ID      TO WS-RL-COMPANY-ID.
           MOVE DSDSTXL-ACH-STD-ENTRY-CLASS TO WS-RL-SEC.
           MOVE WS-FB-PAYER-NAME (WS-FB-IDX) TO WS-RL-PAYER.
           MOVE DSDSTXL-AMOUNT              TO WS-RL-AMOUNT.
           WRITE RECLAIM-RPT-LINE FROM WS-RECLAIM-LINE.
       5300-PRINT-RECLAIM-LINE-EXIT.
           EXIT.

       6000-PRINT-NOTICE.
           MOVE WS-RQ-CUST-BANK (WS-RQ-IDX)     TO WS-CL-CUST-BANK.
           MOVE WS-RQ-CUST-ID (WS-RQ-IDX)       TO WS-CL-CUST-ID.
           MOVE WS-RQ-DATE-OF-DEATH (WS-RQ-IDX) TO WS-CL-DOD.
           MOVE WS-RQ-ACCT-COUNT (WS-RQ-IDX)    TO WS-CL-ACCTS.
           MOVE WS-RQ-RECLAIM-AMT (WS-RQ-IDX)   TO WS-CL-RECLAIM.
           WRITE DECEASED-RPT-LINE FROM WS-CUST-LINE.
           IF WS-RQ-ACCT-COUNT (WS-RQ-IDX) = ZERO
               MOVE SPACES TO WS-ACCT-LINE
               MOVE 'NO ACCOUNTS ON RELACCT - CHECK CIF' TO WS-AL-ACTION
               WRITE DECEASED-RPT-LINE FROM WS-ACCT-LINE
           END-IF.
           PERFORM 6100-PRINT-ACCOUNT
               VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-COUNT.
       6000-PRINT-NOTICE-EXIT.
           EXIT.

       6100-PRINT-ACCOUNT.
           IF WS-DA-RQ-IDX (WS-DA-IDX) = WS-RQ-IDX
               MOVE WS-DA-SYSTEM (WS-DA-IDX)  TO WS-AL-SYSTEM
               MOVE WS-DA-BANK-NO (WS-DA-IDX) TO WS-AL-BANK
               MOVE WS-DA-BALANCE (WS-DA-IDX) TO WS-AL-BALANCE
               MOVE WS-DA-SWEEPS-DROPPED (WS-DA-IDX) TO WS-AT-SWEEPS
               MOVE WS-DA-LINKS-DROPPED (WS-DA-IDX)  TO WS-AT-LINKS
               EVALUATE TRUE
                   WHEN WS-DA-DSDS (WS-DA-IDX)
                       MOVE WS-DA-ACCT-ID (WS-DA-IDX) TO WS-AE-ACCT-ID
                       MOVE '/' TO WS-AE-SLASH
                       MOVE WS-DA-ACCT-NO (WS-DA-IDX) TO WS-AE-ACCT-NO
                       MOVE 'STATUS 070 WRITTEN, ACH DEBITS STOP,'
                           TO WS-AT-MAIN
                   WHEN WS-DA-LOAN (WS-DA-IDX)
                       MOVE WS-DA-LOAN-CUST (WS-DA-IDX)
                           TO WS-LE-CUST-NBR
                       MOVE '/' TO WS-LE-SLASH
                       MOVE WS-DA-LOAN-NBR (WS-DA-IDX)
                           TO WS-LE-LOAN-NBR
                       MOVE 'LOAN DESK NOTIFIED,'
                           TO WS-AT-MAIN
                   WHEN OTHER
                       MOVE SPACES TO WS-ACCT-EDIT
                       MOVE WS-DA-CD-ACCT-NBR (WS-DA-IDX)
                           TO WS-CE-ACCT-NBR
                       MOVE 'CD DESK NOTIFIED,'
                           TO WS-AT-MAIN
               END-EVALUATE
               MOVE WS-ACCT-EDIT   TO WS-AL-ACCT
               MOVE WS-ACTION-TEXT TO WS-AL-ACTION
               WRITE DECEASED-RPT-LINE FROM WS-ACCT-LINE
           END-IF.
       6100-PRINT-ACCOUNT-EXIT.
           EXIT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO DECEASED-RPT-LINE.
           WRITE DECEASED-RPT-LINE.
           MOVE 'DATE-OF-DEATH NOTICES WORKED' TO WS-TL-LABEL.
           MOVE WS-TOT-NOTICES TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE DECEASED-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DSDS STATUS MAINTENANCE WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-HIST-WRITTEN TO WS-TL-COUNT.
           WRITE DECEASED-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SWEEP AGREEMENTS DROPPED' TO WS-TL-LABEL.
           MOVE WS-TOT-SWEEPS-DROPPED TO WS-TL-COUNT.
           WRITE DECEASED-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ZBA LINKS DROPPED' TO WS-TL-LABEL.
           MOVE WS-TOT-LINKS-DROPPED TO WS-TL-COUNT.
           WRITE DECEASED-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEDERAL BENEFIT CREDITS AFTER DEATH' TO WS-TL-LABEL.
           MOVE WS-TOT-RECLAIM-ITEMS TO WS-TL-COUNT.
           MOVE WS-TOT-RECLAIM-AMT TO WS-TL-AMOUNT.
           WRITE DECEASED-RPT-LINE FROM WS-TOTAL-LINE.
           WRITE RECLAIM-RPT-LINE FROM WS-TOTAL-LINE.
       7000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DECEASED-REQ-FILE
                 REL-ACCOUNT-FILE
                 ACH-STOP-FILE
                 SWEEP-AGREE-FILE
                 ZBACMA-FILE
                 FED-BEN-FILE
                 TXN-STORE-FILE
                 DECEASED-PARM-FILE
                 HIST-MAINT-FILE
                 ACH-STOP-OUT
                 SWEEP-AGREE-OUT
                 ZBACMA-OUT
                 DECEASED-RPT
                 RECLAIM-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
