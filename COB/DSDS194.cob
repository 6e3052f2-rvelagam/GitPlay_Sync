       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS194.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS194 is the FDIC insured-deposit determination.  Every
      * DSDS and CD balance on CIFB102's relationship account
      * extract (RELACCT, already carrying the CIFU010 customer) is
      * added up per depositor per ownership category per bank, and
      * the standard maximum deposit insurance amount is applied to
      * each total to split it into insured and uninsured.
      *
      * The ownership category comes from the ownership register
      * OWNCAT, one row per DSDS account or CD (system, bank, and
      * account id and number -- for a CD its ten-digit number,
      * as RELACCT carries it in RA-CD-ACCT-NBR):
      *
      *  S single     J joint      T trust
      *  B business   R retirement
      *
      * with the number of co-owners on a joint account or of
      * beneficiaries on a trust account.  An account not on the
      * register is taken as single ownership; a register row with
      * any other category is listed and ignored (RC 8).  Loans are
      * not deposits and an overdrawn account adds nothing.
      *
      * The coverage for a depositor's category at a bank is the
      * maximum from FDICPARM (250,000.00 when zero) for single,
      * business and retirement money; for joint money it is the
      * maximum for each co-owner (at least two), and for trust
      * money the maximum for each beneficiary, up to the
      * beneficiary limit in FDICPARM (five when zero).  Where a
      * depositor's joint or trust accounts show different counts
      * the largest is used.
      *
      * FDICDEP gets one record per depositor per category per bank
      * with the balance, coverage and the insured and uninsured
      * amounts.  FDICRPT gives treasury and the board, bank by
      * bank, each depositor with an uninsured balance and the
      * insured / uninsured summary by ownership category.
      *
      * A depositor is one person however many CIF customer records
      * they had: an account whose customer was merged after
      * duplicate review (see CIFMRGX, CIFB103) counts toward its
      * survivor, even where RELACCT predates the merge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIC-PARM-FILE     ASSIGN TO FDICPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-FILE         ASSIGN TO OWNCAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE    ASSIGN TO CIFMRGX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSITOR-FILE     ASSIGN TO FDICDEP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FDIC-RPT           ASSIGN TO FDICRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FDIC-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FDIC-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FP-MAX-INSURED          PIC 9(9)V99.
           05  FP-MAX-BENEFICIARIES    PIC 99.
           05  FILLER                  PIC X(60).

       FD  OWNER-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  OWNER-REC.
           05  OC-SYSTEM               PIC X(4).
           05  OC-BANK-NO              PIC 9(3).
           05  OC-ACCT-KEY.
               10  OC-ACCT-ID          PIC 9(3).
               10  OC-ACCT-NO          PIC 9(9).
           05  OC-CD-KEY REDEFINES OC-ACCT-KEY.
               10  OC-CD-ACCT-NBR      PIC 9(10).
               10  FILLER              PIC XX.
           05  OC-CATEGORY             PIC X.
           05  OC-OWNERS               PIC 99.
           05  FILLER                  PIC X(8).

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  MERGE-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CIFMRGX.

       FD  DEPOSITOR-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DEPOSITOR-REC.
           05  DP-BANK-NO              PIC 9(3).
           05  DP-CUST-BANK            PIC 9(3).
           05  DP-CUST-ID              PIC 9(9).
           05  DP-CATEGORY             PIC X.
           05  DP-OWNERS               PIC 99.
           05  DP-ACCOUNTS             PIC 9(5).
           05  DP-BALANCE              PIC 9(11)V99.
           05  DP-COVERAGE             PIC 9(11)V99.
           05  DP-INSURED              PIC 9(11)V99.
           05  DP-UNINSURED            PIC 9(11)V99.
           05  DP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(18).

       FD  FDIC-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FDIC-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OWN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-OWN-EOF                         VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-XREF-EOF-SW          PIC X          VALUE 'N'.
               88  WS-XREF-EOF                        VALUE 'Y'.
           05  WS-MERGED-SW            PIC X          VALUE 'N'.
               88  WS-MERGED                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

      * Ownership categories in report order.
       01  WS-CATEGORY-VALUES.
           05  FILLER                  PIC X(13)      VALUE
               'SSINGLE'.
           05  FILLER                  PIC X(13)      VALUE
               'JJOINT'.
           05  FILLER                  PIC X(13)      VALUE
               'TTRUST'.
           05  FILLER                  PIC X(13)      VALUE
               'BBUSINESS'.
           05  FILLER                  PIC X(13)      VALUE
               'RRETIREMENT'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CT-ENTRY             OCCURS 5 TIMES.
               10  WS-CT-CODE          PIC X.
               10  WS-CT-DESC          PIC X(12).

      * Per-bank summary by category, cleared for each bank.
       01  WS-CATEGORY-SUMMARY.
           05  WS-CS-ENTRY             OCCURS 5 TIMES.
               10  WS-CS-DEPOSITORS    PIC S9(7)      COMP-3.
               10  WS-CS-ACCOUNTS      PIC S9(7)      COMP-3.
               10  WS-CS-BALANCE       PIC S9(13)V99  COMP-3.
               10  WS-CS-INSURED       PIC S9(13)V99  COMP-3.
               10  WS-CS-UNINSURED     PIC S9(13)V99  COMP-3.

      * Ownership register.
       01  WS-OWNER-COUNT              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-OWNER-IDX                PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-OWNER-TABLE.
           05  WS-OW-ENTRY             OCCURS 20000 TIMES.
               10  WS-OW-SYSTEM        PIC X(4).
               10  WS-OW-BANK-NO       PIC 9(3).
               10  WS-OW-ACCT-KEY.
                   15  WS-OW-ACCT-ID   PIC 9(3).
                   15  WS-OW-ACCT-NO   PIC 9(9).
               10  WS-OW-CD-KEY REDEFINES WS-OW-ACCT-KEY.
                   15  WS-OW-CD-ACCT-NBR
                                       PIC 9(10).
                   15  FILLER          PIC XX.
               10  WS-OW-CATEGORY      PIC X.
               10  WS-OW-OWNERS        PIC 99.

      * Confirmed customer merges, merged customer to survivor.
       01  WS-MG-COUNT                 PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-MG-IDX                   PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-MERGE-TABLE.
           05  WS-MG-ENTRY             OCCURS 5000 TIMES.
               10  WS-MG-FROM-BANK     PIC 9(3).
               10  WS-MG-FROM-ID       PIC 9(9).
               10  WS-MG-TO-BANK       PIC 9(3).
               10  WS-MG-TO-ID         PIC 9(9).

      * One entry per depositor per category per bank.
       01  WS-DEP-COUNT                PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-DEP-IDX                  PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-DEPOSITOR-TABLE.
           05  WS-DP-ENTRY             OCCURS 20000 TIMES.
               10  WS-DP-BANK-NO       PIC 9(3).
               10  WS-DP-CUST-BANK     PIC 9(3).
               10  WS-DP-CUST-ID       PIC 9(9).
               10  WS-DP-CATEGORY      PIC X.
               10  WS-DP-CAT-IDX       PIC S9(4)      COMP SYNC.
               10  WS-DP-OWNERS        PIC 99.
               10  WS-DP-ACCOUNTS      PIC S9(5)      COMP-3.
               10  WS-DP-BALANCE       PIC S9(13)V99  COMP-3.

      * Banks holding deposits, by bank number.
       01  WS-BANK-TABLE.
           05  WS-BANK-PRESENT-SW      PIC X          VALUE 'N'
                                       OCCURS 999 TIMES.
       01  WS-BANK-IDX                 PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-CAT-IDX                  PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Limits, overridden by FDICPARM where it is not zero.
       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-MAX-INSURED              PIC 9(9)V99    VALUE 250000.
       01  WS-MAX-BENEFICIARIES        PIC 99         VALUE 5.

       01  WS-ACCT-CATEGORY            PIC X          VALUE SPACE.
       01  WS-ACCT-CAT-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-ACCT-OWNERS              PIC 99         VALUE ZERO.
       01  WS-COVERAGE                 PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-INSURED                  PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-UNINSURED                PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-DEPOSITORS          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-ACCOUNTS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-BALANCE             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-INSURED             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-UNINSURED           PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-BANK-UNINS-LISTED        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
       01  WS-PCT-WORK                 PIC S9(3)V99   VALUE ZERO
                                                       COMP-3.

       01  WS-TOT-OWN-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-OWN-REJECTED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-RA-READ              PIC 9(9)       VALUE ZERO.
       01  WS-TOT-LOANS                PIC 9(9)       VALUE ZERO.
       01  WS-TOT-OVERDRAWN            PIC 9(9)       VALUE ZERO.
       01  WS-TOT-NO-BANK              PIC 9(9)       VALUE ZERO.
       01  WS-TOT-ACCOUNTS             PIC 9(9)       VALUE ZERO.
       01  WS-TOT-DEFAULTED            PIC 9(9)       VALUE ZERO.
       01  WS-TOT-MERGED               PIC 9(9)       VALUE ZERO.
       01  WS-TOT-DEPOSITORS           PIC 9(9)       VALUE ZERO.
       01  WS-TOT-UNINS-DEPOSITORS     PIC 9(9)       VALUE ZERO.
       01  WS-TOT-BALANCE              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-INSURED              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-UNINSURED            PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-OWN-OVERFLOW             PIC 9(7)       VALUE ZERO.
       01  WS-DEP-OVERFLOW             PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  WS-RH-TITLE             PIC X(50)      VALUE
               'DSDS194 - FDIC INSURED DEPOSIT DETERMINATION'.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-BANK-HDG.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-BH-BANK-NO           PIC 999.
           05  FILLER                  PIC X(123)     VALUE SPACES.

       01  WS-SECTION-HDG.
           05  WS-SH-TEXT              PIC X(40).
           05  FILLER                  PIC X(92)      VALUE SPACES.

       01  WS-OWN-EXC-HDG.
           05  FILLER                  PIC X(6)       VALUE 'SYS'.
           05  FILLER                  PIC X(5)       VALUE 'BANK'.
           05  FILLER                  PIC X(14)      VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(5)       VALUE 'CAT'.
           05  FILLER                  PIC X(102)     VALUE 'REASON'.

       01  WS-OWN-EXC-LINE.
           05  WS-OX-SYSTEM            PIC X(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-OX-BANK-NO           PIC 999.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-OX-ACCT.
               10  WS-OX-ACCT-ID       PIC 999.
               10  WS-OX-ACCT-DASH     PIC X.
               10  WS-OX-ACCT-NO       PIC 9(9).
           05  WS-OX-CD-ACCT REDEFINES WS-OX-ACCT.
               10  WS-OX-CD-ACCT-NBR   PIC 9(10).
               10  FILLER              PIC X(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-OX-CATEGORY          PIC X.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-OX-REASON            PIC X(40).
           05  FILLER                  PIC X(62)      VALUE SPACES.

       01  WS-UNINS-HDG.
           05  FILLER                  PIC X(15)      VALUE 'DEPOSITOR'.
           05  FILLER                  PIC X(13)      VALUE 'CATEGORY'.
           05  FILLER                  PIC X(7)       VALUE 'OWNERS'.
           05  FILLER                  PIC X(7)       VALUE ' ACCTS'.
           05  FILLER                  PIC X(19)      VALUE
               '            BALANCE'.
           05  FILLER                  PIC X(19)      VALUE
               '           COVERAGE'.
           05  FILLER                  PIC X(19)      VALUE
               '            INSURED'.
           05  FILLER                  PIC X(33)      VALUE
               '          UNINSURED'.

       01  WS-UNINS-LINE.
           05  WS-UL-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-UL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-UL-CATEGORY          PIC X(12).
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-UL-OWNERS            PIC Z9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-UL-ACCOUNTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-UL-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-UL-COVERAGE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-UL-INSURED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-UL-UNINSURED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16)      VALUE SPACES.

       01  WS-SUMMARY-HDG.
           05  FILLER                  PIC X(14)      VALUE 'CATEGORY'.
           05  FILLER                  PIC X(11)      VALUE
               ' DEPOSITORS'.
           05  FILLER                  PIC X(11)      VALUE
               '   ACCOUNTS'.
           05  FILLER                  PIC X(20)      VALUE
               '             BALANCE'.
           05  FILLER                  PIC X(20)      VALUE
               '             INSURED'.
           05  FILLER                  PIC X(20)      VALUE
               '           UNINSURED'.
           05  FILLER                  PIC X(36)      VALUE
               '  PCT UNINS'.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CATEGORY          PIC X(12).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SL-DEPOSITORS        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SL-ACCOUNTS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-SL-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-SL-INSURED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-SL-UNINSURED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE SPACES.
           05  WS-SL-PCT               PIC ZZ9.99.
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61)      VALUE SPACES.

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
           MOVE 'DSDS194 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL WS-RA-EOF.
           PERFORM 3000-REPORT-BANK
               VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > 999.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN = WS-TOT-OWN-READ
                                  + WS-TOT-RA-READ.
           MOVE WS-TOT-DEPOSITORS TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-TOT-OWN-REJECTED > ZERO
              OR WS-OWN-OVERFLOW > ZERO
              OR WS-DEP-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FDIC-PARM-FILE
                       OWNER-FILE
                       REL-ACCOUNT-FILE
                       MERGE-XREF-FILE
                OUTPUT DEPOSITOR-FILE
                       FDIC-RPT.
           READ FDIC-PARM-FILE.
           PERFORM 1050-APPLY-PARM.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE FDIC-RPT-LINE FROM WS-RPT-HDG.
           MOVE SPACES TO FDIC-RPT-LINE.
           WRITE FDIC-RPT-LINE.
           MOVE 'OWNERSHIP REGISTER EXCEPTIONS' TO WS-SH-TEXT.
           WRITE FDIC-RPT-LINE FROM WS-SECTION-HDG.
           WRITE FDIC-RPT-LINE FROM WS-OWN-EXC-HDG.
           READ OWNER-FILE
               AT END MOVE 'Y' TO WS-OWN-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-OWNER
               UNTIL WS-OWN-EOF.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-MERGE
               UNTIL WS-XREF-EOF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1050-APPLY-PARM.
           MOVE FP-RUN-DATE TO WS-RUN-DATE.
           IF FP-MAX-INSURED NOT = ZERO
               MOVE FP-MAX-INSURED TO WS-MAX-INSURED
           END-IF.
           IF FP-MAX-BENEFICIARIES NOT = ZERO
               MOVE FP-MAX-BENEFICIARIES TO WS-MAX-BENEFICIARIES
           END-IF.
       1050-APPLY-PARM-EXIT.
           EXIT.

       1100-LOAD-OWNER.
           ADD 1 TO WS-TOT-OWN-READ.
           MOVE OC-CATEGORY TO WS-ACCT-CATEGORY.
           PERFORM 1150-FIND-CATEGORY.
           IF OC-SYSTEM NOT = 'DSDS' AND OC-SYSTEM NOT = 'CD  '
               MOVE 'SYSTEM NOT DSDS OR CD' TO WS-OX-REASON
               PERFORM 1190-REJECT-OWNER
           ELSE
               IF NOT WS-FOUND
                   MOVE 'CATEGORY NOT S, J, T, B OR R'
                       TO WS-OX-REASON
                   PERFORM 1190-REJECT-OWNER
               ELSE
                   IF WS-OWNER-COUNT < 20000
                       ADD 1 TO WS-OWNER-COUNT
                       MOVE OC-SYSTEM
                           TO WS-OW-SYSTEM (WS-OWNER-COUNT)
                       MOVE OC-BANK-NO
                           TO WS-OW-BANK-NO (WS-OWNER-COUNT)
                       MOVE OC-ACCT-KEY
                           TO WS-OW-ACCT-KEY (WS-OWNER-COUNT)
                       MOVE OC-CATEGORY
                           TO WS-OW-CATEGORY (WS-OWNER-COUNT)
                       MOVE OC-OWNERS
                           TO WS-OW-OWNERS (WS-OWNER-COUNT)
                   ELSE
                       ADD 1 TO WS-OWN-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           READ OWNER-FILE
               AT END MOVE 'Y' TO WS-OWN-EOF-SW
           END-READ.
       1100-LOAD-OWNER-EXIT.
           EXIT.

       1150-FIND-CATEGORY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 1160-SCAN-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5 OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CAT-IDX
           END-IF.
       1150-FIND-CATEGORY-EXIT.
           EXIT.

       1160-SCAN-CATEGORY.
           IF WS-CT-CODE (WS-CAT-IDX) = WS-ACCT-CATEGORY
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1160-SCAN-CATEGORY-EXIT.
           EXIT.

       1190-REJECT-OWNER.
           ADD 1 TO WS-TOT-OWN-REJECTED.
           MOVE OC-SYSTEM TO WS-OX-SYSTEM.
           MOVE OC-BANK-NO TO WS-OX-BANK-NO.
           IF OC-SYSTEM = 'CD  '
               MOVE SPACES TO WS-OX-ACCT
               MOVE OC-CD-ACCT-NBR TO WS-OX-CD-ACCT-NBR
           ELSE
               MOVE OC-ACCT-ID TO WS-OX-ACCT-ID
               MOVE '-' TO WS-OX-ACCT-DASH
               MOVE OC-ACCT-NO TO WS-OX-ACCT-NO
           END-IF.
           MOVE OC-CATEGORY TO WS-OX-CATEGORY.
           WRITE FDIC-RPT-LINE FROM WS-OWN-EXC-LINE.
       1190-REJECT-OWNER-EXIT.
           EXIT.

      * Only merges are wanted here; not-duplicate decisions
      * concern the duplicate review alone.
       1200-LOAD-MERGE.
           IF MX-MERGED
               IF WS-MG-COUNT < 5000
                   ADD 1 TO WS-MG-COUNT
                   MOVE WS-MG-COUNT TO WS-MG-IDX
                   MOVE MX-FROM-BANK TO WS-MG-FROM-BANK (WS-MG-IDX)
                   MOVE MX-FROM-ID   TO WS-MG-FROM-ID (WS-MG-IDX)
                   MOVE MX-TO-BANK   TO WS-MG-TO-BANK (WS-MG-IDX)
                   MOVE MX-TO-ID     TO WS-MG-TO-ID (WS-MG-IDX)
               ELSE
                   DISPLAY 'DSDS194 MERGE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
       1200-LOAD-MERGE-EXIT.
           EXIT.

       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-TOT-RA-READ.
           PERFORM 2050-MAP-TO-SURVIVOR.
           IF RA-LOAN-ACCT
               ADD 1 TO WS-TOT-LOANS
           ELSE
               IF RA-BALANCE NOT > ZERO
                   ADD 1 TO WS-TOT-OVERDRAWN
               ELSE
                   IF RA-BANK-NO = ZERO
                       ADD 1 TO WS-TOT-NO-BANK
                   ELSE
                       ADD 1 TO WS-TOT-ACCOUNTS
                       PERFORM 2100-FIND-OWNERSHIP
                       PERFORM 2200-ADD-DEPOSITOR
                   END-IF
               END-IF
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.

      * A survivor is never itself merged, so one lookup is final.
       2050-MAP-TO-SURVIVOR.
           MOVE 'N' TO WS-MERGED-SW.
           PERFORM 2060-SCAN-MERGE
               VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
                  OR WS-MERGED.
           IF WS-MERGED
               SUBTRACT 1 FROM WS-MG-IDX
               MOVE WS-MG-TO-BANK (WS-MG-IDX) TO RA-CUST-BANK
               MOVE WS-MG-TO-ID (WS-MG-IDX) TO RA-CUST-ID
               ADD 1 TO WS-TOT-MERGED
           END-IF.
       2050-MAP-TO-SURVIVOR-EXIT.
           EXIT.

       2060-SCAN-MERGE.
           IF RA-CUST-BANK = WS-MG-FROM-BANK (WS-MG-IDX)
              AND RA-CUST-ID = WS-MG-FROM-ID (WS-MG-IDX)
               MOVE 'Y' TO WS-MERGED-SW
           END-IF.
       2060-SCAN-MERGE-EXIT.
           EXIT.

       2100-FIND-OWNERSHIP.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-OWNER
               VARYING WS-OWNER-IDX FROM 1 BY 1
               UNTIL WS-OWNER-IDX > WS-OWNER-COUNT OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OWNER-IDX
               MOVE WS-OW-CATEGORY (WS-OWNER-IDX) TO WS-ACCT-CATEGORY
               MOVE WS-OW-OWNERS (WS-OWNER-IDX) TO WS-ACCT-OWNERS
           ELSE
               ADD 1 TO WS-TOT-DEFAULTED
               MOVE 'S' TO WS-ACCT-CATEGORY
               MOVE 1 TO WS-ACCT-OWNERS
           END-IF.
           PERFORM 1150-FIND-CATEGORY.
           MOVE WS-CAT-IDX TO WS-ACCT-CAT-IDX.
           PERFORM 2150-SET-OWNERS.
       2100-FIND-OWNERSHIP-EXIT.
           EXIT.

       2110-SCAN-OWNER.
           IF WS-OW-SYSTEM (WS-OWNER-IDX) = RA-SYSTEM
              AND WS-OW-BANK-NO (WS-OWNER-IDX) = RA-BANK-NO
               IF RA-CD-ACCT
                   IF WS-OW-CD-ACCT-NBR (WS-OWNER-IDX) =
                          RA-CD-ACCT-NBR
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               ELSE
                   IF WS-OW-ACCT-ID (WS-OWNER-IDX) = RA-ACCT-ID
                      AND WS-OW-ACCT-NO (WS-OWNER-IDX) = RA-ACCT-NO
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-IF
           END-IF.
       2110-SCAN-OWNER-EXIT.
           EXIT.

      * Only joint and trust money is covered per person; joint
      * needs two owners at least and trust is capped at the
      * beneficiary limit.
       2150-SET-OWNERS.
           IF WS-ACCT-CATEGORY = 'J'
               IF WS-ACCT-OWNERS < 2
                   MOVE 2 TO WS-ACCT-OWNERS
               END-IF
           ELSE
               IF WS-ACCT-CATEGORY = 'T'
                   IF WS-ACCT-OWNERS < 1
                       MOVE 1 TO WS-ACCT-OWNERS
                   END-IF
                   IF WS-ACCT-OWNERS > WS-MAX-BENEFICIARIES
                       MOVE WS-MAX-BENEFICIARIES TO WS-ACCT-OWNERS
                   END-IF
               ELSE
                   MOVE 1 TO WS-ACCT-OWNERS
               END-IF
           END-IF.
       2150-SET-OWNERS-EXIT.
           EXIT.

       2200-ADD-DEPOSITOR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-DEPOSITOR
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-DEP-IDX
           ELSE
               IF WS-DEP-COUNT < 20000
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-IDX
                   MOVE RA-BANK-NO TO WS-DP-BANK-NO (WS-DEP-IDX)
                   MOVE RA-CUST-BANK TO WS-DP-CUST-BANK (WS-DEP-IDX)
                   MOVE RA-CUST-ID TO WS-DP-CUST-ID (WS-DEP-IDX)
                   MOVE WS-ACCT-CATEGORY
                       TO WS-DP-CATEGORY (WS-DEP-IDX)
                   MOVE WS-ACCT-CAT-IDX TO WS-DP-CAT-IDX (WS-DEP-IDX)
                   MOVE ZERO TO WS-DP-OWNERS (WS-DEP-IDX)
                                WS-DP-ACCOUNTS (WS-DEP-IDX)
                                WS-DP-BALANCE (WS-DEP-IDX)
                   MOVE 'Y' TO WS-BANK-PRESENT-SW (RA-BANK-NO)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-DEP-OVERFLOW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-DP-ACCOUNTS (WS-DEP-IDX)
               ADD RA-BALANCE TO WS-DP-BALANCE (WS-DEP-IDX)
               IF WS-ACCT-OWNERS > WS-DP-OWNERS (WS-DEP-IDX)
                   MOVE WS-ACCT-OWNERS TO WS-DP-OWNERS (WS-DEP-IDX)
               END-IF
           END-IF.
       2200-ADD-DEPOSITOR-EXIT.
           EXIT.

       2210-SCAN-DEPOSITOR.
           IF WS-DP-BANK-NO (WS-DEP-IDX) = RA-BANK-NO
              AND WS-DP-CUST-BANK (WS-DEP-IDX) = RA-CUST-BANK
              AND WS-DP-CUST-ID (WS-DEP-IDX) = RA-CUST-ID
              AND WS-DP-CATEGORY (WS-DEP-IDX) = WS-ACCT-CATEGORY
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-DEPOSITOR-EXIT.
           EXIT.

       3000-REPORT-BANK.
           IF WS-BANK-PRESENT-SW (WS-BANK-IDX) = 'Y'
               PERFORM 3100-BANK-PASS
           END-IF.
       3000-REPORT-BANK-EXIT.
           EXIT.

       3100-BANK-PASS.
           INITIALIZE WS-CATEGORY-SUMMARY.
           MOVE ZERO TO WS-BANK-DEPOSITORS WS-BANK-ACCOUNTS
                        WS-BANK-BALANCE WS-BANK-INSURED
                        WS-BANK-UNINSURED WS-BANK-UNINS-LISTED.
           MOVE SPACES TO FDIC-RPT-LINE.
           WRITE FDIC-RPT-LINE.
           WRITE FDIC-RPT-LINE FROM WS-RPT-HDG.
           MOVE WS-BANK-IDX TO WS-BH-BANK-NO.
           WRITE FDIC-RPT-LINE FROM WS-BANK-HDG.
           MOVE SPACES TO FDIC-RPT-LINE.
           WRITE FDIC-RPT-LINE.
           MOVE 'DEPOSITORS WITH UNINSURED BALANCES' TO WS-SH-TEXT.
           WRITE FDIC-RPT-LINE FROM WS-SECTION-HDG.
           WRITE FDIC-RPT-LINE FROM WS-UNINS-HDG.
           PERFORM 3200-DETERMINE-DEPOSITOR
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.
           IF WS-BANK-UNINS-LISTED = ZERO
               MOVE 'NONE' TO WS-SH-TEXT
               WRITE FDIC-RPT-LINE FROM WS-SECTION-HDG
           END-IF.
           MOVE SPACES TO FDIC-RPT-LINE.
           WRITE FDIC-RPT-LINE.
           MOVE 'SUMMARY BY OWNERSHIP CATEGORY' TO WS-SH-TEXT.
           WRITE FDIC-RPT-LINE FROM WS-SECTION-HDG.
           WRITE FDIC-RPT-LINE FROM WS-SUMMARY-HDG.
           PERFORM 3300-PRINT-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5.
           MOVE 'BANK TOTAL' TO WS-SL-CATEGORY.
           MOVE WS-BANK-DEPOSITORS TO WS-SL-DEPOSITORS.
           MOVE WS-BANK-ACCOUNTS TO WS-SL-ACCOUNTS.
           MOVE WS-BANK-BALANCE TO WS-SL-BALANCE.
           MOVE WS-BANK-INSURED TO WS-SL-INSURED.
           MOVE WS-BANK-UNINSURED TO WS-SL-UNINSURED.
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-BANK-BALANCE > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-BANK-UNINSURED * 100 / WS-BANK-BALANCE
           END-IF.
           MOVE WS-PCT-WORK TO WS-SL-PCT.
           WRITE FDIC-RPT-LINE FROM WS-SUMMARY-LINE.
       3100-BANK-PASS-EXIT.
           EXIT.

       3200-DETERMINE-DEPOSITOR.
           IF WS-DP-BANK-NO (WS-DEP-IDX) = WS-BANK-IDX
               COMPUTE WS-COVERAGE =
                   WS-MAX-INSURED * WS-DP-OWNERS (WS-DEP-IDX)
               IF WS-DP-BALANCE (WS-DEP-IDX) > WS-COVERAGE
                   MOVE WS-COVERAGE TO WS-INSURED
               ELSE
                   MOVE WS-DP-BALANCE (WS-DEP-IDX) TO WS-INSURED
               END-IF
               COMPUTE WS-UNINSURED =
                   WS-DP-BALANCE (WS-DEP-IDX) - WS-INSURED
               PERFORM 3210-WRITE-DEPOSITOR
               PERFORM 3220-ACCUMULATE
               IF WS-UNINSURED > ZERO
                   PERFORM 3230-LIST-UNINSURED
               END-IF
           END-IF.
       3200-DETERMINE-DEPOSITOR-EXIT.
           EXIT.

       3210-WRITE-DEPOSITOR.
           MOVE SPACES TO DEPOSITOR-REC.
           MOVE WS-DP-BANK-NO (WS-DEP-IDX) TO DP-BANK-NO.
           MOVE WS-DP-CUST-BANK (WS-DEP-IDX) TO DP-CUST-BANK.
           MOVE WS-DP-CUST-ID (WS-DEP-IDX) TO DP-CUST-ID.
           MOVE WS-DP-CATEGORY (WS-DEP-IDX) TO DP-CATEGORY.
           MOVE WS-DP-OWNERS (WS-DEP-IDX) TO DP-OWNERS.
           MOVE WS-DP-ACCOUNTS (WS-DEP-IDX) TO DP-ACCOUNTS.
           MOVE WS-DP-BALANCE (WS-DEP-IDX) TO DP-BALANCE.
           MOVE WS-COVERAGE TO DP-COVERAGE.
           MOVE WS-INSURED TO DP-INSURED.
           MOVE WS-UNINSURED TO DP-UNINSURED.
           MOVE WS-RUN-DATE TO DP-RUN-DATE.
           WRITE DEPOSITOR-REC.
           ADD 1 TO WS-TOT-DEPOSITORS.
       3210-WRITE-DEPOSITOR-EXIT.
           EXIT.

       3220-ACCUMULATE.
           MOVE WS-DP-CAT-IDX (WS-DEP-IDX) TO WS-CAT-IDX.
           ADD 1 TO WS-CS-DEPOSITORS (WS-CAT-IDX)
                    WS-BANK-DEPOSITORS.
           ADD WS-DP-ACCOUNTS (WS-DEP-IDX)
               TO WS-CS-ACCOUNTS (WS-CAT-IDX)
                  WS-BANK-ACCOUNTS.
           ADD WS-DP-BALANCE (WS-DEP-IDX)
               TO WS-CS-BALANCE (WS-CAT-IDX)
                  WS-BANK-BALANCE
                  WS-TOT-BALANCE.
           ADD WS-INSURED TO WS-CS-INSURED (WS-CAT-IDX)
                             WS-BANK-INSURED
                             WS-TOT-INSURED.
           ADD WS-UNINSURED TO WS-CS-UNINSURED (WS-CAT-IDX)
                               WS-BANK-UNINSURED
                               WS-TOT-UNINSURED.
       3220-ACCUMULATE-EXIT.
           EXIT.

       3230-LIST-UNINSURED.
           ADD 1 TO WS-BANK-UNINS-LISTED WS-TOT-UNINS-DEPOSITORS.
           MOVE WS-DP-CUST-BANK (WS-DEP-IDX) TO WS-UL-CUST-BANK.
           MOVE WS-DP-CUST-ID (WS-DEP-IDX) TO WS-UL-CUST-ID.
           MOVE WS-CT-DESC (WS-DP-CAT-IDX (WS-DEP-IDX))
               TO WS-UL-CATEGORY.
           MOVE WS-DP-OWNERS (WS-DEP-IDX) TO WS-UL-OWNERS.
           MOVE WS-DP-ACCOUNTS (WS-DEP-IDX) TO WS-UL-ACCOUNTS.
           MOVE WS-DP-BALANCE (WS-DEP-IDX) TO WS-UL-BALANCE.
           MOVE WS-COVERAGE TO WS-UL-COVERAGE.
           MOVE WS-INSURED TO WS-UL-INSURED.
           MOVE WS-UNINSURED TO WS-UL-UNINSURED.
           WRITE FDIC-RPT-LINE FROM WS-UNINS-LINE.
       3230-LIST-UNINSURED-EXIT.
           EXIT.

       3300-PRINT-CATEGORY.
           MOVE WS-CT-DESC (WS-CAT-IDX) TO WS-SL-CATEGORY.
           MOVE WS-CS-DEPOSITORS (WS-CAT-IDX) TO WS-SL-DEPOSITORS.
           MOVE WS-CS-ACCOUNTS (WS-CAT-IDX) TO WS-SL-ACCOUNTS.
           MOVE WS-CS-BALANCE (WS-CAT-IDX) TO WS-SL-BALANCE.
           MOVE WS-CS-INSURED (WS-CAT-IDX) TO WS-SL-INSURED.
           MOVE WS-CS-UNINSURED (WS-CAT-IDX) TO WS-SL-UNINSURED.
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-CS-BALANCE (WS-CAT-IDX) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-CS-UNINSURED (WS-CAT-IDX) * 100
                       / WS-CS-BALANCE (WS-CAT-IDX)
           END-IF.
           MOVE WS-PCT-WORK TO WS-SL-PCT.
           WRITE FDIC-RPT-LINE FROM WS-SUMMARY-LINE.
       3300-PRINT-CATEGORY-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO FDIC-RPT-LINE.
           WRITE FDIC-RPT-LINE.
           MOVE 'RUN TOTALS' TO WS-SH-TEXT.
           WRITE FDIC-RPT-LINE FROM WS-SECTION-HDG.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'OWNERSHIP REGISTER ROWS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-OWN-READ TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OWNERSHIP REGISTER ROWS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-OWN-REJECTED TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RELATIONSHIP ACCOUNTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-RA-READ TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MERGED CUSTOMERS TAKEN TO SURVIVOR' TO WS-TL-LABEL.
           MOVE WS-TOT-MERGED TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS SKIPPED' TO WS-TL-LABEL.
           MOVE WS-TOT-LOANS TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OVERDRAWN OR ZERO BALANCE SKIPPED' TO WS-TL-LABEL.
           MOVE WS-TOT-OVERDRAWN TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS WITHOUT A BANK SKIPPED' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-BANK TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEPOSIT ACCOUNTS AGGREGATED' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCOUNTS TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOT ON REGISTER - TAKEN AS SINGLE' TO WS-TL-LABEL.
           MOVE WS-TOT-DEFAULTED TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REGISTER TABLE OVERFLOW' TO WS-TL-LABEL.
           MOVE WS-OWN-OVERFLOW TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEPOSITOR TABLE OVERFLOW' TO WS-TL-LABEL.
           MOVE WS-DEP-OVERFLOW TO WS-TL-COUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEPOSITOR RECORDS / TOTAL BALANCE' TO WS-TL-LABEL.
           MOVE WS-TOT-DEPOSITORS TO WS-TL-COUNT.
           MOVE WS-TOT-BALANCE TO WS-TL-AMOUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL INSURED' TO WS-TL-LABEL.
           MOVE WS-TOT-DEPOSITORS TO WS-TL-COUNT.
           MOVE WS-TOT-INSURED TO WS-TL-AMOUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'UNINSURED DEPOSITORS / TOTAL UNINSURED'
               TO WS-TL-LABEL.
           MOVE WS-TOT-UNINS-DEPOSITORS TO WS-TL-COUNT.
           MOVE WS-TOT-UNINSURED TO WS-TL-AMOUNT.
           WRITE FDIC-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FDIC-PARM-FILE
                 OWNER-FILE
                 REL-ACCOUNT-FILE
                 MERGE-XREF-FILE
                 DEPOSITOR-FILE
                 FDIC-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
