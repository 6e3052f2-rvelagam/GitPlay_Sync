       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS188.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS188 is the daily elder financial exploitation
      * surveillance run.  Until now those cases have been found
      * only when a teller thought something looked wrong.
      *
      * ACCTBRTH is the capture of HOLD-GE-DT-OF-BIRTH off the
      * statement work area (see DSDR286), in the IRABIRTH layout
      * DSDS176 reads, for every account.  An account whose owner
      * is at or above ELDRPARM's age on the run date is monitored.
      * Its own history -- the ELDRPARM number of days (90 when
      * zero) of DSDS160's TXNSTORE before the run date -- gives the
      * ACH payees (DSDSTXL-ACH-COMPANY-ID on an ACH debit, see
      * DSDSTYP) and RTP senders (DSDSTXL-RTP-SENDER-NAME) the
      * account already deals with, and its average cash
      * withdrawal.  The day's DSDS-TRANSACTION-LONG is then
      * screened, and every hit scores the ELDRPARM weight for its
      * test:
      *
      *  A  an ACH debit to a payee not seen in the history;
      *  R  an RTP item from a sender not seen in the history;
      *  C  a cash withdrawal -- an ATM item or an ELDRPARM cash
      *     code -- at or over the cash floor and more than the
      *     ELDRPARM multiple of the account's average;
      *  W  a wire out (code 890);
      *  O  an official-check purchase (an ELDRPARM code);
      *  L  an OD-protection link on DSDS.SACXREF (see DSDSSCR)
      *     that was not there at the last run;
      *  D  a CIF address (CIFU010, see CIFU032P) that differs from
      *     the one held at the last run.
      *
      * The last run's address and links for each monitored account
      * are kept on ELDRSNAP, rewritten to ELDRSNPO every run.  An
      * account appearing for the first time is only recorded, not
      * flagged on L or D.
      *
      * Every flagged account prints with its score, its flags and
      * each supporting item.  An account whose score reaches the
      * ELDRPARM queue score is written to ELDRHIT (see DSDSELDR),
      * account record then items, which DSDS162 takes into the
      * exception work queue as source ELDR for the elder-
      * protection team.  A table filling up ends the run RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELDR-PARM-FILE     ASSIGN TO ELDRPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIRTH-FILE         ASSIGN TO ACCTBRTH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAP-FILE          ASSIGN TO ELDRSNAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-STORE-FILE     ASSIGN TO TXNSTORE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SACXREF-FILE       ASSIGN TO SACXREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAP-OUT           ASSIGN TO ELDRSNPO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELDER-HIT-FILE     ASSIGN TO ELDRHIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELDR-RPT           ASSIGN TO ELDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ELDR-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ELDR-PARM-REC.
           05  EP-RUN-DATE             PIC 9(7).
           05  EP-MIN-AGE              PIC 9(3).
           05  EP-HIST-DAYS            PIC 9(3).
           05  EP-CASH-FLOOR           PIC 9(9)V99.
           05  EP-CASH-MULT            PIC 9(2).
           05  EP-QUEUE-SCORE          PIC 9(3).
           05  EP-CASH-CODE            PIC 9(3)   OCCURS 5 TIMES.
           05  EP-OFFCHK-CODE          PIC 9(3)   OCCURS 3 TIMES.
           05  EP-WEIGHT               PIC 9(3)   OCCURS 7 TIMES.
           05  FILLER                  PIC X(6).

       FD  BIRTH-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  BIRTH-REC.
           05  IB-BANK-NO              PIC 99.
           05  IB-ACCT-ID              PIC 9(3).
           05  IB-ACCT-NO              PIC 9(9).
           05  IB-BIRTH-DATE           PIC 9(7).
           05  FILLER                  PIC X(3).

       FD  SNAP-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SNAP-REC.
           05  ES-REC-TYPE             PIC X.
               88  ES-ADDRESS-REC                     VALUE 'A'.
               88  ES-LINK-REC                        VALUE 'L'.
           05  ES-BANK-NO              PIC 99.
           05  ES-ACCT-ID              PIC 9(3).
           05  ES-ACCT-NO              PIC 9(9).
           05  ES-ADDRESS-AREA.
               10  ES-STREET           PIC X(40).
               10  ES-CITY             PIC X(30).
               10  ES-STATE            PIC X(2).
               10  ES-ZIP              PIC X(5).
               10  FILLER              PIC X(8).
           05  ES-LINK-AREA REDEFINES ES-ADDRESS-AREA.
               10  ES-FA-BANK-NO       PIC 9(3).
               10  ES-FA-FILE-ID       PIC X(4).
               10  ES-FA-FILE-KEY      PIC X(25).
               10  FILLER              PIC X(53).

       FD  TXN-STORE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==TXN-STORE-TRANSACTION==
               LEADING ==DSDSTXL== BY ==TSTXL==.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  SACXREF-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY DSDSSCR.

       FD  SNAP-OUT
           RECORD CONTAINS 100 CHARACTERS.
       01  SNAP-OUT-REC.
           05  SO-REC-TYPE             PIC X.
           05  SO-BANK-NO              PIC 99.
           05  SO-ACCT-ID              PIC 9(3).
           05  SO-ACCT-NO              PIC 9(9).
           05  SO-ADDRESS-AREA.
               10  SO-STREET           PIC X(40).
               10  SO-CITY             PIC X(30).
               10  SO-STATE            PIC X(2).
               10  SO-ZIP              PIC X(5).
               10  FILLER              PIC X(8).
           05  SO-LINK-AREA REDEFINES SO-ADDRESS-AREA.
               10  SO-FA-BANK-NO       PIC 9(3).
               10  SO-FA-FILE-ID       PIC X(4).
               10  SO-FA-FILE-KEY      PIC X(25).
               10  FILLER              PIC X(53).

       FD  ELDER-HIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DSDSELDR.

       FD  ELDR-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ELDR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BIRTH-EOF-SW         PIC X          VALUE 'N'.
               88  WS-BIRTH-EOF                       VALUE 'Y'.
           05  WS-SNAP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-SNAP-EOF                        VALUE 'Y'.
           05  WS-TXN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXN-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-SAC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SAC-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-PAYEE-FOUND-SW       PIC X          VALUE 'N'.
               88  WS-PAYEE-FOUND                     VALUE 'Y'.
           05  WS-LINK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-LINK-FOUND                      VALUE 'Y'.
           05  WS-CASH-SW              PIC X          VALUE 'N'.
               88  WS-CASH-ITEM                       VALUE 'Y'.
           05  WS-OFFCHK-SW            PIC X          VALUE 'N'.
               88  WS-OFFCHK-ITEM                     VALUE 'Y'.
           05  WS-QUEUED-SW            PIC X          VALUE 'N'.
               88  WS-QUEUED                          VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-EL-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-EL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PY-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PY-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CD-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-WT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * One entry per monitored account: the address held at the
      * last run, the cash history and tonight's score.
       01  WS-ELDER-TABLE.
           05  WS-EL-ENTRY             OCCURS 3000 TIMES.
               10  WS-EL-BANK-NO       PIC 99.
               10  WS-EL-ACCT-ID       PIC 9(3).
               10  WS-EL-ACCT-NO       PIC 9(9).
               10  WS-EL-AGE           PIC 9(3).
               10  WS-EL-KNOWN-SW      PIC X.
                   88  WS-EL-KNOWN                    VALUE 'Y'.
               10  WS-EL-OLD-STREET    PIC X(40).
               10  WS-EL-OLD-CITY      PIC X(30).
               10  WS-EL-OLD-STATE     PIC X(2).
               10  WS-EL-OLD-ZIP       PIC X(5).
               10  WS-EL-CASH-COUNT    PIC S9(5)      COMP-3.
               10  WS-EL-CASH-TOTAL    PIC S9(11)V99  COMP-3.
               10  WS-EL-SCORE         PIC S9(5)      COMP-3.
               10  WS-EL-HIT-COUNT     PIC S9(3)      COMP-3.
               10  WS-EL-HIT-AMT       PIC S9(11)V99  COMP-3.
               10  WS-EL-FLAGS         PIC X(7).

      * Payees and senders each account has dealt with: type A is
      * an ACH company ID, type R an RTP sender name.
       01  WS-PAYEE-TABLE.
           05  WS-PY-ENTRY             OCCURS 20000 TIMES.
               10  WS-PY-EL-IDX        PIC S9(4)      COMP.
               10  WS-PY-TYPE          PIC X.
               10  WS-PY-KEY           PIC X(20).

       01  WS-PRIOR-LINK-TABLE.
           05  WS-PL-ENTRY             OCCURS 5000 TIMES.
               10  WS-PL-EL-IDX        PIC S9(4)      COMP.
               10  WS-PL-FA-BANK-NO    PIC 9(3).
               10  WS-PL-FA-FILE-ID    PIC X(4).
               10  WS-PL-FA-FILE-KEY   PIC X(25).

       01  WS-HIT-TABLE.
           05  WS-HT-ENTRY             OCCURS 5000 TIMES.
               10  WS-HT-EL-IDX        PIC S9(4)      COMP.
               10  WS-HT-FLAG-NO       PIC 9.
               10  WS-HT-SCORE         PIC 9(3).
               10  WS-HT-TX-CODE       PIC 9(3).
               10  WS-HT-AMT           PIC S9(11)V99  COMP-3.
               10  WS-HT-DESC          PIC X(20).

      * Tests in EH-FLAGS order (see DSDSELDR), with the weight
      * each scores when ELDRPARM leaves it zero.
       01  WS-FLAG-LETTERS             PIC X(7)       VALUE
           'ARCWOLD'.
       01  WS-DEFAULT-WEIGHT-VALUES    PIC X(21)      VALUE
           '020020025030025015030'.
       01  WS-DEFAULT-WEIGHT-TABLE REDEFINES WS-DEFAULT-WEIGHT-VALUES.
           05  WS-DEFAULT-WEIGHT       PIC 9(3)   OCCURS 7 TIMES.
       01  WS-WEIGHT-TABLE.
           05  WS-WEIGHT               PIC 9(3)   OCCURS 7 TIMES.
       01  WS-FLAG-LABEL-VALUES.
           05  FILLER                  PIC X(24)      VALUE
               'FIRST-TIME ACH PAYEE'.
           05  FILLER                  PIC X(24)      VALUE
               'FIRST-TIME RTP SENDER'.
           05  FILLER                  PIC X(24)      VALUE
               'LARGE CASH WITHDRAWAL'.
           05  FILLER                  PIC X(24)      VALUE
               'WIRE OUT'.
           05  FILLER                  PIC X(24)      VALUE
               'OFFICIAL-CHECK PURCHASE'.
           05  FILLER                  PIC X(24)      VALUE
               'NEW OD-PROTECTION LINK'.
           05  FILLER                  PIC X(24)      VALUE
               'ADDRESS CHANGE'.
       01  WS-FLAG-LABEL-TABLE REDEFINES WS-FLAG-LABEL-VALUES.
           05  WS-FLAG-LABEL           PIC X(24)  OCCURS 7 TIMES.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-DAY              PIC 9(3).
       01  WS-BIRTH-DATE               PIC 9(7)       VALUE ZERO.
       01  WS-BIRTH-DATE-SPLIT REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR           PIC 9(4).
           05  WS-BIRTH-DAY            PIC 9(3).
       01  WS-AGE                      PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-MIN-AGE                  PIC 9(3)       VALUE ZERO.
       01  WS-HIST-DAYS                PIC 9(3)       VALUE ZERO.
       01  WS-HIST-START               PIC 9(7)       VALUE ZERO.
       01  WS-CASH-FLOOR               PIC 9(9)V99    VALUE ZERO.
       01  WS-CASH-MULT                PIC 9(2)       VALUE ZERO.
       01  WS-QUEUE-SCORE              PIC 9(3)       VALUE ZERO.
       01  WS-CASH-CODE-TABLE.
           05  WS-CASH-CODE            PIC 9(3)   OCCURS 5 TIMES.
       01  WS-OFFCHK-CODE-TABLE.
           05  WS-OFFCHK-CODE          PIC 9(3)   OCCURS 3 TIMES.
       01  WS-CASH-LIMIT               PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.

      * Account key of the record in hand, for 7000-FIND-ELDER.
       01  WS-KEY-BANK-NO              PIC 99         VALUE ZERO.
       01  WS-KEY-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-KEY-ACCT-NO              PIC 9(9)       VALUE ZERO.

      * Item in hand, for the cash, payee and hit paragraphs.
       01  WS-TX-CODE                  PIC 9(3)       VALUE ZERO.
       01  WS-TX-SC-TYPE               PIC 9          VALUE ZERO.
       01  WS-PK-TYPE                  PIC X          VALUE SPACE.
       01  WS-PK-KEY                   PIC X(20)      VALUE SPACES.
       01  WS-HIT-FLAG-NO              PIC 9          VALUE ZERO.
       01  WS-HIT-TX-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-HIT-AMT                  PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-HIT-DESC                 PIC X(20)      VALUE SPACES.

       01  WS-NEW-ADDRESS.
           05  WS-NEW-STREET           PIC X(40).
           05  WS-NEW-CITY             PIC X(30).
           05  WS-NEW-STATE            PIC X(2).
           05  WS-NEW-ZIP              PIC X(5).

      * Date work: YYYYDDD and a day count borrowed across year end.
       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-DAY-COUNT            PIC S9(5)      COMP SYNC.
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).

       01  WS-TOTALS.
           05  WS-TOT-BIRTH-READ       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-HIST-ITEMS       PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-TXL-READ         PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-TXL-ELDER        PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-ADDRESS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-FLAGGED          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-QUEUED           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-HITS             PIC S9(7)      COMP-3
                                                   OCCURS 7 TIMES.
           05  WS-EL-OVERFLOW          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-PY-OVERFLOW          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-PL-OVERFLOW          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-HT-OVERFLOW          PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(51)      VALUE
               'DSDS188 - ELDER FINANCIAL EXPLOITATION SURVEILLANCE'.
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(10)      VALUE
               ' MIN AGE: '.
           05  WS-RH-MIN-AGE           PIC ZZ9.
           05  FILLER                  PIC X(54)      VALUE SPACES.

       01  WS-ACCT-LINE.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-AL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(5)       VALUE ' AGE '.
           05  WS-AL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' SCORE '.
           05  WS-AL-SCORE             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' FLAGS '.
           05  WS-AL-FLAGS             PIC X(7).
           05  FILLER                  PIC X(7)       VALUE ' ITEMS '.
           05  WS-AL-HITS              PIC ZZ9.
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-AL-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-ACTION            PIC X(8).
           05  FILLER                  PIC X(33)      VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(8)       VALUE SPACES.
           05  WS-IL-FLAG              PIC X.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-IL-LABEL             PIC X(24).
           05  FILLER                  PIC X(7)       VALUE ' SCORE '.
           05  WS-IL-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(6)       VALUE ' CODE '.
           05  WS-IL-TX-CODE           PIC ZZ9.
           05  FILLER                  PIC X(5)       VALUE ' AMT '.
           05  WS-IL-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-IL-DESC              PIC X(20).
           05  FILLER                  PIC X(36)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

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
           MOVE 'DSDS188 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-HISTORY
               UNTIL WS-TXN-EOF.
           PERFORM 3000-SCREEN-TODAY
               UNTIL WS-TXL-EOF.
           PERFORM 4000-CHECK-OD-LINK
               UNTIL WS-SAC-EOF.
           PERFORM 5000-CHECK-ADDRESS
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-EL-COUNT.
           PERFORM 6000-REPORT-ACCOUNT
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-EL-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           IF WS-EL-OVERFLOW > ZERO
              OR WS-PY-OVERFLOW > ZERO
              OR WS-PL-OVERFLOW > ZERO
              OR WS-HT-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-TXL-READ TO RRG-RECORDS-IN.
           MOVE WS-TOT-QUEUED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ELDR-PARM-FILE
                       BIRTH-FILE
                       SNAP-FILE
                       TXN-STORE-FILE
                       DSDS-TXL-FILE
                       SACXREF-FILE
                OUTPUT SNAP-OUT
                       ELDER-HIT-FILE
                       ELDR-RPT.
           READ ELDR-PARM-FILE.
           PERFORM 1100-SET-PARMS.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-MIN-AGE TO WS-RH-MIN-AGE.
           WRITE ELDR-RPT-LINE FROM WS-RPT-HDG.
           MOVE SPACES TO ELDR-RPT-LINE.
           WRITE ELDR-RPT-LINE.
           PERFORM 1400-SET-HIST-START.
           READ BIRTH-FILE
               AT END MOVE 'Y' TO WS-BIRTH-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-BIRTH
               UNTIL WS-BIRTH-EOF.
           READ SNAP-FILE
               AT END MOVE 'Y' TO WS-SNAP-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-SNAPSHOT
               UNTIL WS-SNAP-EOF.
           READ TXN-STORE-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ SACXREF-FILE
               AT END MOVE 'Y' TO WS-SAC-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Zero parms take the defaults: age 65, 90 days of history,
      * a 1,000.00 cash floor at three times the average, a queue
      * score of 30 and the default weight for each test.
       1100-SET-PARMS.
           MOVE EP-RUN-DATE    TO WS-RUN-DATE.
           MOVE EP-MIN-AGE     TO WS-MIN-AGE.
           MOVE EP-HIST-DAYS   TO WS-HIST-DAYS.
           MOVE EP-CASH-FLOOR  TO WS-CASH-FLOOR.
           MOVE EP-CASH-MULT   TO WS-CASH-MULT.
           MOVE EP-QUEUE-SCORE TO WS-QUEUE-SCORE.
           IF WS-MIN-AGE = ZERO
               MOVE 65 TO WS-MIN-AGE
           END-IF.
           IF WS-HIST-DAYS = ZERO
               MOVE 90 TO WS-HIST-DAYS
           END-IF.
           IF WS-CASH-FLOOR = ZERO
               MOVE 1000.00 TO WS-CASH-FLOOR
           END-IF.
           IF WS-CASH-MULT = ZERO
               MOVE 3 TO WS-CASH-MULT
           END-IF.
           IF WS-QUEUE-SCORE = ZERO
               MOVE 30 TO WS-QUEUE-SCORE
           END-IF.
           PERFORM 1110-SET-CASH-CODE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > 5.
           PERFORM 1120-SET-OFFCHK-CODE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > 3.
           PERFORM 1130-SET-WEIGHT
               VARYING WS-WT-IDX FROM 1 BY 1
               UNTIL WS-WT-IDX > 7.
       1100-SET-PARMS-EXIT.
           EXIT.

       1110-SET-CASH-CODE.
           MOVE EP-CASH-CODE (WS-CD-IDX) TO WS-CASH-CODE (WS-CD-IDX).
       1110-SET-CASH-CODE-EXIT.
           EXIT.

       1120-SET-OFFCHK-CODE.
           MOVE EP-OFFCHK-CODE (WS-CD-IDX)
               TO WS-OFFCHK-CODE (WS-CD-IDX).
       1120-SET-OFFCHK-CODE-EXIT.
           EXIT.

       1130-SET-WEIGHT.
           IF EP-WEIGHT (WS-WT-IDX) = ZERO
               MOVE WS-DEFAULT-WEIGHT (WS-WT-IDX)
                   TO WS-WEIGHT (WS-WT-IDX)
           ELSE
               MOVE EP-WEIGHT (WS-WT-IDX) TO WS-WEIGHT (WS-WT-IDX)
           END-IF.
           MOVE ZERO TO WS-TOT-HITS (WS-WT-IDX).
       1130-SET-WEIGHT-EXIT.
           EXIT.

      * The age is the years between birth and run dates, less one
      * when the birthday has not yet come round this year.
       1200-LOAD-BIRTH.
           ADD 1 TO WS-TOT-BIRTH-READ.
           IF IB-BIRTH-DATE NOT = ZERO
               PERFORM 1210-CHECK-AGE
           END-IF.
           READ BIRTH-FILE
               AT END MOVE 'Y' TO WS-BIRTH-EOF-SW
           END-READ.
       1200-LOAD-BIRTH-EXIT.
           EXIT.

       1210-CHECK-AGE.
           MOVE IB-BIRTH-DATE TO WS-BIRTH-DATE.
           COMPUTE WS-AGE = WS-RUN-YEAR - WS-BIRTH-YEAR.
           IF WS-RUN-DAY < WS-BIRTH-DAY
               SUBTRACT 1 FROM WS-AGE
           END-IF.
           IF WS-AGE NOT < WS-MIN-AGE
               IF WS-EL-COUNT NOT < 3000
                   ADD 1 TO WS-EL-OVERFLOW
               ELSE
                   PERFORM 1220-ADD-ELDER
               END-IF
           END-IF.
       1210-CHECK-AGE-EXIT.
           EXIT.

       1220-ADD-ELDER.
           ADD 1 TO WS-EL-COUNT.
           MOVE WS-EL-COUNT TO WS-EL-IDX.
           MOVE IB-BANK-NO TO WS-EL-BANK-NO (WS-EL-IDX).
           MOVE IB-ACCT-ID TO WS-EL-ACCT-ID (WS-EL-IDX).
           MOVE IB-ACCT-NO TO WS-EL-ACCT-NO (WS-EL-IDX).
           MOVE WS-AGE     TO WS-EL-AGE (WS-EL-IDX).
           MOVE 'N'        TO WS-EL-KNOWN-SW (WS-EL-IDX).
           MOVE SPACES     TO WS-EL-OLD-STREET (WS-EL-IDX)
                              WS-EL-OLD-CITY (WS-EL-IDX)
                              WS-EL-OLD-STATE (WS-EL-IDX)
                              WS-EL-OLD-ZIP (WS-EL-IDX)
                              WS-EL-FLAGS (WS-EL-IDX).
           MOVE ZERO       TO WS-EL-CASH-COUNT (WS-EL-IDX)
                              WS-EL-CASH-TOTAL (WS-EL-IDX)
                              WS-EL-SCORE (WS-EL-IDX)
                              WS-EL-HIT-COUNT (WS-EL-IDX)
                              WS-EL-HIT-AMT (WS-EL-IDX).
       1220-ADD-ELDER-EXIT.
           EXIT.

      * Last run's snapshot.  Accounts no longer monitored drop out.
       1300-LOAD-SNAPSHOT.
           MOVE ES-BANK-NO TO WS-KEY-BANK-NO.
           MOVE ES-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE ES-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 7000-FIND-ELDER.
           IF WS-FOUND
               IF ES-ADDRESS-REC
                   MOVE 'Y'       TO WS-EL-KNOWN-SW (WS-EL-IDX)
                   MOVE ES-STREET TO WS-EL-OLD-STREET (WS-EL-IDX)
                   MOVE ES-CITY   TO WS-EL-OLD-CITY (WS-EL-IDX)
                   MOVE ES-STATE  TO WS-EL-OLD-STATE (WS-EL-IDX)
                   MOVE ES-ZIP    TO WS-EL-OLD-ZIP (WS-EL-IDX)
               ELSE
                   PERFORM 1310-HOLD-PRIOR-LINK
               END-IF
           END-IF.
           READ SNAP-FILE
               AT END MOVE 'Y' TO WS-SNAP-EOF-SW
           END-READ.
       1300-LOAD-SNAPSHOT-EXIT.
           EXIT.

       1310-HOLD-PRIOR-LINK.
           IF WS-PL-COUNT NOT < 5000
               ADD 1 TO WS-PL-OVERFLOW
           ELSE
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-IDX
               MOVE WS-EL-IDX      TO WS-PL-EL-IDX (WS-PL-IDX)
               MOVE ES-FA-BANK-NO  TO WS-PL-FA-BANK-NO (WS-PL-IDX)
               MOVE ES-FA-FILE-ID  TO WS-PL-FA-FILE-ID (WS-PL-IDX)
               MOVE ES-FA-FILE-KEY TO WS-PL-FA-FILE-KEY (WS-PL-IDX)
           END-IF.
       1310-HOLD-PRIOR-LINK-EXIT.
           EXIT.

      * History runs from the run date less the history days up to,
      * but not including, the run date.
       1400-SET-HIST-START.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-DAY-COUNT = WS-WORK-DAY - WS-HIST-DAYS.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           PERFORM 1410-BORROW-YEAR
               UNTIL WS-DAY-COUNT > ZERO.
           MOVE WS-EPOCH-YR TO WS-WORK-YEAR.
           MOVE WS-DAY-COUNT TO WS-WORK-DAY.
           MOVE WS-WORK-DATE TO WS-HIST-START.
       1400-SET-HIST-START-EXIT.
           EXIT.

       1410-BORROW-YEAR.
           SUBTRACT 1 FROM WS-EPOCH-YR.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-DAY-COUNT.
       1410-BORROW-YEAR-EXIT.
           EXIT.

       2000-LOAD-HISTORY.
           IF TSTXL-DATE NOT < WS-HIST-START
              AND TSTXL-DATE < WS-RUN-DATE
               MOVE TSTXL-BANK-NO TO WS-KEY-BANK-NO
               MOVE TSTXL-ACCT-ID TO WS-KEY-ACCT-ID
               MOVE TSTXL-ACCT-NO TO WS-KEY-ACCT-NO
               PERFORM 7000-FIND-ELDER
               IF WS-FOUND
                   ADD 1 TO WS-TOT-HIST-ITEMS
                   PERFORM 2100-NOTE-HISTORY
               END-IF
           END-IF.
           READ TXN-STORE-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
       2000-LOAD-HISTORY-EXIT.
           EXIT.

       2100-NOTE-HISTORY.
           IF TSTXL-CODE NOT < 500
              AND TSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
              AND TSTXL-ACH-COMPANY-ID NOT = SPACES
               MOVE 'A' TO WS-PK-TYPE
               MOVE TSTXL-ACH-COMPANY-ID TO WS-PK-KEY
               PERFORM 7100-NOTE-PAYEE
           END-IF.
           IF TSTXL-FORMAT-RTP
              AND TSTXL-RTP-SENDER-NAME NOT = SPACES
               MOVE 'R' TO WS-PK-TYPE
               MOVE TSTXL-RTP-SENDER-NAME TO WS-PK-KEY
               PERFORM 7100-NOTE-PAYEE
           END-IF.
           MOVE TSTXL-CODE    TO WS-TX-CODE.
           MOVE TSTXL-SC-TYPE TO WS-TX-SC-TYPE.
           PERFORM 7300-TEST-CASH.
           IF WS-CASH-ITEM
               ADD 1 TO WS-EL-CASH-COUNT (WS-EL-IDX)
               ADD TSTXL-AMOUNT TO WS-EL-CASH-TOTAL (WS-EL-IDX)
           END-IF.
       2100-NOTE-HISTORY-EXIT.
           EXIT.

       3000-SCREEN-TODAY.
           ADD 1 TO WS-TOT-TXL-READ.
           MOVE DSDSTXL-BANK-NO TO WS-KEY-BANK-NO.
           MOVE DSDSTXL-ACCT-ID TO WS-KEY-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO TO WS-KEY-ACCT-NO.
           PERFORM 7000-FIND-ELDER.
           IF WS-FOUND
               ADD 1 TO WS-TOT-TXL-ELDER
               PERFORM 3100-SCREEN-ITEM
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       3000-SCREEN-TODAY-EXIT.
           EXIT.

      * A payee or sender is noted as it is screened, so a second
      * item to the same new payee today does not score again.
       3100-SCREEN-ITEM.
           MOVE DSDSTXL-CODE   TO WS-TX-CODE
                                  WS-HIT-TX-CODE.
           MOVE DSDSTXL-SC-TYPE TO WS-TX-SC-TYPE.
           MOVE DSDSTXL-AMOUNT TO WS-HIT-AMT.
           IF DSDSTXL-CODE NOT < 500
              AND DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
              AND DSDSTXL-ACH-COMPANY-ID NOT = SPACES
               MOVE 'A' TO WS-PK-TYPE
               MOVE DSDSTXL-ACH-COMPANY-ID TO WS-PK-KEY
               PERFORM 7100-NOTE-PAYEE
               IF NOT WS-PAYEE-FOUND
                   MOVE 1 TO WS-HIT-FLAG-NO
                   MOVE DSDSTXL-ACH-COMPANY-ID TO WS-HIT-DESC
                   PERFORM 7500-RECORD-HIT
               END-IF
           END-IF.
           IF DSDSTXL-FORMAT-RTP
              AND DSDSTXL-RTP-SENDER-NAME NOT = SPACES
               MOVE 'R' TO WS-PK-TYPE
               MOVE DSDSTXL-RTP-SENDER-NAME TO WS-PK-KEY
               PERFORM 7100-NOTE-PAYEE
               IF NOT WS-PAYEE-FOUND
                   MOVE 2 TO WS-HIT-FLAG-NO
                   MOVE DSDSTXL-RTP-SENDER-NAME TO WS-HIT-DESC
                   PERFORM 7500-RECORD-HIT
               END-IF
           END-IF.
           PERFORM 7300-TEST-CASH.
           IF WS-CASH-ITEM
              AND DSDSTXL-AMOUNT NOT < WS-CASH-FLOOR
               PERFORM 3200-TEST-CASH-SIZE
           END-IF.
           IF DSDSTXL-CODE = 890
               MOVE 4 TO WS-HIT-FLAG-NO
               MOVE DSDSTXL-TX-DESC TO WS-HIT-DESC
               PERFORM 7500-RECORD-HIT
           END-IF.
           PERFORM 7400-TEST-OFFICIAL-CHECK.
           IF WS-OFFCHK-ITEM
               MOVE 5 TO WS-HIT-FLAG-NO
               MOVE DSDSTXL-TX-DESC TO WS-HIT-DESC
               PERFORM 7500-RECORD-HIT
           END-IF.
       3100-SCREEN-ITEM-EXIT.
           EXIT.

      * With no cash history any withdrawal over the floor is
      * large; otherwise it must exceed the multiple of the average.
       3200-TEST-CASH-SIZE.
           IF WS-EL-CASH-COUNT (WS-EL-IDX) > ZERO
               COMPUTE WS-CASH-LIMIT ROUNDED =
                   WS-EL-CASH-TOTAL (WS-EL-IDX)
                   / WS-EL-CASH-COUNT (WS-EL-IDX)
                   * WS-CASH-MULT
               IF DSDSTXL-AMOUNT > WS-CASH-LIMIT
                   PERFORM 3210-RECORD-LARGE-CASH
               END-IF
           ELSE
               PERFORM 3210-RECORD-LARGE-CASH
           END-IF.
       3200-TEST-CASH-SIZE-EXIT.
           EXIT.

       3210-RECORD-LARGE-CASH.
           MOVE 3 TO WS-HIT-FLAG-NO.
           MOVE DSDSTXL-TX-DESC TO WS-HIT-DESC.
           PERFORM 7500-RECORD-HIT.
       3210-RECORD-LARGE-CASH-EXIT.
           EXIT.

      * Every link on the protected side of a monitored account is
      * carried to the new snapshot; one the account did not have
      * at the last run is a hit.
       4000-CHECK-OD-LINK.
           MOVE DSSAC-BANK-NBR TO WS-KEY-BANK-NO.
           MOVE DSSAC-ACCT-ID  TO WS-KEY-ACCT-ID.
           MOVE DSSAC-ACCT-NBR TO WS-KEY-ACCT-NO.
           PERFORM 7000-FIND-ELDER.
           IF WS-FOUND
               PERFORM 4050-CARRY-LINK
           END-IF.
           READ SACXREF-FILE
               AT END MOVE 'Y' TO WS-SAC-EOF-SW
           END-READ.
       4000-CHECK-OD-LINK-EXIT.
           EXIT.

       4050-CARRY-LINK.
           MOVE SPACES TO SNAP-OUT-REC.
           MOVE 'L'               TO SO-REC-TYPE.
           MOVE WS-KEY-BANK-NO    TO SO-BANK-NO.
           MOVE WS-KEY-ACCT-ID    TO SO-ACCT-ID.
           MOVE WS-KEY-ACCT-NO    TO SO-ACCT-NO.
           MOVE DSSAC-FA-BANK-NBR TO SO-FA-BANK-NO.
           MOVE DSSAC-FA-FILE-ID  TO SO-FA-FILE-ID.
           MOVE DSSAC-FA-FILE-KEY TO SO-FA-FILE-KEY.
           WRITE SNAP-OUT-REC.
           IF WS-EL-KNOWN (WS-EL-IDX)
               MOVE 'N' TO WS-LINK-FOUND-SW
               PERFORM 4100-SCAN-PRIOR-LINK
                   VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
                      OR WS-LINK-FOUND
               IF NOT WS-LINK-FOUND
                   MOVE 6 TO WS-HIT-FLAG-NO
                   MOVE ZERO TO WS-HIT-TX-CODE
                                WS-HIT-AMT
                   MOVE SPACES TO WS-HIT-DESC
                   MOVE DSSAC-FA-FILE-ID TO WS-HIT-DESC (1:4)
                   MOVE DSSAC-FA-FILE-KEY TO WS-HIT-DESC (6:15)
                   PERFORM 7500-RECORD-HIT
               END-IF
           END-IF.
       4050-CARRY-LINK-EXIT.
           EXIT.

       4100-SCAN-PRIOR-LINK.
           IF WS-PL-EL-IDX (WS-PL-IDX) = WS-EL-IDX
              AND WS-PL-FA-BANK-NO (WS-PL-IDX) = DSSAC-FA-BANK-NBR
              AND WS-PL-FA-FILE-ID (WS-PL-IDX) = DSSAC-FA-FILE-ID
              AND WS-PL-FA-FILE-KEY (WS-PL-IDX) = DSSAC-FA-FILE-KEY
               MOVE 'Y' TO WS-LINK-FOUND-SW
           END-IF.
       4100-SCAN-PRIOR-LINK-EXIT.
           EXIT.

      * The CIF address is resolved the CIFB101 way.  When it will
      * not resolve, the last run's address carries forward and no
      * comparison is made.
       5000-CHECK-ADDRESS.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE WS-EL-BANK-NO (WS-EL-IDX) TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE WS-EL-ACCT-ID (WS-EL-IDX) TO U010-FILE-KEY (1:3).
           MOVE WS-EL-ACCT-NO (WS-EL-IDX) TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               MOVE U010-STREET-ADDRESS TO WS-NEW-STREET
               MOVE U010-CITY           TO WS-NEW-CITY
               MOVE U010-STATE          TO WS-NEW-STATE
               MOVE U010-ZIP            TO WS-NEW-ZIP
           ELSE
               ADD 1 TO WS-TOT-NO-ADDRESS
               MOVE WS-EL-OLD-STREET (WS-EL-IDX) TO WS-NEW-STREET
               MOVE WS-EL-OLD-CITY (WS-EL-IDX)   TO WS-NEW-CITY
               MOVE WS-EL-OLD-STATE (WS-EL-IDX)  TO WS-NEW-STATE
               MOVE WS-EL-OLD-ZIP (WS-EL-IDX)    TO WS-NEW-ZIP
           END-IF.
           IF WS-EL-KNOWN (WS-EL-IDX)
              AND WS-EL-OLD-STREET (WS-EL-IDX) NOT = SPACES
              AND (WS-NEW-STREET NOT = WS-EL-OLD-STREET (WS-EL-IDX)
                OR WS-NEW-CITY NOT = WS-EL-OLD-CITY (WS-EL-IDX)
                OR WS-NEW-STATE NOT = WS-EL-OLD-STATE (WS-EL-IDX)
                OR WS-NEW-ZIP NOT = WS-EL-OLD-ZIP (WS-EL-IDX))
               MOVE 7 TO WS-HIT-FLAG-NO
               MOVE ZERO TO WS-HIT-TX-CODE
                            WS-HIT-AMT
               MOVE WS-NEW-STREET TO WS-HIT-DESC
               PERFORM 7500-RECORD-HIT
           END-IF.
           MOVE SPACES TO SNAP-OUT-REC.
           MOVE 'A'                        TO SO-REC-TYPE.
           MOVE WS-EL-BANK-NO (WS-EL-IDX)  TO SO-BANK-NO.
           MOVE WS-EL-ACCT-ID (WS-EL-IDX)  TO SO-ACCT-ID.
           MOVE WS-EL-ACCT-NO (WS-EL-IDX)  TO SO-ACCT-NO.
           MOVE WS-NEW-STREET              TO SO-STREET.
           MOVE WS-NEW-CITY                TO SO-CITY.
           MOVE WS-NEW-STATE               TO SO-STATE.
           MOVE WS-NEW-ZIP                 TO SO-ZIP.
           WRITE SNAP-OUT-REC.
       5000-CHECK-ADDRESS-EXIT.
           EXIT.

      * Every flagged account prints with its items; one at or over
      * the queue score also goes to the work-queue feed.
       6000-REPORT-ACCOUNT.
           IF WS-EL-SCORE (WS-EL-IDX) NOT = ZERO
               PERFORM 6050-REPORT-FLAGGED
           END-IF.
       6000-REPORT-ACCOUNT-EXIT.
           EXIT.

       6050-REPORT-FLAGGED.
           ADD 1 TO WS-TOT-FLAGGED.
           MOVE 'N' TO WS-QUEUED-SW.
           IF WS-EL-SCORE (WS-EL-IDX) NOT < WS-QUEUE-SCORE
               MOVE 'Y' TO WS-QUEUED-SW
               ADD 1 TO WS-TOT-QUEUED
           END-IF.
           MOVE WS-EL-BANK-NO (WS-EL-IDX)   TO WS-AL-BANK.
           MOVE WS-EL-ACCT-ID (WS-EL-IDX)   TO WS-AL-ACCT-ID.
           MOVE WS-EL-ACCT-NO (WS-EL-IDX)   TO WS-AL-ACCT-NO.
           MOVE WS-EL-AGE (WS-EL-IDX)       TO WS-AL-AGE.
           MOVE WS-EL-SCORE (WS-EL-IDX)     TO WS-AL-SCORE.
           MOVE WS-EL-FLAGS (WS-EL-IDX)     TO WS-AL-FLAGS.
           MOVE WS-EL-HIT-COUNT (WS-EL-IDX) TO WS-AL-HITS.
           MOVE WS-EL-HIT-AMT (WS-EL-IDX)   TO WS-AL-AMT.
           IF WS-QUEUED
               MOVE 'QUEUED' TO WS-AL-ACTION
           ELSE
               MOVE 'WATCH' TO WS-AL-ACTION
           END-IF.
           WRITE ELDR-RPT-LINE FROM WS-ACCT-LINE.
           IF WS-QUEUED
               MOVE SPACES TO ELDER-HIT-REC
               MOVE 'A' TO EH-REC-TYPE
               PERFORM 6200-SET-HIT-KEY
               MOVE WS-EL-FLAGS (WS-EL-IDX)     TO EH-FLAGS
               MOVE WS-EL-HIT-COUNT (WS-EL-IDX) TO EH-HIT-COUNT
               MOVE WS-EL-HIT-AMT (WS-EL-IDX)   TO EH-HIT-AMT
               WRITE ELDER-HIT-REC
           END-IF.
           PERFORM 6100-REPORT-HIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT.
       6050-REPORT-FLAGGED-EXIT.
           EXIT.

       6100-REPORT-HIT.
           IF WS-HT-EL-IDX (WS-HT-IDX) = WS-EL-IDX
               MOVE WS-FLAG-LETTERS (WS-HT-FLAG-NO (WS-HT-IDX):1)
                   TO WS-IL-FLAG
               MOVE WS-FLAG-LABEL (WS-HT-FLAG-NO (WS-HT-IDX))
                   TO WS-IL-LABEL
               MOVE WS-HT-SCORE (WS-HT-IDX)   TO WS-IL-SCORE
               MOVE WS-HT-TX-CODE (WS-HT-IDX) TO WS-IL-TX-CODE
               MOVE WS-HT-AMT (WS-HT-IDX)     TO WS-IL-AMT
               MOVE WS-HT-DESC (WS-HT-IDX)    TO WS-IL-DESC
               WRITE ELDR-RPT-LINE FROM WS-ITEM-LINE
               IF WS-QUEUED
                   MOVE SPACES TO ELDER-HIT-REC
                   MOVE 'I' TO EH-REC-TYPE
                   PERFORM 6200-SET-HIT-KEY
                   MOVE WS-IL-FLAG                TO EH-ITEM-FLAG
                   MOVE WS-HT-SCORE (WS-HT-IDX)   TO EH-ITEM-SCORE
                   MOVE WS-HT-TX-CODE (WS-HT-IDX) TO EH-ITEM-TX-CODE
                   MOVE WS-HT-AMT (WS-HT-IDX)     TO EH-ITEM-AMT
                   MOVE WS-HT-DESC (WS-HT-IDX)    TO EH-ITEM-DESC
                   WRITE ELDER-HIT-REC
               END-IF
           END-IF.
       6100-REPORT-HIT-EXIT.
           EXIT.

      * The feed score stops at 999.
       6200-SET-HIT-KEY.
           MOVE WS-EL-BANK-NO (WS-EL-IDX) TO EH-BANK-NO.
           MOVE WS-EL-ACCT-ID (WS-EL-IDX) TO EH-ACCT-ID.
           MOVE WS-EL-ACCT-NO (WS-EL-IDX) TO EH-ACCT-NO.
           MOVE WS-RUN-DATE               TO EH-RUN-DATE.
           MOVE WS-EL-AGE (WS-EL-IDX)     TO EH-AGE.
           IF WS-EL-SCORE (WS-EL-IDX) > 999
               MOVE 999 TO EH-SCORE
           ELSE
               MOVE WS-EL-SCORE (WS-EL-IDX) TO EH-SCORE
           END-IF.
       6200-SET-HIT-KEY-EXIT.
           EXIT.

      * Leaves WS-FOUND set and WS-EL-IDX on the monitored account
      * matching the WS-KEY fields.
       7000-FIND-ELDER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-ELDER
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-EL-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-EL-IDX
           END-IF.
       7000-FIND-ELDER-EXIT.
           EXIT.

       7010-SCAN-ELDER.
           IF WS-EL-BANK-NO (WS-EL-IDX) = WS-KEY-BANK-NO
              AND WS-EL-ACCT-ID (WS-EL-IDX) = WS-KEY-ACCT-ID
              AND WS-EL-ACCT-NO (WS-EL-IDX) = WS-KEY-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-ELDER-EXIT.
           EXIT.

      * Sets WS-PAYEE-FOUND when the account already has the payee
      * or sender in WS-PK-TYPE/WS-PK-KEY, and adds it when not.
       7100-NOTE-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           PERFORM 7110-SCAN-PAYEE
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
                  OR WS-PAYEE-FOUND.
           IF NOT WS-PAYEE-FOUND
               IF WS-PY-COUNT NOT < 20000
                   ADD 1 TO WS-PY-OVERFLOW
               ELSE
                   ADD 1 TO WS-PY-COUNT
                   MOVE WS-PY-COUNT TO WS-PY-IDX
                   MOVE WS-EL-IDX  TO WS-PY-EL-IDX (WS-PY-IDX)
                   MOVE WS-PK-TYPE TO WS-PY-TYPE (WS-PY-IDX)
                   MOVE WS-PK-KEY  TO WS-PY-KEY (WS-PY-IDX)
               END-IF
           END-IF.
       7100-NOTE-PAYEE-EXIT.
           EXIT.

       7110-SCAN-PAYEE.
           IF WS-PY-EL-IDX (WS-PY-IDX) = WS-EL-IDX
              AND WS-PY-TYPE (WS-PY-IDX) = WS-PK-TYPE
              AND WS-PY-KEY (WS-PY-IDX) = WS-PK-KEY
               MOVE 'Y' TO WS-PAYEE-FOUND-SW
           END-IF.
       7110-SCAN-PAYEE-EXIT.
           EXIT.

      * A cash withdrawal is a debit that is an ATM item or carries
      * one of the ELDRPARM cash codes.
       7300-TEST-CASH.
           MOVE 'N' TO WS-CASH-SW.
           IF WS-TX-CODE NOT < 500
               IF WS-TX-SC-TYPE = 2
                   MOVE 'Y' TO WS-CASH-SW
               ELSE
                   PERFORM 7310-SCAN-CASH-CODE
                       VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > 5
                          OR WS-CASH-ITEM
               END-IF
           END-IF.
       7300-TEST-CASH-EXIT.
           EXIT.

       7310-SCAN-CASH-CODE.
           IF WS-CASH-CODE (WS-CD-IDX) NOT = ZERO
              AND WS-CASH-CODE (WS-CD-IDX) = WS-TX-CODE
               MOVE 'Y' TO WS-CASH-SW
           END-IF.
       7310-SCAN-CASH-CODE-EXIT.
           EXIT.

       7400-TEST-OFFICIAL-CHECK.
           MOVE 'N' TO WS-OFFCHK-SW.
           PERFORM 7410-SCAN-OFFCHK-CODE
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > 3
                  OR WS-OFFCHK-ITEM.
       7400-TEST-OFFICIAL-CHECK-EXIT.
           EXIT.

       7410-SCAN-OFFCHK-CODE.
           IF WS-OFFCHK-CODE (WS-CD-IDX) NOT = ZERO
              AND WS-OFFCHK-CODE (WS-CD-IDX) = WS-TX-CODE
               MOVE 'Y' TO WS-OFFCHK-SW
           END-IF.
       7410-SCAN-OFFCHK-CODE-EXIT.
           EXIT.

      * Scores the hit in WS-HIT-FLAG-NO against the account at
      * WS-EL-IDX and keeps it as a supporting item.
       7500-RECORD-HIT.
           ADD WS-WEIGHT (WS-HIT-FLAG-NO)
               TO WS-EL-SCORE (WS-EL-IDX).
           ADD 1 TO WS-EL-HIT-COUNT (WS-EL-IDX).
           ADD WS-HIT-AMT TO WS-EL-HIT-AMT (WS-EL-IDX).
           MOVE WS-FLAG-LETTERS (WS-HIT-FLAG-NO:1)
               TO WS-EL-FLAGS (WS-EL-IDX) (WS-HIT-FLAG-NO:1).
           ADD 1 TO WS-TOT-HITS (WS-HIT-FLAG-NO).
           IF WS-HT-COUNT NOT < 5000
               ADD 1 TO WS-HT-OVERFLOW
           ELSE
               ADD 1 TO WS-HT-COUNT
               MOVE WS-HT-COUNT TO WS-HT-IDX
               MOVE WS-EL-IDX      TO WS-HT-EL-IDX (WS-HT-IDX)
               MOVE WS-HIT-FLAG-NO TO WS-HT-FLAG-NO (WS-HT-IDX)
               MOVE WS-WEIGHT (WS-HIT-FLAG-NO)
                   TO WS-HT-SCORE (WS-HT-IDX)
               MOVE WS-HIT-TX-CODE TO WS-HT-TX-CODE (WS-HT-IDX)
               MOVE WS-HIT-AMT     TO WS-HT-AMT (WS-HT-IDX)
               MOVE WS-HIT-DESC    TO WS-HT-DESC (WS-HT-IDX)
           END-IF.
       7500-RECORD-HIT-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO ELDR-RPT-LINE.
           WRITE ELDR-RPT-LINE.
           MOVE 'BIRTH DATES READ' TO WS-TOT-LABEL.
           MOVE WS-TOT-BIRTH-READ TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS MONITORED' TO WS-TOT-LABEL.
           MOVE WS-EL-COUNT TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY ITEMS IN WINDOW' TO WS-TOT-LABEL.
           MOVE WS-TOT-HIST-ITEMS TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS SCREENED' TO WS-TOT-LABEL.
           MOVE WS-TOT-TXL-READ TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS ON MONITORED ACCOUNTS' TO WS-TOT-LABEL.
           MOVE WS-TOT-TXL-ELDER TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO CIF ADDRESS' TO WS-TOT-LABEL.
           MOVE WS-TOT-NO-ADDRESS TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           PERFORM 8100-PRINT-HIT-TOTAL
               VARYING WS-WT-IDX FROM 1 BY 1
               UNTIL WS-WT-IDX > 7.
           MOVE 'ACCOUNTS FLAGGED' TO WS-TOT-LABEL.
           MOVE WS-TOT-FLAGGED TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS QUEUED FOR ELDER PROTECTION'
               TO WS-TOT-LABEL.
           MOVE WS-TOT-QUEUED TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-EL-OVERFLOW > ZERO
               MOVE 'ACCOUNTS NOT MONITORED - TABLE FULL'
                   TO WS-TOT-LABEL
               MOVE WS-EL-OVERFLOW TO WS-TOT-COUNT
               WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-PY-OVERFLOW > ZERO
               MOVE 'PAYEES NOT HELD - TABLE FULL' TO WS-TOT-LABEL
               MOVE WS-PY-OVERFLOW TO WS-TOT-COUNT
               WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-PL-OVERFLOW > ZERO
               MOVE 'PRIOR OD LINKS NOT HELD - TABLE FULL'
                   TO WS-TOT-LABEL
               MOVE WS-PL-OVERFLOW TO WS-TOT-COUNT
               WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-HT-OVERFLOW > ZERO
               MOVE 'ITEMS NOT LISTED - TABLE FULL' TO WS-TOT-LABEL
               MOVE WS-HT-OVERFLOW TO WS-TOT-COUNT
               WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-HIT-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL.
           MOVE 'HITS - ' TO WS-TOT-LABEL (1:7).
           MOVE WS-FLAG-LABEL (WS-WT-IDX) TO WS-TOT-LABEL (8:24).
           MOVE WS-TOT-HITS (WS-WT-IDX) TO WS-TOT-COUNT.
           WRITE ELDR-RPT-LINE FROM WS-TOTAL-LINE.
       8100-PRINT-HIT-TOTAL-EXIT.
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
           CLOSE ELDR-PARM-FILE
                 BIRTH-FILE
                 SNAP-FILE
                 TXN-STORE-FILE
                 DSDS-TXL-FILE
                 SACXREF-FILE
                 SNAP-OUT
                 ELDER-HIT-FILE
                 ELDR-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
