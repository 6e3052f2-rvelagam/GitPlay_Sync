       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS206.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS206 reconciles each bank's Federal Reserve master account
      * against the settlements we expect, the tie-out done by hand
      * from a stack of reports until a NACHA file's settlement went
      * missing for two days without anyone seeing it.
      *
      * FEDSTMT is the day's Fed account activity statement, one
      * entry per settlement posted to a master account.  The master
      * account's routing number finds the bank on CDC-BANKCTL (see
      * CDHIST, UBKC-TRANS-ROUTING); the Fed activity code names the
      * settlement source, and only the sources below are worked --
      * wires, cash and the rest are counted and passed over.
      *
      * The expected side is built from the files that already
      * drive each settlement:
      *
      *  - ACHO, ACHSCRN, the screened entries DSDS137 builds the
      *    NACHA file and its batch totals from: debit entries (tran
      *    code ending 7 or 8) settle as a Fed credit, credit entries
      *    as a Fed debit, on the entry's effective date; prenotes
      *    carry no dollars and are skipped;
      *  - ACHT, RTNTXL, DSDS136's return offsets (575/075) on the
      *    date returned;
      *  - ACHR, TXLPOST, DSDS107's posted file: received ACH items
      *    (DSDSTXL-ACH-STD-ENTRY-CLASS present, returns excepted)
      *    totalled by DSDSTXL-EFFECT-DT, the settlement date;
      *  - RTP, RTPSETTL, the RTP settlement DSDS124 reconciles;
      *  - NETS, SETTLEIN, the ATM/POS network settlement DSDS120
      *    reconciles, on the post date.
      *
      * On the customer side a credit (code below 500) is money in,
      * so it settles as a Fed credit and a debit as a Fed debit.
      *
      * Both sides total by bank, source, settlement date and Fed
      * direction.  A total with equal sides is matched and drops
      * out.  Otherwise it is a break -- NOT SETTLED when only we
      * expected it, NOT EXPECTED when only the Fed posted it,
      * AMOUNT DIFFERENCE when both did but disagree.  Open breaks
      * and settlements dated after today carry forward on FEDOPENO
      * and load again tomorrow, so a late Fed entry or a late
      * posting still matches off, and a break ages from its
      * settlement date.  A break older than the FEDPARM retention
      * prints as DROPPED and stops carrying; its work-queue item
      * stays with the research desk.
      *
      * Open breaks print by age band and source, then a count and
      * dollar summary per source and band.  Every open break also
      * goes to FEDBRK (see DSDSFEDB) for the work queue (DSDS162).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FED-PARM-FILE      ASSIGN TO FEDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-BANKCTL-FILE   ASSIGN TO CDCBKCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-OPEN-FILE      ASSIGN TO FEDOPEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-STMT-FILE      ASSIGN TO FEDSTMT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-ENTRY-FILE     ASSIGN TO ACHSCRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-RETURN-FILE    ASSIGN TO RTNTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO TXLPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTP-SETTLE-FILE    ASSIGN TO RTPSETTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLE-FILE        ASSIGN TO SETTLEIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-OPEN-OUT       ASSIGN TO FEDOPENO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-BREAK-FILE     ASSIGN TO FEDBRK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FED-RECON-RPT      ASSIGN TO FEDRECON
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FED-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  FED-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FP-RETAIN-DAYS          PIC 9(3).

       FD  CDC-BANKCTL-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY CDHIST.

       FD  FED-OPEN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  FED-OPEN-REC.
           05  FO-BANK-NO              PIC 99.
           05  FO-SOURCE               PIC X(4).
           05  FO-SETTLE-DATE          PIC 9(7).
           05  FO-DIRECTION            PIC X.
           05  FO-EXPECTED-AMT         PIC 9(11)V99.
           05  FO-FED-AMT              PIC 9(11)V99.

      * The Fed account activity statement.  FS-ACTIVITY-CODE is the
      * Fed's settlement category; FS-DR-CR is the side posted to
      * the master account.
       FD  FED-STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FED-STMT-REC.
           05  FS-ROUTING              PIC 9(9).
           05  FS-ENTRY-DATE           PIC 9(7).
           05  FS-ACTIVITY-CODE        PIC X(4).
           05  FS-DR-CR                PIC X.
           05  FS-AMOUNT               PIC 9(11)V99.
           05  FS-FED-REF              PIC X(16).
           05  FS-DESC                 PIC X(30).

       FD  ACH-ENTRY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ACH-ENTRY-REC.
           05  EN-BANK-NO              PIC 99.
           05  EN-COMPANY-ID           PIC X(10).
           05  EN-COMPANY-NAME         PIC X(16).
           05  EN-SEC-CODE             PIC X(3).
           05  EN-TRAN-CODE            PIC 99.
           05  FILLER REDEFINES EN-TRAN-CODE.
               10  FILLER              PIC 9.
               10  EN-TRAN-SIDE        PIC 9.
                   88  EN-DEBIT-ENTRY                 VALUE 7 8.
           05  EN-ROUTING              PIC 9(9).
           05  EN-DDA-ACCT             PIC X(17).
           05  EN-AMOUNT               PIC 9(8)V99.
           05  EN-INDIV-ID             PIC X(15).
           05  EN-INDIV-NAME           PIC X(22).
           05  EN-ENTRY-DESC           PIC X(10).
           05  EN-EFF-DATE             PIC 9(6).
           05  FILLER REDEFINES EN-EFF-DATE.
               10  EN-EFF-YY           PIC 99.
               10  EN-EFF-MM           PIC 99.
               10  EN-EFF-DD           PIC 99.

       FD  ACH-RETURN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==ACH-RETURN-TRANSACTION==
               LEADING ==DSDSTXL== BY ==RTTXL==.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  RTP-SETTLE-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  RTP-SETTLE-REC.
           05  RT-BANK-NO              PIC 99.
           05  RT-NETWORK-REF          PIC X(15).
           05  RT-SETTLE-DATE          PIC 9(7).
           05  RT-AMOUNT               PIC 9(11)V99.

       FD  SETTLE-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  SETTLE-REC.
           05  ST-BANK-NO              PIC 99.
           05  ST-REF-NBR              PIC X(12).
           05  ST-POST-DATE            PIC 9(7).
           05  ST-AMOUNT               PIC 9(11)V99.

       FD  FED-OPEN-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01  FED-OPEN-OUT-REC            PIC X(40).

       FD  FED-BREAK-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY DSDSFEDB.

       FD  FED-RECON-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FED-RECON-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CDC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CDC-EOF                         VALUE 'Y'.
           05  WS-FO-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FO-EOF                          VALUE 'Y'.
           05  WS-FS-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FS-EOF                          VALUE 'Y'.
           05  WS-EN-EOF-SW            PIC X          VALUE 'N'.
               88  WS-EN-EOF                          VALUE 'Y'.
           05  WS-RTN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-RTN-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-RT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RT-EOF                          VALUE 'Y'.
           05  WS-ST-EOF-SW            PIC X          VALUE 'N'.
               88  WS-ST-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MO-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 200 TIMES.
               10  WS-BK-BANK-NBR      PIC 9(3).
               10  WS-BK-ROUTING       PIC 9(9).

      * One total per bank, source, settlement date and Fed
      * direction, the expected and Fed sides side by side.
      * WS-RC-STATE after resolution: P pending (dated after today),
      * M matched, B open break, X break dropped past retention.
       01  WS-RECON-TABLE.
           05  WS-RC-ENTRY             OCCURS 5000 TIMES.
               10  WS-RC-BANK-NO       PIC 99.
               10  WS-RC-SOURCE        PIC X(4).
               10  WS-RC-SETTLE-DATE   PIC 9(7).
               10  WS-RC-DIRECTION     PIC X.
               10  WS-RC-EXPECTED-AMT  PIC S9(11)V99  COMP-3.
               10  WS-RC-FED-AMT       PIC S9(11)V99  COMP-3.
               10  WS-RC-BREAK-AMT     PIC S9(11)V99  COMP-3.
               10  WS-RC-AGE           PIC S9(3)      COMP-3.
               10  WS-RC-BAND          PIC S9(4)      COMP.
               10  WS-RC-SOURCE-IDX    PIC S9(4)      COMP.
               10  WS-RC-STATE         PIC X.
                   88  WS-RC-PENDING                  VALUE 'P'.
                   88  WS-RC-MATCHED                  VALUE 'M'.
                   88  WS-RC-BREAK                    VALUE 'B'.
                   88  WS-RC-DROPPED                  VALUE 'X'.

      * The settlement sources worked, in report order.  The code is
      * both our source and the Fed activity code it settles under.
       01  WS-SOURCE-VALUES.
           05  FILLER                  PIC X(28)      VALUE
               'ACHOACH ORIGINATED          '.
           05  FILLER                  PIC X(28)      VALUE
               'ACHTACH RETURNS             '.
           05  FILLER                  PIC X(28)      VALUE
               'ACHRACH RECEIVED            '.
           05  FILLER                  PIC X(28)      VALUE
               'RTP RTP SETTLEMENT          '.
           05  FILLER                  PIC X(28)      VALUE
               'NETSATM/POS NETWORK         '.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05  WS-SR-ENTRY             OCCURS 5 TIMES.
               10  WS-SR-CODE          PIC X(4).
               10  WS-SR-DESC          PIC X(24).

      * Age bands: the oldest age in days each band holds.
       01  WS-AGE-BAND-VALUES.
           05  FILLER                  PIC X(15)      VALUE
               '000SAME DAY    '.
           05  FILLER                  PIC X(15)      VALUE
               '0011 DAY       '.
           05  FILLER                  PIC X(15)      VALUE
               '0052-5 DAYS    '.
           05  FILLER                  PIC X(15)      VALUE
               '999OVER 5 DAYS '.
       01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05  WS-AB-ENTRY             OCCURS 4 TIMES.
               10  WS-AB-MAX-AGE       PIC 9(3).
               10  WS-AB-LABEL         PIC X(12).

       01  WS-BAND-TOTALS.
           05  WS-BT-SOURCE            OCCURS 5 TIMES.
               10  WS-BT-BAND          OCCURS 4 TIMES.
                   15  WS-BT-COUNT     PIC S9(5)      COMP-3.
                   15  WS-BT-AMOUNT    PIC S9(13)V99  COMP-3.
       01  WS-BAND-COUNTS.
           05  WS-BC-COUNT             PIC S9(5)      COMP-3
                                                       OCCURS 4 TIMES.

       01  WS-NEW-KEY.
           05  WS-NK-BANK-NO           PIC 99.
           05  WS-NK-SOURCE            PIC X(4).
           05  WS-NK-SETTLE-DATE       PIC 9(7).
           05  WS-NK-DIRECTION         PIC X.

      * Built here, not in the FEDOPEN record area -- a carried
      * record may still be waiting to load.
       01  WS-CARRY-REC.
           05  WS-CR-BANK-NO           PIC 99.
           05  WS-CR-SOURCE            PIC X(4).
           05  WS-CR-SETTLE-DATE       PIC 9(7).
           05  WS-CR-DIRECTION         PIC X.
           05  WS-CR-EXPECTED-AMT      PIC 9(11)V99.
           05  WS-CR-FED-AMT           PIC 9(11)V99.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  FILLER REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-DAY              PIC 9(3).
       01  WS-RETAIN-DAYS              PIC 9(3)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-TEST-ROUTING             PIC 9(9)       VALUE ZERO.
       01  WS-TEST-SOURCE              PIC X(4)       VALUE SPACES.
       01  WS-ITEM-DATE                PIC 9(7)       VALUE ZERO.
       01  WS-ITEM-AMT                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-AGE                      PIC S9(5)      VALUE ZERO
                                                       COMP-3.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)      VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 99         OCCURS 12 TIMES.

       01  WS-TOTALS.
           05  WS-TOT-STMT             PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OUT-OF-SCOPE     PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-BANK          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-EXPECTED         PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-CARRIED-IN       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MATCHED          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-BREAKS           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PENDING          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DROPPED          PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS206 - FED MASTER ACCOUNT RECONCILIATION       '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-BAND-HDG.
           05  FILLER                  PIC X(5)       VALUE 'AGE: '.
           05  WS-BH-LABEL             PIC X(12).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-BH-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' BREAKS'.
           05  FILLER                  PIC X(100)     VALUE SPACES.

       01  WS-DETAIL-HDG.
           05  FILLER                  PIC X(6)       VALUE 'BANK'.
           05  FILLER                  PIC X(6)       VALUE 'SRCE'.
           05  FILLER                  PIC X(9)       VALUE 'SETTLED'.
           05  FILLER                  PIC X(8)       VALUE 'SIDE'.
           05  FILLER                  PIC X(19)      VALUE 'BREAK'.
           05  FILLER                  PIC X(16)      VALUE
               '        EXPECTED'.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  FILLER                  PIC X(16)      VALUE
               '             FED'.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  FILLER                  PIC X(16)      VALUE
               '    BREAK AMOUNT'.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  FILLER                  PIC X(3)       VALUE 'AGE'.
           05  FILLER                  PIC X(27)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-DATE              PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-SIDE              PIC X(6).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-TYPE              PIC X(17).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-EXPECTED          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-FED               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-BREAK             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-NOTE              PIC X(7).
           05  FILLER                  PIC X(18)      VALUE SPACES.

       01  WS-SUMMARY-HDG.
           05  WS-SH-LABEL             PIC X(24).
           05  WS-SH-BAND              OCCURS 4 TIMES.
               10  FILLER              PIC X(13).
               10  WS-SH-TEXT          PIC X(12).
           05  FILLER                  PIC X(8).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL             PIC X(24).
           05  WS-SL-BAND              OCCURS 4 TIMES.
               10  FILLER              PIC X(2).
               10  WS-SL-COUNT         PIC ZZ,ZZ9.
               10  FILLER              PIC X.
               10  WS-SL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(44).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the statement-entry count.
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
           MOVE 'DSDS206 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-CARRIED
               UNTIL WS-FO-EOF.
           PERFORM 2000-ADD-STATEMENT
               UNTIL WS-FS-EOF.
           PERFORM 2100-ADD-ACH-ORIGINATED
               UNTIL WS-EN-EOF.
           PERFORM 2200-ADD-ACH-RETURN
               UNTIL WS-RTN-EOF.
           PERFORM 2300-ADD-ACH-RECEIVED
               UNTIL WS-TXL-EOF.
           PERFORM 2400-ADD-RTP
               UNTIL WS-RT-EOF.
           PERFORM 2500-ADD-NETWORK
               UNTIL WS-ST-EOF.
           PERFORM 4000-RESOLVE-TOTAL
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT.
           PERFORM 5000-PRINT-BAND
               VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > 4.
           PERFORM 6000-PRINT-SUMMARY.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-STMT TO RRG-RECORDS-IN.
           MOVE WS-TOT-BREAKS TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FED-PARM-FILE
                       CDC-BANKCTL-FILE
                       FED-OPEN-FILE
                       FED-STMT-FILE
                       ACH-ENTRY-FILE
                       ACH-RETURN-FILE
                       DSDS-TXL-FILE
                       RTP-SETTLE-FILE
                       SETTLE-FILE
                OUTPUT FED-OPEN-OUT
                       FED-BREAK-FILE
                       FED-RECON-RPT.
           READ FED-PARM-FILE.
           MOVE FP-RUN-DATE TO WS-RUN-DATE
                               WS-RH-DATE.
           MOVE FP-RETAIN-DAYS TO WS-RETAIN-DAYS.
           WRITE FED-RECON-LINE FROM WS-RPT-HDG.
           INITIALIZE WS-BAND-TOTALS
                      WS-BAND-COUNTS.
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BANK
               UNTIL WS-CDC-EOF.
           CLOSE CDC-BANKCTL-FILE.
           READ FED-OPEN-FILE
               AT END MOVE 'Y' TO WS-FO-EOF-SW
           END-READ.
           READ FED-STMT-FILE
               AT END MOVE 'Y' TO WS-FS-EOF-SW
           END-READ.
           READ ACH-ENTRY-FILE
               AT END MOVE 'Y' TO WS-EN-EOF-SW
           END-READ.
           READ ACH-RETURN-FILE
               AT END MOVE 'Y' TO WS-RTN-EOF-SW
           END-READ.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
           READ RTP-SETTLE-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
           READ SETTLE-FILE
               AT END MOVE 'Y' TO WS-ST-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BANK.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-BK-COUNT TO WS-BK-IDX.
           MOVE UBKC-BANK-NBR      TO WS-BK-BANK-NBR (WS-BK-IDX).
           MOVE UBKC-TRANS-ROUTING TO WS-BK-ROUTING (WS-BK-IDX).
           READ CDC-BANKCTL-FILE
               AT END MOVE 'Y' TO WS-CDC-EOF-SW
           END-READ.
       1100-LOAD-BANK-EXIT.
           EXIT.

      * Yesterday's open breaks and pending settlements come back in
      * with both sides as they stood.
       1200-LOAD-CARRIED.
           MOVE FO-BANK-NO     TO WS-NK-BANK-NO.
           MOVE FO-SOURCE      TO WS-NK-SOURCE.
           MOVE FO-SETTLE-DATE TO WS-NK-SETTLE-DATE.
           MOVE FO-DIRECTION   TO WS-NK-DIRECTION.
           PERFORM 3000-FIND-OR-ADD-TOTAL.
           ADD FO-EXPECTED-AMT TO WS-RC-EXPECTED-AMT (WS-RC-IDX).
           ADD FO-FED-AMT TO WS-RC-FED-AMT (WS-RC-IDX).
           ADD 1 TO WS-TOT-CARRIED-IN.
           READ FED-OPEN-FILE
               AT END MOVE 'Y' TO WS-FO-EOF-SW
           END-READ.
       1200-LOAD-CARRIED-EXIT.
           EXIT.

       2000-ADD-STATEMENT.
           ADD 1 TO WS-TOT-STMT.
           MOVE FS-ACTIVITY-CODE TO WS-TEST-SOURCE.
           PERFORM 7100-FIND-SOURCE.
           IF NOT WS-FOUND
               ADD 1 TO WS-TOT-OUT-OF-SCOPE
           ELSE
               MOVE FS-ROUTING TO WS-TEST-ROUTING
               PERFORM 7000-FIND-BANK
               IF NOT WS-FOUND
                   ADD 1 TO WS-TOT-NO-BANK
               ELSE
                   MOVE WS-BK-BANK-NBR (WS-BK-IDX) TO WS-NK-BANK-NO
                   MOVE FS-ACTIVITY-CODE TO WS-NK-SOURCE
                   MOVE FS-ENTRY-DATE TO WS-NK-SETTLE-DATE
                   MOVE FS-DR-CR TO WS-NK-DIRECTION
                   PERFORM 3000-FIND-OR-ADD-TOTAL
                   ADD FS-AMOUNT TO WS-RC-FED-AMT (WS-RC-IDX)
               END-IF
           END-IF.
           READ FED-STMT-FILE
               AT END MOVE 'Y' TO WS-FS-EOF-SW
           END-READ.
       2000-ADD-STATEMENT-EXIT.
           EXIT.

       2100-ADD-ACH-ORIGINATED.
           IF EN-AMOUNT > ZERO
               MOVE EN-BANK-NO TO WS-NK-BANK-NO
               MOVE 'ACHO' TO WS-NK-SOURCE
               PERFORM 8500-EFF-DATE-TO-JULIAN
               MOVE WS-ITEM-DATE TO WS-NK-SETTLE-DATE
               IF EN-DEBIT-ENTRY
                   MOVE 'C' TO WS-NK-DIRECTION
               ELSE
                   MOVE 'D' TO WS-NK-DIRECTION
               END-IF
               MOVE EN-AMOUNT TO WS-ITEM-AMT
               PERFORM 3100-ADD-EXPECTED
           END-IF.
           READ ACH-ENTRY-FILE
               AT END MOVE 'Y' TO WS-EN-EOF-SW
           END-READ.
       2100-ADD-ACH-ORIGINATED-EXIT.
           EXIT.

       2200-ADD-ACH-RETURN.
           MOVE RTTXL-BANK-NO TO WS-NK-BANK-NO.
           MOVE 'ACHT' TO WS-NK-SOURCE.
           MOVE RTTXL-DATE TO WS-NK-SETTLE-DATE.
           IF RTTXL-CODE < 500
               MOVE 'C' TO WS-NK-DIRECTION
           ELSE
               MOVE 'D' TO WS-NK-DIRECTION
           END-IF.
           MOVE RTTXL-AMOUNT TO WS-ITEM-AMT.
           PERFORM 3100-ADD-EXPECTED.
           READ ACH-RETURN-FILE
               AT END MOVE 'Y' TO WS-RTN-EOF-SW
           END-READ.
       2200-ADD-ACH-RETURN-EXIT.
           EXIT.

      * Return offsets keep the original's entry class, so they are
      * left to the ACHT side rather than counted twice.
       2300-ADD-ACH-RECEIVED.
           IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
              AND DSDSTXL-ACH-STD-ENTRY-CLASS NOT = LOW-VALUES
              AND DSDSTXL-CODE NOT = 575
              AND DSDSTXL-CODE NOT = 075
               MOVE DSDSTXL-BANK-NO TO WS-NK-BANK-NO
               MOVE 'ACHR' TO WS-NK-SOURCE
               MOVE DSDSTXL-EFFECT-DT TO WS-NK-SETTLE-DATE
               IF DSDSTXL-CODE < 500
                   MOVE 'C' TO WS-NK-DIRECTION
               ELSE
                   MOVE 'D' TO WS-NK-DIRECTION
               END-IF
               MOVE DSDSTXL-AMOUNT TO WS-ITEM-AMT
               PERFORM 3100-ADD-EXPECTED
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2300-ADD-ACH-RECEIVED-EXIT.
           EXIT.

       2400-ADD-RTP.
           MOVE RT-BANK-NO TO WS-NK-BANK-NO.
           MOVE 'RTP ' TO WS-NK-SOURCE.
           MOVE RT-SETTLE-DATE TO WS-NK-SETTLE-DATE.
           MOVE 'C' TO WS-NK-DIRECTION.
           MOVE RT-AMOUNT TO WS-ITEM-AMT.
           PERFORM 3100-ADD-EXPECTED.
           READ RTP-SETTLE-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
       2400-ADD-RTP-EXIT.
           EXIT.

       2500-ADD-NETWORK.
           MOVE ST-BANK-NO TO WS-NK-BANK-NO.
           MOVE 'NETS' TO WS-NK-SOURCE.
           MOVE ST-POST-DATE TO WS-NK-SETTLE-DATE.
           MOVE 'C' TO WS-NK-DIRECTION.
           MOVE ST-AMOUNT TO WS-ITEM-AMT.
           PERFORM 3100-ADD-EXPECTED.
           READ SETTLE-FILE
               AT END MOVE 'Y' TO WS-ST-EOF-SW
           END-READ.
       2500-ADD-NETWORK-EXIT.
           EXIT.

       3000-FIND-OR-ADD-TOTAL.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3010-SCAN-TOTALS
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RC-IDX
           ELSE
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-IDX
               MOVE WS-NK-BANK-NO TO WS-RC-BANK-NO (WS-RC-IDX)
               MOVE WS-NK-SOURCE TO WS-RC-SOURCE (WS-RC-IDX)
               MOVE WS-NK-SETTLE-DATE
                   TO WS-RC-SETTLE-DATE (WS-RC-IDX)
               MOVE WS-NK-DIRECTION TO WS-RC-DIRECTION (WS-RC-IDX)
               MOVE ZERO TO WS-RC-EXPECTED-AMT (WS-RC-IDX)
                            WS-RC-FED-AMT (WS-RC-IDX)
                            WS-RC-BREAK-AMT (WS-RC-IDX)
                            WS-RC-AGE (WS-RC-IDX)
                            WS-RC-BAND (WS-RC-IDX)
                            WS-RC-SOURCE-IDX (WS-RC-IDX)
               MOVE SPACE TO WS-RC-STATE (WS-RC-IDX)
           END-IF.
       3000-FIND-OR-ADD-TOTAL-EXIT.
           EXIT.

       3010-SCAN-TOTALS.
           IF WS-NK-BANK-NO = WS-RC-BANK-NO (WS-RC-IDX)
              AND WS-NK-SOURCE = WS-RC-SOURCE (WS-RC-IDX)
              AND WS-NK-SETTLE-DATE = WS-RC-SETTLE-DATE (WS-RC-IDX)
              AND WS-NK-DIRECTION = WS-RC-DIRECTION (WS-RC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3010-SCAN-TOTALS-EXIT.
           EXIT.

       3100-ADD-EXPECTED.
           PERFORM 3000-FIND-OR-ADD-TOTAL.
           ADD WS-ITEM-AMT TO WS-RC-EXPECTED-AMT (WS-RC-IDX).
           ADD 1 TO WS-TOT-EXPECTED.
       3100-ADD-EXPECTED-EXIT.
           EXIT.

      * Settle one total: pending, matched, an open break, or a
      * break past retention.  Everything still open carries.
       4000-RESOLVE-TOTAL.
           IF WS-RC-SETTLE-DATE (WS-RC-IDX) > WS-RUN-DATE
               MOVE 'P' TO WS-RC-STATE (WS-RC-IDX)
               ADD 1 TO WS-TOT-PENDING
               PERFORM 4200-WRITE-CARRY
           ELSE
               IF WS-RC-EXPECTED-AMT (WS-RC-IDX) =
                  WS-RC-FED-AMT (WS-RC-IDX)
                   MOVE 'M' TO WS-RC-STATE (WS-RC-IDX)
                   ADD 1 TO WS-TOT-MATCHED
               ELSE
                   PERFORM 4100-AGE-BREAK
                   IF WS-RETAIN-DAYS > ZERO
                      AND WS-RC-AGE (WS-RC-IDX) > WS-RETAIN-DAYS
                       MOVE 'X' TO WS-RC-STATE (WS-RC-IDX)
                       ADD 1 TO WS-TOT-DROPPED
                   ELSE
                       MOVE 'B' TO WS-RC-STATE (WS-RC-IDX)
                       ADD 1 TO WS-TOT-BREAKS
                       PERFORM 4200-WRITE-CARRY
                       PERFORM 4300-WRITE-BREAK
                       PERFORM 4400-ACCUMULATE-BAND
                   END-IF
               END-IF
           END-IF.
       4000-RESOLVE-TOTAL-EXIT.
           EXIT.

       4100-AGE-BREAK.
           IF WS-RC-EXPECTED-AMT (WS-RC-IDX) >
              WS-RC-FED-AMT (WS-RC-IDX)
               COMPUTE WS-RC-BREAK-AMT (WS-RC-IDX) =
                   WS-RC-EXPECTED-AMT (WS-RC-IDX)
                 - WS-RC-FED-AMT (WS-RC-IDX)
           ELSE
               COMPUTE WS-RC-BREAK-AMT (WS-RC-IDX) =
                   WS-RC-FED-AMT (WS-RC-IDX)
                 - WS-RC-EXPECTED-AMT (WS-RC-IDX)
           END-IF.
           MOVE WS-RC-SETTLE-DATE (WS-RC-IDX) TO WS-ITEM-DATE.
           PERFORM 8300-COMPUTE-AGE.
           IF WS-AGE > 999
               MOVE 999 TO WS-RC-AGE (WS-RC-IDX)
           ELSE
               MOVE WS-AGE TO WS-RC-AGE (WS-RC-IDX)
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 4110-SCAN-BANDS
               VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > 4
                  OR WS-FOUND.
           SUBTRACT 1 FROM WS-AB-IDX.
           MOVE WS-AB-IDX TO WS-RC-BAND (WS-RC-IDX).
           MOVE WS-RC-SOURCE (WS-RC-IDX) TO WS-TEST-SOURCE.
           PERFORM 7100-FIND-SOURCE.
           IF WS-FOUND
               MOVE WS-SR-IDX TO WS-RC-SOURCE-IDX (WS-RC-IDX)
           ELSE
               MOVE 5 TO WS-RC-SOURCE-IDX (WS-RC-IDX)
           END-IF.
       4100-AGE-BREAK-EXIT.
           EXIT.

       4110-SCAN-BANDS.
           IF WS-RC-AGE (WS-RC-IDX) NOT > WS-AB-MAX-AGE (WS-AB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       4110-SCAN-BANDS-EXIT.
           EXIT.

       4200-WRITE-CARRY.
           MOVE WS-RC-BANK-NO (WS-RC-IDX)      TO WS-CR-BANK-NO.
           MOVE WS-RC-SOURCE (WS-RC-IDX)       TO WS-CR-SOURCE.
           MOVE WS-RC-SETTLE-DATE (WS-RC-IDX)  TO WS-CR-SETTLE-DATE.
           MOVE WS-RC-DIRECTION (WS-RC-IDX)    TO WS-CR-DIRECTION.
           MOVE WS-RC-EXPECTED-AMT (WS-RC-IDX) TO WS-CR-EXPECTED-AMT.
           MOVE WS-RC-FED-AMT (WS-RC-IDX)      TO WS-CR-FED-AMT.
           WRITE FED-OPEN-OUT-REC FROM WS-CARRY-REC.
       4200-WRITE-CARRY-EXIT.
           EXIT.

       4300-WRITE-BREAK.
           MOVE SPACES TO FED-BREAK-REC.
           MOVE WS-RC-BANK-NO (WS-RC-IDX)      TO FB-BANK-NO.
           MOVE WS-RC-SOURCE (WS-RC-IDX)       TO FB-SOURCE.
           MOVE WS-RC-SETTLE-DATE (WS-RC-IDX)  TO FB-SETTLE-DATE.
           MOVE WS-RC-DIRECTION (WS-RC-IDX)    TO FB-DIRECTION.
           IF WS-RC-FED-AMT (WS-RC-IDX) = ZERO
               MOVE 'M' TO FB-BREAK-TYPE
           ELSE
               IF WS-RC-EXPECTED-AMT (WS-RC-IDX) = ZERO
                   MOVE 'U' TO FB-BREAK-TYPE
               ELSE
                   MOVE 'D' TO FB-BREAK-TYPE
               END-IF
           END-IF.
           MOVE WS-RC-EXPECTED-AMT (WS-RC-IDX) TO FB-EXPECTED-AMT.
           MOVE WS-RC-FED-AMT (WS-RC-IDX)      TO FB-FED-AMT.
           MOVE WS-RC-BREAK-AMT (WS-RC-IDX)    TO FB-BREAK-AMT.
           MOVE WS-RC-AGE (WS-RC-IDX)          TO FB-AGE.
           WRITE FED-BREAK-REC.
       4300-WRITE-BREAK-EXIT.
           EXIT.

       4400-ACCUMULATE-BAND.
           MOVE WS-RC-SOURCE-IDX (WS-RC-IDX) TO WS-SR-IDX.
           MOVE WS-RC-BAND (WS-RC-IDX) TO WS-AB-IDX.
           ADD 1 TO WS-BT-COUNT (WS-SR-IDX, WS-AB-IDX)
                    WS-BC-COUNT (WS-AB-IDX).
           ADD WS-RC-BREAK-AMT (WS-RC-IDX)
               TO WS-BT-AMOUNT (WS-SR-IDX, WS-AB-IDX).
       4400-ACCUMULATE-BAND-EXIT.
           EXIT.

      * Breaks by age band, youngest first, and within a band by
      * source in the order of WS-SOURCE-TABLE.  A dropped break
      * prints once, in its band, and counts in no band total.
       5000-PRINT-BAND.
           MOVE SPACES TO FED-RECON-LINE.
           WRITE FED-RECON-LINE.
           MOVE WS-AB-LABEL (WS-AB-IDX) TO WS-BH-LABEL.
           MOVE WS-BC-COUNT (WS-AB-IDX) TO WS-BH-COUNT.
           WRITE FED-RECON-LINE FROM WS-BAND-HDG.
           WRITE FED-RECON-LINE FROM WS-DETAIL-HDG.
           PERFORM 5100-PRINT-SOURCE
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > 5.
       5000-PRINT-BAND-EXIT.
           EXIT.

       5100-PRINT-SOURCE.
           PERFORM 5110-PRINT-BREAK
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT.
       5100-PRINT-SOURCE-EXIT.
           EXIT.

       5110-PRINT-BREAK.
           IF (WS-RC-BREAK (WS-RC-IDX) OR WS-RC-DROPPED (WS-RC-IDX))
              AND WS-RC-BAND (WS-RC-IDX) = WS-AB-IDX
              AND WS-RC-SOURCE-IDX (WS-RC-IDX) = WS-SR-IDX
               MOVE WS-RC-BANK-NO (WS-RC-IDX)      TO WS-DL-BANK
               MOVE WS-RC-SOURCE (WS-RC-IDX)       TO WS-DL-SOURCE
               MOVE WS-RC-SETTLE-DATE (WS-RC-IDX)  TO WS-DL-DATE
               IF WS-RC-DIRECTION (WS-RC-IDX) = 'C'
                   MOVE 'CREDIT' TO WS-DL-SIDE
               ELSE
                   MOVE 'DEBIT ' TO WS-DL-SIDE
               END-IF
               IF WS-RC-FED-AMT (WS-RC-IDX) = ZERO
                   MOVE 'NOT SETTLED' TO WS-DL-TYPE
               ELSE
                   IF WS-RC-EXPECTED-AMT (WS-RC-IDX) = ZERO
                       MOVE 'NOT EXPECTED' TO WS-DL-TYPE
                   ELSE
                       MOVE 'AMOUNT DIFFERENCE' TO WS-DL-TYPE
                   END-IF
               END-IF
               MOVE WS-RC-EXPECTED-AMT (WS-RC-IDX) TO WS-DL-EXPECTED
               MOVE WS-RC-FED-AMT (WS-RC-IDX)      TO WS-DL-FED
               MOVE WS-RC-BREAK-AMT (WS-RC-IDX)    TO WS-DL-BREAK
               MOVE WS-RC-AGE (WS-RC-IDX)          TO WS-DL-AGE
               IF WS-RC-DROPPED (WS-RC-IDX)
                   MOVE 'DROPPED' TO WS-DL-NOTE
               ELSE
                   MOVE SPACES TO WS-DL-NOTE
               END-IF
               WRITE FED-RECON-LINE FROM WS-DETAIL-LINE
           END-IF.
       5110-PRINT-BREAK-EXIT.
           EXIT.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO FED-RECON-LINE.
           WRITE FED-RECON-LINE.
           MOVE SPACES TO WS-SUMMARY-HDG.
           MOVE 'OPEN BREAKS BY SOURCE' TO WS-SH-LABEL.
           PERFORM 6100-MOVE-BAND-HEAD
               VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > 4.
           WRITE FED-RECON-LINE FROM WS-SUMMARY-HDG.
           PERFORM 6200-PRINT-SOURCE-LINE
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > 5.
       6000-PRINT-SUMMARY-EXIT.
           EXIT.

       6100-MOVE-BAND-HEAD.
           MOVE WS-AB-LABEL (WS-AB-IDX) TO WS-SH-TEXT (WS-AB-IDX).
       6100-MOVE-BAND-HEAD-EXIT.
           EXIT.

       6200-PRINT-SOURCE-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-SR-DESC (WS-SR-IDX) TO WS-SL-LABEL.
           PERFORM 6210-MOVE-BAND-TOTAL
               VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > 4.
           WRITE FED-RECON-LINE FROM WS-SUMMARY-LINE.
       6200-PRINT-SOURCE-LINE-EXIT.
           EXIT.

       6210-MOVE-BAND-TOTAL.
           MOVE WS-BT-COUNT (WS-SR-IDX, WS-AB-IDX)
               TO WS-SL-COUNT (WS-AB-IDX).
           MOVE WS-BT-AMOUNT (WS-SR-IDX, WS-AB-IDX)
               TO WS-SL-AMOUNT (WS-AB-IDX).
       6210-MOVE-BAND-TOTAL-EXIT.
           EXIT.

       7000-FIND-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       7000-FIND-BANK-EXIT.
           EXIT.

       7010-SCAN-BANK-TABLE.
           IF WS-TEST-ROUTING = WS-BK-ROUTING (WS-BK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-BANK-TABLE-EXIT.
           EXIT.

      * The source table entry for WS-TEST-SOURCE, in WS-SR-IDX.
       7100-FIND-SOURCE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-SOURCE-TABLE
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > 5
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SR-IDX
           END-IF.
       7100-FIND-SOURCE-EXIT.
           EXIT.

       7110-SCAN-SOURCE-TABLE.
           IF WS-TEST-SOURCE = WS-SR-CODE (WS-SR-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-SOURCE-TABLE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO FED-RECON-LINE.
           WRITE FED-RECON-LINE.
           MOVE 'FED STATEMENT ENTRIES READ' TO WS-TL-LABEL.
           MOVE WS-TOT-STMT TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'STATEMENT ENTRIES NOT ACH, RTP OR NETWORK'
               TO WS-TL-LABEL.
           MOVE WS-TOT-OUT-OF-SCOPE TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'STATEMENT ENTRIES FOR NO BANK ON BANKCTL'
               TO WS-TL-LABEL.
           MOVE WS-TOT-NO-BANK TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXPECTED SETTLEMENT ITEMS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-EXPECTED TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTALS CARRIED IN' TO WS-TL-LABEL.
           MOVE WS-TOT-CARRIED-IN TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTALS MATCHED' TO WS-TL-LABEL.
           MOVE WS-TOT-MATCHED TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN BREAKS TO THE WORK QUEUE' TO WS-TL-LABEL.
           MOVE WS-TOT-BREAKS TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'BREAKS DROPPED PAST RETENTION' TO WS-TL-LABEL.
           MOVE WS-TOT-DROPPED TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
           MOVE 'SETTLEMENTS PENDING AFTER TODAY' TO WS-TL-LABEL.
           MOVE WS-TOT-PENDING TO WS-TL-COUNT.
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8200-SET-DAYS-IN-YEAR.
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
               MOVE 29 TO WS-MONTH-DAYS (2)
           ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
               MOVE 28 TO WS-MONTH-DAYS (2)
           END-IF.
       8200-SET-DAYS-IN-YEAR-EXIT.
           EXIT.

      * Calendar days from WS-ITEM-DATE to the run date, in WS-AGE.
       8300-COMPUTE-AGE.
           MOVE WS-ITEM-DATE TO WS-WORK-DATE.
           COMPUTE WS-AGE = WS-RUN-DAY - WS-WORK-DAY.
           PERFORM 8310-ADD-YEAR-DAYS
               VARYING WS-EPOCH-YR FROM WS-WORK-YEAR BY 1
               UNTIL WS-EPOCH-YR NOT < WS-RUN-YEAR.
           IF WS-AGE < ZERO
               MOVE ZERO TO WS-AGE
           END-IF.
       8300-COMPUTE-AGE-EXIT.
           EXIT.

       8310-ADD-YEAR-DAYS.
           PERFORM 8200-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-AGE.
       8310-ADD-YEAR-DAYS-EXIT.
           EXIT.

      * The NACHA effective date (YYMMDD) as YYYYDDD in
      * WS-ITEM-DATE.  An entry with no effective date settles
      * today.
       8500-EFF-DATE-TO-JULIAN.
           IF EN-EFF-DATE NOT NUMERIC
              OR EN-EFF-DATE = ZERO
              OR EN-EFF-MM < 1 OR EN-EFF-MM > 12
               MOVE WS-RUN-DATE TO WS-ITEM-DATE
           ELSE
               COMPUTE WS-WORK-YEAR = 2000 + EN-EFF-YY
               MOVE WS-WORK-YEAR TO WS-EPOCH-YR
               PERFORM 8200-SET-DAYS-IN-YEAR
               MOVE EN-EFF-DD TO WS-WORK-DAY
               PERFORM 8510-ADD-PRIOR-MONTH
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX NOT < EN-EFF-MM
               MOVE WS-WORK-DATE TO WS-ITEM-DATE
           END-IF.
       8500-EFF-DATE-TO-JULIAN-EXIT.
           EXIT.

       8510-ADD-PRIOR-MONTH.
           ADD WS-MONTH-DAYS (WS-MO-IDX) TO WS-WORK-DAY.
       8510-ADD-PRIOR-MONTH-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FED-PARM-FILE
                 FED-OPEN-FILE
                 FED-STMT-FILE
                 ACH-ENTRY-FILE
                 ACH-RETURN-FILE
                 DSDS-TXL-FILE
                 RTP-SETTLE-FILE
                 SETTLE-FILE
                 FED-OPEN-OUT
                 FED-BREAK-FILE
                 FED-RECON-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
