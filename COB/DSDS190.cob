       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS190.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS190 is the BSA case file.  It runs after the BSA
      * surveillance reports and takes in every alert they write
      * (see DSDSBSAA), read as one concatenated BSAALRT:
      *
      *    DSDR321 kiting            DSDR335 structuring
      *    DSDR327 CTR aggregation   DSDR336 monetary instruments
      *    DSDR332 balance swings    DSDR337 employee accounts
      *
      * Alerts are grouped into cases by customer.  An account-level
      * alert is resolved to its customer through CIFU010 (see
      * CIFU032P); an alert joins the customer's open case on the
      * case master (see DSDSBSAC) or opens a new one.  An account
      * CIFU010 cannot resolve is cased on the account alone.  A
      * customer merged into another after duplicate review (see
      * CIFMRGX, CIFB103) is cased as its survivor: its alerts join
      * the survivor's case, and an open case of its own moves to
      * the survivor when the master is loaded.  A new
      * case takes the alert's detection date as its open date and
      * its SAR due date that many days later (BSAPARM, 30 when the
      * parm leaves it zero); later alerts do not move the clock.
      *
      * Investigator actions come in on BSAACT, by case number, and
      * are applied ahead of the day's alerts:
      *
      *  - A, assign the case to an investigator;
      *  - N, add a note;
      *  - D, disposition the case: S when a SAR has been filed
      *    (its BSA id required), N when no SAR is warranted.  The
      *    case must be assigned, and the reason goes in the text.
      *    A dispositioned case closes; a later alert for the same
      *    customer opens a new case.
      *
      * An action without an operator id, for a case that is not
      * open, or failing the rules above is rejected (RC 8).  Cases
      * roll forward from BSACASE to BSACASEO, closed ones included,
      * and every opening, alert linked and action taken is appended
      * to BSALOG, so any alert can be traced through its case to
      * the disposition.  BSARPT lists the day's activity; for the
      * BSA officer BSAAGE ages every open case against its SAR
      * clock and BSALATE lists open cases past their due date and
      * SARs filed after it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSA-PARM-FILE      ASSIGN TO BSAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-IN-FILE       ASSIGN TO BSACASE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTION-FILE        ASSIGN TO BSAACT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-ALERT-FILE     ASSIGN TO BSAALRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-OUT-FILE      ASSIGN TO BSACASEO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-LOG           ASSIGN TO BSALOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-RPT            ASSIGN TO BSARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-RPT          ASSIGN TO BSAAGE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LATE-RPT           ASSIGN TO BSALATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE    ASSIGN TO CIFMRGX
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BSA-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BSA-PARM-REC.
           05  BP-RUN-DATE             PIC 9(7).
           05  BP-SAR-DAYS             PIC 9(3).
           05  FILLER                  PIC X(70).

       FD  CASE-IN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSBSAC.

       FD  ACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACTION-REC.
           05  AC-CASE-NO              PIC 9(7).
           05  AC-ACTION               PIC X.
               88  AC-ASSIGN                          VALUE 'A'.
               88  AC-NOTE                            VALUE 'N'.
               88  AC-DISPOSE                         VALUE 'D'.
           05  AC-OPER-ID              PIC 9(5).
           05  AC-INVESTIGATOR         PIC 9(5).
           05  AC-DISPOSITION          PIC X.
               88  AC-SAR-FILED                       VALUE 'S'.
               88  AC-NO-SAR                          VALUE 'N'.
           05  AC-SAR-REF              PIC X(14).
           05  AC-TEXT                 PIC X(45).
           05  FILLER                  PIC X(2).

       FD  BSA-ALERT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY DSDSBSAA.

       FD  CASE-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CASE-OUT-RECORD             PIC X(200).

      * BL-EVENT is O when an alert opens the case, L when an alert
      * joins it, or the investigator action A, N or D.
       FD  CASE-LOG
           RECORD CONTAINS 120 CHARACTERS.
       01  CASE-LOG-REC.
           05  BL-RUN-DATE             PIC 9(7).
           05  BL-CASE-NO              PIC 9(7).
           05  BL-EVENT                PIC X.
           05  BL-OPER-ID              PIC 9(5).
           05  BL-INVESTIGATOR         PIC 9(5).
           05  BL-DISPOSITION          PIC X.
           05  BL-SAR-REF              PIC X(14).
           05  BL-TEXT                 PIC X(45).
           05  BL-ALERT-SOURCE         PIC X(8).
           05  BL-ALERT-TYPE           PIC X(10).
           05  BL-AMOUNT               PIC 9(11)V99.
           05  FILLER                  PIC X(4).

       FD  BSA-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  BSA-RPT-LINE                PIC X(132).

       FD  AGING-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-RPT-LINE              PIC X(132).

       FD  LATE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  LATE-RPT-LINE               PIC X(132).

       FD  MERGE-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CIFMRGX.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CASE-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CASE-EOF                        VALUE 'Y'.
           05  WS-ACT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ACT-EOF                         VALUE 'Y'.
           05  WS-ALERT-EOF-SW         PIC X          VALUE 'N'.
               88  WS-ALERT-EOF                       VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.
           05  WS-XREF-EOF-SW          PIC X          VALUE 'N'.
               88  WS-XREF-EOF                        VALUE 'Y'.
           05  WS-MERGED-SW            PIC X          VALUE 'N'.
               88  WS-MERGED                          VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MG-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MG-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Confirmed customer merges, merged customer to survivor.
       01  WS-MERGE-TABLE.
           05  WS-MG-ENTRY             OCCURS 5000 TIMES.
               10  WS-MG-FROM-BANK     PIC 9(3).
               10  WS-MG-FROM-ID       PIC 9(9).
               10  WS-MG-TO-BANK       PIC 9(3).
               10  WS-MG-TO-ID         PIC 9(9).

      * The customer being taken to its survivor.
       01  WS-MAP-BANK                 PIC 9(3)       VALUE ZERO.
       01  WS-MAP-ID                   PIC 9(9)       VALUE ZERO.

      * Open cases, and any closed today, with their keys pulled out
      * for the scans; WS-CT-IMAGE is the case record itself.
       01  WS-CASE-TABLE.
           05  WS-CT-ENTRY             OCCURS 3000 TIMES.
               10  WS-CT-CASE-NO       PIC 9(7).
               10  WS-CT-STATUS        PIC X.
               10  WS-CT-CUST-BANK     PIC 9(3).
               10  WS-CT-CUST-ID       PIC 9(9).
               10  WS-CT-BANK-NO       PIC 9(3).
               10  WS-CT-ACCT-ID       PIC 9(3).
               10  WS-CT-ACCT-NO       PIC 9(9).
               10  WS-CT-IMAGE         PIC X(200).

           COPY DSDSBSAC REPLACING ==BSA-CASE-REC== BY ==WS-CASE-WORK==
                                   LEADING ==BC-== BY ==CW-==.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).
           05  WS-DAYS-IN-YEAR         PIC 9(3).
           05  WS-EPOCH-YR             PIC 9(4).
           05  WS-ABS-DAYS             PIC S9(9)      COMP SYNC.
           05  WS-REMAINDER            PIC 9(3).
           05  WS-QUOTIENT             PIC 9(4).
           05  WS-DUE-DAY              PIC S9(5)      COMP SYNC.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-ABS                  PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-SAR-DAYS                 PIC 9(3)       VALUE ZERO.
       01  WS-HIGH-CASE-NO             PIC 9(7)       VALUE ZERO.
       01  WS-FIND-CASE-NO             PIC 9(7)       VALUE ZERO.
       01  WS-ALERT-DATE               PIC 9(7)       VALUE ZERO.
       01  WS-ALERT-CUST-BANK          PIC 9(3)       VALUE ZERO.
       01  WS-ALERT-CUST-ID            PIC 9(9)       VALUE ZERO.
       01  WS-DAYS-OPEN                PIC S9(5)      VALUE ZERO.
       01  WS-DAYS-LEFT                PIC S9(5)      VALUE ZERO.
       01  WS-DAYS-LATE                PIC S9(5)      VALUE ZERO.
       01  WS-LATE-ABS                 PIC S9(9)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-REJECT-MSG               PIC X(40)      VALUE SPACES.

       01  WS-TOT-ALERTS-READ          PIC 9(9)       VALUE ZERO.
       01  WS-TOT-ALERTS-AMT           PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-ALERTS-REJECTED      PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NOT-RESOLVED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-ALERTS-MERGED        PIC 9(7)       VALUE ZERO.
       01  WS-TOT-CASES-MERGED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-OPENED               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-LINKED               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-ACT-READ             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-ACT-REJECTED         PIC 9(7)       VALUE ZERO.
       01  WS-TOT-ASSIGNED             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NOTES                PIC 9(7)       VALUE ZERO.
       01  WS-TOT-SAR-FILED            PIC 9(7)       VALUE ZERO.
       01  WS-TOT-NO-SAR               PIC 9(7)       VALUE ZERO.
       01  WS-TOT-CASES-READ           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-CLOSED-CARRIED       PIC 9(7)       VALUE ZERO.
       01  WS-TOT-CASES-WRITTEN        PIC 9(9)       VALUE ZERO.
       01  WS-TOT-OPEN                 PIC 9(7)       VALUE ZERO.
       01  WS-TOT-OPEN-AMT             PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-PAST-DUE             PIC 9(7)       VALUE ZERO.
       01  WS-TOT-FILED-LATE           PIC 9(7)       VALUE ZERO.
       01  WS-TOT-UNASSIGNED           PIC 9(7)       VALUE ZERO.
       01  WS-CT-OVERFLOW              PIC 9(7)       VALUE ZERO.

       01  WS-AGE-BUCKETS.
           05  WS-AGE-00-15            PIC 9(7)       VALUE ZERO.
           05  WS-AGE-16-25            PIC 9(7)       VALUE ZERO.
           05  WS-AGE-26-30            PIC 9(7)       VALUE ZERO.
           05  WS-AGE-OVER-30          PIC 9(7)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  WS-RH-TITLE             PIC X(50).
           05  FILLER                  PIC X(7)       VALUE ' DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-ACTIVITY-HDG.
           05  FILLER                  PIC X(10)      VALUE 'ACTION'.
           05  FILLER                  PIC X(8)       VALUE 'CASE'.
           05  FILLER                  PIC X(14)      VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(17)      VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(9)       VALUE 'SOURCE'.
           05  FILLER                  PIC X(11)      VALUE 'TYPE'.
           05  FILLER                  PIC X(15)      VALUE
               '        AMOUNT '.
           05  FILLER                  PIC X(6)       VALUE 'OPER'.
           05  FILLER                  PIC X(42)      VALUE
               'DETAIL'.

       01  WS-ACTIVITY-LINE.
           05  WS-AL-ACTION            PIC X(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-CASE-NO           PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-BANK              PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-SOURCE            PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-TYPE              PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-OPER-ID           PIC Z(4)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AL-TEXT              PIC X(40).
           05  FILLER                  PIC X          VALUE SPACE.

       01  WS-AGING-HDG.
           05  FILLER                  PIC X(8)       VALUE 'CASE'.
           05  FILLER                  PIC X(14)      VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(17)      VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(8)       VALUE 'OPENED'.
           05  FILLER                  PIC X(8)       VALUE 'SAR DUE'.
           05  FILLER                  PIC X(6)       VALUE ' DAYS'.
           05  FILLER                  PIC X(6)       VALUE ' LEFT'.
           05  FILLER                  PIC X(7)       VALUE ' INVST'.
           05  FILLER                  PIC X(6)       VALUE 'ALERTS'.
           05  FILLER                  PIC X(18)      VALUE
               '    ALERTED AMOUNT'.
           05  FILLER                  PIC X(7)       VALUE ' RUNS'.
           05  FILLER                  PIC X(27)      VALUE 'AGE'.

       01  WS-AGING-LINE.
           05  WS-AG-CASE-NO           PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AG-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-BANK              PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AG-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AG-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-OPEN-DATE         PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-DUE-DATE          PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-DAYS-OPEN         PIC ZZZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-DAYS-LEFT         PIC -ZZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-INVESTIGATOR      PIC Z(4)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-AG-ALERT-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-ALERT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-SOURCES           PIC X(6).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-AG-BUCKET            PIC X(10).
           05  FILLER                  PIC X(17)      VALUE SPACES.

       01  WS-LATE-HDG.
           05  FILLER                  PIC X(11)      VALUE 'STATUS'.
           05  FILLER                  PIC X(8)       VALUE 'CASE'.
           05  FILLER                  PIC X(14)      VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(8)       VALUE 'OPENED'.
           05  FILLER                  PIC X(8)       VALUE 'SAR DUE'.
           05  FILLER                  PIC X(6)       VALUE ' LATE'.
           05  FILLER                  PIC X(7)       VALUE ' INVST'.
           05  FILLER                  PIC X(8)       VALUE 'FILED'.
           05  FILLER                  PIC X(15)      VALUE
               'SAR BSA ID'.
           05  FILLER                  PIC X(47)      VALUE
               'LAST NOTE'.

       01  WS-LATE-LINE.
           05  WS-LL-STATUS            PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-CASE-NO           PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-LL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-OPEN-DATE         PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-DUE-DATE          PIC 9(7).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-DAYS-LATE         PIC ZZZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-INVESTIGATOR      PIC Z(4)9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-LL-DISP-DATE         PIC Z(6)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-SAR-REF           PIC X(14).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-LL-NOTE              PIC X(45).
           05  FILLER                  PIC X(2)       VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61)      VALUE SPACES.

       COPY CIFU032P.

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
           MOVE 'DSDS190 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-ACTION
               UNTIL WS-ACT-EOF.
           PERFORM 3000-INTAKE-ALERT
               UNTIL WS-ALERT-EOF.
           PERFORM 4000-ROLL-CASE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           IF WS-TOT-ACT-REJECTED > ZERO
              OR WS-TOT-ALERTS-REJECTED > ZERO
              OR WS-CT-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           COMPUTE RRG-RECORDS-IN = WS-TOT-ALERTS-READ
                                  + WS-TOT-ACT-READ.
           MOVE WS-TOT-CASES-WRITTEN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BSA-PARM-FILE
                       CASE-IN-FILE
                       ACTION-FILE
                       BSA-ALERT-FILE
                       MERGE-XREF-FILE
                OUTPUT CASE-OUT-FILE
                       BSA-RPT
                       AGING-RPT
                       LATE-RPT
                EXTEND CASE-LOG.
           READ BSA-PARM-FILE.
           MOVE BP-RUN-DATE TO WS-RUN-DATE.
           MOVE BP-SAR-DAYS TO WS-SAR-DAYS.
           IF WS-SAR-DAYS = ZERO
               MOVE 30 TO WS-SAR-DAYS
           END-IF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-RUN-ABS.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE 'DSDS190 - BSA CASE ACTIVITY' TO WS-RH-TITLE.
           WRITE BSA-RPT-LINE FROM WS-RPT-HDG.
           WRITE BSA-RPT-LINE FROM WS-ACTIVITY-HDG.
           MOVE 'DSDS190 - BSA OPEN CASE AGING' TO WS-RH-TITLE.
           WRITE AGING-RPT-LINE FROM WS-RPT-HDG.
           WRITE AGING-RPT-LINE FROM WS-AGING-HDG.
           MOVE 'DSDS190 - BSA SAR DEADLINES MISSED' TO WS-RH-TITLE.
           WRITE LATE-RPT-LINE FROM WS-RPT-HDG.
           WRITE LATE-RPT-LINE FROM WS-LATE-HDG.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
           PERFORM 1050-LOAD-MERGE
               UNTIL WS-XREF-EOF.
           READ CASE-IN-FILE
               AT END MOVE 'Y' TO WS-CASE-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-CASE
               UNTIL WS-CASE-EOF.
           READ ACTION-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-SW
           END-READ.
           READ BSA-ALERT-FILE
               AT END MOVE 'Y' TO WS-ALERT-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Only merges are wanted here; not-duplicate decisions
      * concern the duplicate review alone.
       1050-LOAD-MERGE.
           IF MX-MERGED
               IF WS-MG-COUNT < 5000
                   ADD 1 TO WS-MG-COUNT
                   MOVE WS-MG-COUNT TO WS-MG-IDX
                   MOVE MX-FROM-BANK TO WS-MG-FROM-BANK (WS-MG-IDX)
                   MOVE MX-FROM-ID   TO WS-MG-FROM-ID (WS-MG-IDX)
                   MOVE MX-TO-BANK   TO WS-MG-TO-BANK (WS-MG-IDX)
                   MOVE MX-TO-ID     TO WS-MG-TO-ID (WS-MG-IDX)
               ELSE
                   DISPLAY 'DSDS190 MERGE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
       1050-LOAD-MERGE-EXIT.
           EXIT.

      * Closed cases go straight through to the new master; open
      * ones are tabled to be worked, under the survivor where their
      * customer has since been merged.  An open case the table
      * cannot hold is still carried forward, but cannot take
      * actions or alerts this run.
       1100-LOAD-CASE.
           ADD 1 TO WS-TOT-CASES-READ.
           MOVE BSA-CASE-REC TO WS-CASE-WORK.
           IF CW-CASE-NO > WS-HIGH-CASE-NO
               MOVE CW-CASE-NO TO WS-HIGH-CASE-NO
           END-IF.
           IF CW-CLOSED
               ADD 1 TO WS-TOT-CLOSED-CARRIED
               PERFORM 4900-WRITE-CASE
           ELSE
               IF WS-CT-COUNT NOT < 3000
                   ADD 1 TO WS-CT-OVERFLOW
                   PERFORM 4900-WRITE-CASE
               ELSE
                   IF CW-CUST-ID NOT = ZERO
                       MOVE CW-CUST-BANK TO WS-MAP-BANK
                       MOVE CW-CUST-ID TO WS-MAP-ID
                       PERFORM 7000-MAP-TO-SURVIVOR
                       IF WS-MERGED
                           MOVE WS-MAP-BANK TO CW-CUST-BANK
                           MOVE WS-MAP-ID TO CW-CUST-ID
                           ADD 1 TO WS-TOT-CASES-MERGED
                       END-IF
                   END-IF
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-IDX
                   PERFORM 1150-STORE-CASE
               END-IF
           END-IF.
           READ CASE-IN-FILE
               AT END MOVE 'Y' TO WS-CASE-EOF-SW
           END-READ.
       1100-LOAD-CASE-EXIT.
           EXIT.

      * Puts WS-CASE-WORK back in the table at WS-CT-IDX.
       1150-STORE-CASE.
           MOVE CW-CASE-NO    TO WS-CT-CASE-NO (WS-CT-IDX).
           MOVE CW-STATUS     TO WS-CT-STATUS (WS-CT-IDX).
           MOVE CW-CUST-BANK  TO WS-CT-CUST-BANK (WS-CT-IDX).
           MOVE CW-CUST-ID    TO WS-CT-CUST-ID (WS-CT-IDX).
           MOVE CW-BANK-NO    TO WS-CT-BANK-NO (WS-CT-IDX).
           MOVE CW-ACCT-ID    TO WS-CT-ACCT-ID (WS-CT-IDX).
           MOVE CW-ACCT-NO    TO WS-CT-ACCT-NO (WS-CT-IDX).
           MOVE WS-CASE-WORK  TO WS-CT-IMAGE (WS-CT-IDX).
       1150-STORE-CASE-EXIT.
           EXIT.

       2000-APPLY-ACTION.
           ADD 1 TO WS-TOT-ACT-READ.
           MOVE SPACES TO WS-REJECT-MSG.
           IF NOT AC-ASSIGN AND NOT AC-NOTE AND NOT AC-DISPOSE
               MOVE 'ACTION MUST BE A, N OR D' TO WS-REJECT-MSG
           END-IF.
           IF AC-OPER-ID = ZERO
               MOVE 'NO OPERATOR ID' TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG = SPACES
               MOVE AC-CASE-NO TO WS-FIND-CASE-NO
               PERFORM 2100-FIND-CASE-NO
               IF NOT WS-FOUND
                   MOVE 'CASE NOT OPEN' TO WS-REJECT-MSG
               END-IF
           END-IF.
           IF WS-REJECT-MSG = SPACES
               MOVE WS-CT-IMAGE (WS-CT-IDX) TO WS-CASE-WORK
               EVALUATE TRUE
                   WHEN AC-ASSIGN
                       PERFORM 2200-ASSIGN-CASE
                   WHEN AC-NOTE
                       PERFORM 2300-ADD-NOTE
                   WHEN OTHER
                       PERFORM 2400-DISPOSE-CASE
               END-EVALUATE
           END-IF.
           MOVE SPACES TO WS-AL-SOURCE WS-AL-TYPE.
           MOVE ZERO TO WS-AL-AMOUNT.
           MOVE AC-OPER-ID TO WS-AL-OPER-ID.
           IF WS-REJECT-MSG NOT = SPACES
               PERFORM 2500-REJECT-ACTION
           ELSE
               PERFORM 2600-RECORD-ACTION
           END-IF.
           READ ACTION-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-SW
           END-READ.
       2000-APPLY-ACTION-EXIT.
           EXIT.

      * Finds WS-FIND-CASE-NO among the open cases.
       2100-FIND-CASE-NO.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-CASE-NO
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CT-IDX
           END-IF.
       2100-FIND-CASE-NO-EXIT.
           EXIT.

       2110-SCAN-CASE-NO.
           IF WS-CT-CASE-NO (WS-CT-IDX) = WS-FIND-CASE-NO
              AND WS-CT-STATUS (WS-CT-IDX) = 'O'
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-CASE-NO-EXIT.
           EXIT.

       2200-ASSIGN-CASE.
           IF AC-INVESTIGATOR = ZERO
               MOVE 'NO INVESTIGATOR ID' TO WS-REJECT-MSG
           ELSE
               ADD 1 TO WS-TOT-ASSIGNED
               MOVE AC-INVESTIGATOR TO CW-INVESTIGATOR
               MOVE WS-RUN-DATE     TO CW-ASSIGN-DATE
               MOVE 'ASSIGNED'      TO WS-AL-ACTION
           END-IF.
       2200-ASSIGN-CASE-EXIT.
           EXIT.

       2300-ADD-NOTE.
           IF AC-TEXT = SPACES
               MOVE 'NO NOTE TEXT' TO WS-REJECT-MSG
           ELSE
               ADD 1 TO WS-TOT-NOTES
               IF CW-NOTE-COUNT < 999
                   ADD 1 TO CW-NOTE-COUNT
               END-IF
               MOVE AC-TEXT  TO CW-LAST-NOTE
               MOVE 'NOTE'   TO WS-AL-ACTION
           END-IF.
       2300-ADD-NOTE-EXIT.
           EXIT.

      * The disposition closes the case; the reason given stands as
      * its last note.
       2400-DISPOSE-CASE.
           IF CW-INVESTIGATOR = ZERO
               MOVE 'CASE NOT ASSIGNED' TO WS-REJECT-MSG
           END-IF.
           IF NOT AC-SAR-FILED AND NOT AC-NO-SAR
               MOVE 'DISPOSITION MUST BE S OR N' TO WS-REJECT-MSG
           END-IF.
           IF AC-SAR-FILED AND AC-SAR-REF = SPACES
               MOVE 'SAR FILED WITHOUT ITS BSA ID'
                   TO WS-REJECT-MSG
           END-IF.
           IF AC-TEXT = SPACES
               MOVE 'NO DISPOSITION REASON' TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG = SPACES
               PERFORM 2410-CLOSE-CASE
           END-IF.
       2400-DISPOSE-CASE-EXIT.
           EXIT.

       2410-CLOSE-CASE.
           IF AC-SAR-FILED
               ADD 1 TO WS-TOT-SAR-FILED
               MOVE 'SAR FILED' TO WS-AL-ACTION
               MOVE AC-SAR-REF  TO CW-SAR-REF
           ELSE
               ADD 1 TO WS-TOT-NO-SAR
               MOVE 'NO SAR'    TO WS-AL-ACTION
               MOVE SPACES      TO CW-SAR-REF
           END-IF.
           MOVE 'C'            TO CW-STATUS.
           MOVE AC-DISPOSITION TO CW-DISPOSITION.
           MOVE WS-RUN-DATE    TO CW-DISP-DATE.
           MOVE AC-OPER-ID     TO CW-DISP-OPER.
           MOVE AC-TEXT        TO CW-LAST-NOTE.
       2410-CLOSE-CASE-EXIT.
           EXIT.

       2500-REJECT-ACTION.
           ADD 1 TO WS-TOT-ACT-REJECTED.
           MOVE SPACES TO WS-CASE-WORK.
           MOVE ZERO TO CW-CUST-BANK CW-CUST-ID CW-BANK-NO
                        CW-ACCT-ID CW-ACCT-NO.
           MOVE AC-CASE-NO    TO CW-CASE-NO.
           MOVE 'REJECTED'    TO WS-AL-ACTION.
           MOVE WS-REJECT-MSG TO WS-AL-TEXT.
           PERFORM 6100-PRINT-ACTIVITY.
       2500-REJECT-ACTION-EXIT.
           EXIT.

       2600-RECORD-ACTION.
           PERFORM 1150-STORE-CASE.
           MOVE SPACES          TO CASE-LOG-REC.
           MOVE AC-ACTION       TO BL-EVENT.
           MOVE AC-OPER-ID      TO BL-OPER-ID.
           MOVE AC-TEXT         TO BL-TEXT.
           MOVE ZERO            TO BL-AMOUNT.
           PERFORM 6200-WRITE-LOG.
           MOVE AC-TEXT         TO WS-AL-TEXT.
           PERFORM 6100-PRINT-ACTIVITY.
       2600-RECORD-ACTION-EXIT.
           EXIT.

       3000-INTAKE-ALERT.
           ADD 1 TO WS-TOT-ALERTS-READ.
           ADD BA-AMOUNT TO WS-TOT-ALERTS-AMT.
           MOVE BA-DETECT-DATE TO WS-ALERT-DATE.
           IF WS-ALERT-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-ALERT-DATE
           END-IF.
           MOVE BA-CUST-BANK TO WS-ALERT-CUST-BANK.
           MOVE BA-CUST-ID   TO WS-ALERT-CUST-ID.
           IF WS-ALERT-CUST-ID = ZERO
              AND BA-ACCT-NO NOT = ZERO
               PERFORM 3100-RESOLVE-CUSTOMER
               IF U010-GOOD-RETURN
                   MOVE U010-CUST-BANK-NBR TO WS-ALERT-CUST-BANK
                   MOVE U010-CUST-ID       TO WS-ALERT-CUST-ID
               ELSE
                   ADD 1 TO WS-TOT-NOT-RESOLVED
               END-IF
           END-IF.
           IF WS-ALERT-CUST-ID NOT = ZERO
               MOVE WS-ALERT-CUST-BANK TO WS-MAP-BANK
               MOVE WS-ALERT-CUST-ID TO WS-MAP-ID
               PERFORM 7000-MAP-TO-SURVIVOR
               IF WS-MERGED
                   MOVE WS-MAP-BANK TO WS-ALERT-CUST-BANK
                   MOVE WS-MAP-ID TO WS-ALERT-CUST-ID
                   ADD 1 TO WS-TOT-ALERTS-MERGED
               END-IF
           END-IF.
           MOVE SPACES TO WS-REJECT-MSG.
           IF WS-ALERT-CUST-ID = ZERO
              AND BA-ACCT-NO = ZERO
               MOVE 'ALERT HAS NO CUSTOMER OR ACCOUNT'
                   TO WS-REJECT-MSG
           ELSE
               PERFORM 3200-FIND-OPEN-CASE
               IF NOT WS-FOUND
                  AND WS-CT-COUNT NOT < 3000
                   ADD 1 TO WS-CT-OVERFLOW
                   MOVE 'CASE TABLE FULL' TO WS-REJECT-MSG
               END-IF
           END-IF.
           IF WS-REJECT-MSG NOT = SPACES
               PERFORM 3500-REJECT-ALERT
           ELSE
               PERFORM 3600-FILE-ALERT
           END-IF.
           READ BSA-ALERT-FILE
               AT END MOVE 'Y' TO WS-ALERT-EOF-SW
           END-READ.
       3000-INTAKE-ALERT-EXIT.
           EXIT.

       3100-RESOLVE-CUSTOMER.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE BA-BANK-NO TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE BA-ACCT-ID TO U010-FILE-KEY (1:3).
           MOVE BA-ACCT-NO TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
       3100-RESOLVE-CUSTOMER-EXIT.
           EXIT.

      * A resolved alert joins its customer's open case; one with no
      * customer joins the open case cased on the same account.
       3200-FIND-OPEN-CASE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3210-SCAN-OPEN-CASE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CT-IDX
           END-IF.
       3200-FIND-OPEN-CASE-EXIT.
           EXIT.

       3210-SCAN-OPEN-CASE.
           IF WS-CT-STATUS (WS-CT-IDX) = 'O'
               IF WS-ALERT-CUST-ID NOT = ZERO
                   IF WS-CT-CUST-BANK (WS-CT-IDX) = WS-ALERT-CUST-BANK
                      AND WS-CT-CUST-ID (WS-CT-IDX) = WS-ALERT-CUST-ID
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               ELSE
                   IF WS-CT-CUST-ID (WS-CT-IDX) = ZERO
                      AND WS-CT-BANK-NO (WS-CT-IDX) = BA-BANK-NO
                      AND WS-CT-ACCT-ID (WS-CT-IDX) = BA-ACCT-ID
                      AND WS-CT-ACCT-NO (WS-CT-IDX) = BA-ACCT-NO
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-IF
           END-IF.
       3210-SCAN-OPEN-CASE-EXIT.
           EXIT.

      * The SAR clock starts from the alert's detection date.
       3300-OPEN-CASE.
           ADD 1 TO WS-TOT-OPENED.
           ADD 1 TO WS-HIGH-CASE-NO.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-IDX.
           MOVE SPACES TO WS-CASE-WORK.
           MOVE ZERO TO CW-BANK-NO CW-ACCT-ID CW-ACCT-NO
                        CW-LAST-ALERT-DATE CW-ALERT-COUNT
                        CW-ALERT-AMT CW-INVESTIGATOR CW-ASSIGN-DATE
                        CW-DISP-DATE CW-DISP-OPER CW-NOTE-COUNT.
           MOVE WS-HIGH-CASE-NO    TO CW-CASE-NO.
           MOVE 'O'                TO CW-STATUS.
           MOVE WS-ALERT-CUST-BANK TO CW-CUST-BANK.
           MOVE WS-ALERT-CUST-ID   TO CW-CUST-ID.
           MOVE WS-ALERT-DATE      TO CW-OPEN-DATE.
           MOVE WS-ALERT-DATE      TO WS-WORK-DATE.
           PERFORM 8600-ADD-SAR-DAYS.
           MOVE WS-WORK-DATE       TO CW-SAR-DUE-DATE.
       3300-OPEN-CASE-EXIT.
           EXIT.

      * Adds the alert to the case in WS-CASE-WORK.  The first
      * account alerted on stays the case's account.
       3400-LINK-ALERT.
           IF CW-ALERT-COUNT < 99999
               ADD 1 TO CW-ALERT-COUNT
           END-IF.
           ADD BA-AMOUNT TO CW-ALERT-AMT.
           IF WS-ALERT-DATE > CW-LAST-ALERT-DATE
               MOVE WS-ALERT-DATE TO CW-LAST-ALERT-DATE
           END-IF.
           IF CW-ACCT-NO = ZERO
              AND BA-ACCT-NO NOT = ZERO
               MOVE BA-BANK-NO TO CW-BANK-NO
               MOVE BA-ACCT-ID TO CW-ACCT-ID
               MOVE BA-ACCT-NO TO CW-ACCT-NO
           END-IF.
           EVALUATE BA-SOURCE
               WHEN 'DSDR321 '
                   MOVE 'K' TO CW-SOURCES (1:1)
               WHEN 'DSDR327 '
                   MOVE 'C' TO CW-SOURCES (2:1)
               WHEN 'DSDR332 '
                   MOVE 'B' TO CW-SOURCES (3:1)
               WHEN 'DSDR335 '
                   MOVE 'S' TO CW-SOURCES (4:1)
               WHEN 'DSDR336 '
                   MOVE 'M' TO CW-SOURCES (5:1)
               WHEN 'DSDR337 '
                   MOVE 'E' TO CW-SOURCES (6:1)
           END-EVALUATE.
       3400-LINK-ALERT-EXIT.
           EXIT.

       3500-REJECT-ALERT.
           ADD 1 TO WS-TOT-ALERTS-REJECTED.
           MOVE SPACES TO WS-CASE-WORK.
           MOVE ZERO               TO CW-CASE-NO.
           MOVE WS-ALERT-CUST-BANK TO CW-CUST-BANK.
           MOVE WS-ALERT-CUST-ID   TO CW-CUST-ID.
           MOVE BA-BANK-NO         TO CW-BANK-NO.
           MOVE BA-ACCT-ID         TO CW-ACCT-ID.
           MOVE BA-ACCT-NO         TO CW-ACCT-NO.
           MOVE 'REJECTED'         TO WS-AL-ACTION.
           MOVE WS-REJECT-MSG      TO WS-AL-TEXT.
           PERFORM 6150-PRINT-ALERT.
       3500-REJECT-ALERT-EXIT.
           EXIT.

      * Opens a case for the alert or joins it to the one found,
      * then logs and prints it.
       3600-FILE-ALERT.
           MOVE SPACES TO CASE-LOG-REC.
           IF WS-FOUND
               ADD 1 TO WS-TOT-LINKED
               MOVE WS-CT-IMAGE (WS-CT-IDX) TO WS-CASE-WORK
               MOVE 'L' TO BL-EVENT
               MOVE 'LINKED' TO WS-AL-ACTION
           ELSE
               PERFORM 3300-OPEN-CASE
               MOVE 'O' TO BL-EVENT
               MOVE 'OPENED' TO WS-AL-ACTION
           END-IF.
           PERFORM 3400-LINK-ALERT.
           PERFORM 1150-STORE-CASE.
           MOVE ZERO            TO BL-OPER-ID.
           MOVE BA-DETAIL       TO BL-TEXT.
           MOVE BA-SOURCE       TO BL-ALERT-SOURCE.
           MOVE BA-ALERT-TYPE   TO BL-ALERT-TYPE.
           MOVE BA-AMOUNT       TO BL-AMOUNT.
           PERFORM 6200-WRITE-LOG.
           MOVE BA-DETAIL TO WS-AL-TEXT.
           PERFORM 6150-PRINT-ALERT.
       3600-FILE-ALERT-EXIT.
           EXIT.

      * Writes each tabled case to the new master, ages the open
      * ones and picks out the missed deadlines.
       4000-ROLL-CASE.
           MOVE WS-CT-IMAGE (WS-CT-IDX) TO WS-CASE-WORK.
           PERFORM 4900-WRITE-CASE.
           IF CW-OPEN
               PERFORM 4100-AGE-CASE
               IF CW-SAR-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-TOT-PAST-DUE
                   MOVE 'PAST DUE' TO WS-LL-STATUS
                   MOVE WS-RUN-DATE TO WS-WORK-DATE
                   PERFORM 4200-PRINT-LATE
               END-IF
           ELSE
               IF CW-SAR-FILED
                  AND CW-DISP-DATE = WS-RUN-DATE
                  AND CW-DISP-DATE > CW-SAR-DUE-DATE
                   ADD 1 TO WS-TOT-FILED-LATE
                   MOVE 'FILED LATE' TO WS-LL-STATUS
                   MOVE CW-DISP-DATE TO WS-WORK-DATE
                   PERFORM 4200-PRINT-LATE
               END-IF
           END-IF.
       4000-ROLL-CASE-EXIT.
           EXIT.

       4100-AGE-CASE.
           ADD 1 TO WS-TOT-OPEN.
           ADD CW-ALERT-AMT TO WS-TOT-OPEN-AMT.
           IF CW-INVESTIGATOR = ZERO
               ADD 1 TO WS-TOT-UNASSIGNED
           END-IF.
           MOVE CW-OPEN-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-ABS.
           COMPUTE WS-DAYS-OPEN = WS-RUN-ABS - WS-ABS-DAYS.
           MOVE CW-SAR-DUE-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-ABS.
           COMPUTE WS-DAYS-LEFT = WS-ABS-DAYS - WS-RUN-ABS.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN < 16
                   ADD 1 TO WS-AGE-00-15
                   MOVE '0-15' TO WS-AG-BUCKET
               WHEN WS-DAYS-OPEN < 26
                   ADD 1 TO WS-AGE-16-25
                   MOVE '16-25' TO WS-AG-BUCKET
               WHEN WS-DAYS-OPEN < 31
                   ADD 1 TO WS-AGE-26-30
                   MOVE '26-30' TO WS-AG-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
                   MOVE 'OVER 30' TO WS-AG-BUCKET
           END-EVALUATE.
           MOVE CW-CASE-NO      TO WS-AG-CASE-NO.
           MOVE CW-CUST-BANK    TO WS-AG-CUST-BANK.
           MOVE CW-CUST-ID      TO WS-AG-CUST-ID.
           MOVE CW-BANK-NO      TO WS-AG-BANK.
           MOVE CW-ACCT-ID      TO WS-AG-ACCT-ID.
           MOVE CW-ACCT-NO      TO WS-AG-ACCT-NO.
           MOVE CW-OPEN-DATE    TO WS-AG-OPEN-DATE.
           MOVE CW-SAR-DUE-DATE TO WS-AG-DUE-DATE.
           MOVE WS-DAYS-OPEN    TO WS-AG-DAYS-OPEN.
           MOVE WS-DAYS-LEFT    TO WS-AG-DAYS-LEFT.
           MOVE CW-INVESTIGATOR TO WS-AG-INVESTIGATOR.
           MOVE CW-ALERT-COUNT  TO WS-AG-ALERT-COUNT.
           MOVE CW-ALERT-AMT    TO WS-AG-ALERT-AMT.
           MOVE CW-SOURCES      TO WS-AG-SOURCES.
           WRITE AGING-RPT-LINE FROM WS-AGING-LINE.
       4100-AGE-CASE-EXIT.
           EXIT.

      * Days late are counted to WS-WORK-DATE: today for a case still
      * open, the filing date for a SAR filed late.
       4200-PRINT-LATE.
           PERFORM 8500-JULIAN-TO-ABS.
           MOVE WS-ABS-DAYS TO WS-LATE-ABS.
           MOVE CW-SAR-DUE-DATE TO WS-WORK-DATE.
           PERFORM 8500-JULIAN-TO-ABS.
           COMPUTE WS-DAYS-LATE = WS-LATE-ABS - WS-ABS-DAYS.
           MOVE CW-CASE-NO      TO WS-LL-CASE-NO.
           MOVE CW-CUST-BANK    TO WS-LL-CUST-BANK.
           MOVE CW-CUST-ID      TO WS-LL-CUST-ID.
           MOVE CW-OPEN-DATE    TO WS-LL-OPEN-DATE.
           MOVE CW-SAR-DUE-DATE TO WS-LL-DUE-DATE.
           MOVE WS-DAYS-LATE    TO WS-LL-DAYS-LATE.
           MOVE CW-INVESTIGATOR TO WS-LL-INVESTIGATOR.
           MOVE CW-DISP-DATE    TO WS-LL-DISP-DATE.
           MOVE CW-SAR-REF      TO WS-LL-SAR-REF.
           MOVE CW-LAST-NOTE    TO WS-LL-NOTE.
           WRITE LATE-RPT-LINE FROM WS-LATE-LINE.
       4200-PRINT-LATE-EXIT.
           EXIT.

       4900-WRITE-CASE.
           ADD 1 TO WS-TOT-CASES-WRITTEN.
           WRITE CASE-OUT-RECORD FROM WS-CASE-WORK.
       4900-WRITE-CASE-EXIT.
           EXIT.

      * Prints the case in WS-CASE-WORK under WS-AL-ACTION; the
      * alert or action columns are set by the caller.
       6100-PRINT-ACTIVITY.
           MOVE CW-CASE-NO    TO WS-AL-CASE-NO.
           MOVE CW-CUST-BANK  TO WS-AL-CUST-BANK.
           MOVE CW-CUST-ID    TO WS-AL-CUST-ID.
           MOVE CW-BANK-NO    TO WS-AL-BANK.
           MOVE CW-ACCT-ID    TO WS-AL-ACCT-ID.
           MOVE CW-ACCT-NO    TO WS-AL-ACCT-NO.
           WRITE BSA-RPT-LINE FROM WS-ACTIVITY-LINE.
       6100-PRINT-ACTIVITY-EXIT.
           EXIT.

       6150-PRINT-ALERT.
           MOVE BA-SOURCE     TO WS-AL-SOURCE.
           MOVE BA-ALERT-TYPE TO WS-AL-TYPE.
           MOVE BA-AMOUNT     TO WS-AL-AMOUNT.
           MOVE ZERO          TO WS-AL-OPER-ID.
           PERFORM 6100-PRINT-ACTIVITY.
       6150-PRINT-ALERT-EXIT.
           EXIT.

      * Logs the case in WS-CASE-WORK; the event, operator, text and
      * alert columns are set by the caller.
       6200-WRITE-LOG.
           MOVE WS-RUN-DATE     TO BL-RUN-DATE.
           MOVE CW-CASE-NO      TO BL-CASE-NO.
           MOVE CW-INVESTIGATOR TO BL-INVESTIGATOR.
           MOVE CW-DISPOSITION  TO BL-DISPOSITION.
           MOVE CW-SAR-REF      TO BL-SAR-REF.
           WRITE CASE-LOG-REC.
       6200-WRITE-LOG-EXIT.
           EXIT.

      * WS-MAP-BANK/WS-MAP-ID become the survivor when the customer
      * was merged; a survivor is never itself merged, so one
      * lookup is final.
       7000-MAP-TO-SURVIVOR.
           MOVE 'N' TO WS-MERGED-SW.
           PERFORM 7010-SCAN-MERGE
               VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
                  OR WS-MERGED.
           IF WS-MERGED
               SUBTRACT 1 FROM WS-MG-IDX
               MOVE WS-MG-TO-BANK (WS-MG-IDX) TO WS-MAP-BANK
               MOVE WS-MG-TO-ID (WS-MG-IDX) TO WS-MAP-ID
           END-IF.
       7000-MAP-TO-SURVIVOR-EXIT.
           EXIT.

       7010-SCAN-MERGE.
           IF WS-MAP-BANK = WS-MG-FROM-BANK (WS-MG-IDX)
              AND WS-MAP-ID = WS-MG-FROM-ID (WS-MG-IDX)
               MOVE 'Y' TO WS-MERGED-SW
           END-IF.
       7010-SCAN-MERGE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO BSA-RPT-LINE.
           WRITE BSA-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'OPEN CASES READ' TO WS-TL-LABEL.
           COMPUTE WS-TL-COUNT = WS-TOT-CASES-READ
                               - WS-TOT-CLOSED-CARRIED.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSED CASES CARRIED' TO WS-TL-LABEL.
           MOVE WS-TOT-CLOSED-CARRIED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INVESTIGATOR ACTIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-ACT-READ TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'INVESTIGATOR ACTIONS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-ACT-REJECTED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CASES ASSIGNED' TO WS-TL-LABEL.
           MOVE WS-TOT-ASSIGNED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOTES ADDED' TO WS-TL-LABEL.
           MOVE WS-TOT-NOTES TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CASES CLOSED - SAR FILED' TO WS-TL-LABEL.
           MOVE WS-TOT-SAR-FILED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CASES CLOSED - NO SAR' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-SAR TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALERTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-ALERTS-READ TO WS-TL-COUNT.
           MOVE WS-TOT-ALERTS-AMT TO WS-TL-AMOUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'ALERTS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-ALERTS-REJECTED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS NOT RESOLVED TO A CUSTOMER' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-RESOLVED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALERTS TAKEN TO A MERGED SURVIVOR' TO WS-TL-LABEL.
           MOVE WS-TOT-ALERTS-MERGED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN CASES MOVED TO A SURVIVOR' TO WS-TL-LABEL.
           MOVE WS-TOT-CASES-MERGED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CASES OPENED' TO WS-TL-LABEL.
           MOVE WS-TOT-OPENED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALERTS ADDED TO OPEN CASES' TO WS-TL-LABEL.
           MOVE WS-TOT-LINKED TO WS-TL-COUNT.
           WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-CT-OVERFLOW > ZERO
               MOVE 'CASES NOT WORKED - TABLE FULL' TO WS-TL-LABEL
               MOVE WS-CT-OVERFLOW TO WS-TL-COUNT
               WRITE BSA-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           MOVE SPACES TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           MOVE 'OPEN CASES' TO WS-TL-LABEL.
           MOVE WS-TOT-OPEN TO WS-TL-COUNT.
           MOVE WS-TOT-OPEN-AMT TO WS-TL-AMOUNT.
           WRITE AGING-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'OPEN CASES NOT ASSIGNED' TO WS-TL-LABEL.
           MOVE WS-TOT-UNASSIGNED TO WS-TL-COUNT.
           WRITE AGING-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN 0-15 DAYS' TO WS-TL-LABEL.
           MOVE WS-AGE-00-15 TO WS-TL-COUNT.
           WRITE AGING-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN 16-25 DAYS' TO WS-TL-LABEL.
           MOVE WS-AGE-16-25 TO WS-TL-COUNT.
           WRITE AGING-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN 26-30 DAYS' TO WS-TL-LABEL.
           MOVE WS-AGE-26-30 TO WS-TL-COUNT.
           WRITE AGING-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN OVER 30 DAYS' TO WS-TL-LABEL.
           MOVE WS-AGE-OVER-30 TO WS-TL-COUNT.
           WRITE AGING-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO LATE-RPT-LINE.
           WRITE LATE-RPT-LINE.
           MOVE 'OPEN CASES PAST SAR DUE DATE' TO WS-TL-LABEL.
           MOVE WS-TOT-PAST-DUE TO WS-TL-COUNT.
           WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SARS FILED AFTER DUE DATE' TO WS-TL-LABEL.
           MOVE WS-TOT-FILED-LATE TO WS-TL-COUNT.
           WRITE LATE-RPT-LINE FROM WS-TOTAL-LINE.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      * WS-WORK-DATE (YYYYDDD) to days since the start of 1900.
       8500-JULIAN-TO-ABS.
           MOVE ZERO TO WS-ABS-DAYS.
           MOVE 1900 TO WS-EPOCH-YR.
           PERFORM 8510-ADD-YEAR-DAYS
               UNTIL WS-EPOCH-YR NOT < WS-WORK-YEAR.
           ADD WS-WORK-DAY TO WS-ABS-DAYS.
       8500-JULIAN-TO-ABS-EXIT.
           EXIT.

       8510-ADD-YEAR-DAYS.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           ADD WS-DAYS-IN-YEAR TO WS-ABS-DAYS.
           ADD 1 TO WS-EPOCH-YR.
       8510-ADD-YEAR-DAYS-EXIT.
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

      * Moves WS-WORK-DATE forward WS-SAR-DAYS days, carrying into
      * the following year as often as needed.
       8600-ADD-SAR-DAYS.
           MOVE WS-WORK-YEAR TO WS-EPOCH-YR.
           COMPUTE WS-DUE-DAY = WS-WORK-DAY + WS-SAR-DAYS.
           PERFORM 8520-SET-DAYS-IN-YEAR.
           PERFORM 8610-CARRY-YEAR
               UNTIL WS-DUE-DAY NOT > WS-DAYS-IN-YEAR.
           MOVE WS-EPOCH-YR TO WS-WORK-YEAR.
           MOVE WS-DUE-DAY  TO WS-WORK-DAY.
       8600-ADD-SAR-DAYS-EXIT.
           EXIT.

       8610-CARRY-YEAR.
           SUBTRACT WS-DAYS-IN-YEAR FROM WS-DUE-DAY.
           ADD 1 TO WS-EPOCH-YR.
           PERFORM 8520-SET-DAYS-IN-YEAR.
       8610-CARRY-YEAR-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BSA-PARM-FILE
                 CASE-IN-FILE
                 ACTION-FILE
                 BSA-ALERT-FILE
                 CASE-OUT-FILE
                 CASE-LOG
                 BSA-RPT
                 AGING-RPT
                 LATE-RPT
                 MERGE-XREF-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
