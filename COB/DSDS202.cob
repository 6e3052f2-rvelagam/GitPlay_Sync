       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS202.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS202 maintains RATETIER, the balance-tier rate schedules
      * the DSDS201 interest service prices earn routines from.
      * RATETIER holds one schedule per bank, earn routine and
      * effective date: W (whole balance) or B (blended), and one
      * to five tiers, each a floor balance and a rate.  A rate
      * change is a new schedule with a later effective date, so
      * the rates in effect on any past date stay answerable.
      *
      * RTTXN carries the day's requests:
      *
      *   A  schedule a change -- adds the schedule, or replaces a
      *      schedule already keyed for the same effective date;
      *   D  cancel a scheduled change.
      *
      * A change is scheduled ahead of time: its effective date
      * must fall after RTPARM's run date, so neither request can
      * touch a schedule already in effect.  Every request needs a
      * second approver, as DSDS164 requires for run parameters.
      * A schedule must start its first tier at a zero floor, rise
      * through strictly ascending floors, and name a method of W
      * or B.  Rejects print with the reason and change nothing.
      *
      * The master rewrites to RATETIRO, and the report closes with
      * every change still scheduled ahead of the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PARM-FILE     ASSIGN TO RTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-TIER-FILE     ASSIGN TO RATETIER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-TXN-FILE      ASSIGN TO RTTXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-TIER-OUT      ASSIGN TO RATETIRO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-RPT           ASSIGN TO RTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  RATE-PARM-REC.
           05  RP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(13).

       FD  RATE-TIER-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY DSDSRTTR.

       FD  RATE-TXN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RATE-TXN-REC.
           05  RX-ACTION               PIC X.
               88  RX-SCHEDULE                        VALUE 'A'.
               88  RX-CANCEL                          VALUE 'D'.
           05  RX-BANK-NO              PIC 99.
           05  RX-EARN-RTN             PIC 99.
           05  RX-EFF-DATE             PIC 9(7).
           05  RX-METHOD               PIC X.
               88  RX-METHOD-VALID                    VALUE 'W' 'B'.
           05  RX-TIER-COUNT           PIC 9.
           05  RX-TIER                 OCCURS 5 TIMES.
               10  RX-TIER-FLOOR       PIC 9(9)V99.
               10  RX-TIER-RATE        PIC V9(7).
           05  RX-REQUEST-OPER         PIC 9(5).
           05  RX-APPROVE-OPER         PIC 9(5).
           05  FILLER                  PIC X(6).

       FD  RATE-TIER-OUT
           RECORD CONTAINS 130 CHARACTERS.
       01  RATE-TIER-OUT-REC           PIC X(130).

       FD  RATE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RATE-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-RT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RT-EOF                          VALUE 'Y'.
           05  WS-TXN-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXN-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-VALID-SW             PIC X          VALUE 'N'.
               88  WS-VALID                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * The master as record images; a cancelled schedule is
      * marked and left out of the rewrite.
       01  WS-TIER-TABLE.
           05  WS-RT-ENTRY             OCCURS 2000 TIMES.
               10  WS-RT-IMAGE         PIC X(130).
               10  WS-RT-DROP-SW       PIC X.
                   88  WS-RT-DROPPED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-REASON                   PIC X(30)      VALUE SPACES.
       01  WS-PRIOR-FLOOR              PIC 9(9)V99    VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-REQUESTS         PIC 9(5)       VALUE ZERO.
           05  WS-TOT-ADDED            PIC 9(5)       VALUE ZERO.
           05  WS-TOT-REPLACED         PIC 9(5)       VALUE ZERO.
           05  WS-TOT-CANCELLED        PIC 9(5)       VALUE ZERO.
           05  WS-TOT-REJECTED         PIC 9(5)       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS202 - EARN ROUTINE RATE TIER MAINTENANCE      '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  WS-QL-ACTION            PIC X(10).
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-QL-BANK              PIC Z9.
           05  FILLER                  PIC X(7)       VALUE '  RTN: '.
           05  WS-QL-RTN               PIC Z9.
           05  FILLER                  PIC X(7)       VALUE '  EFF: '.
           05  WS-QL-EFF-DATE          PIC 9(7).
           05  FILLER                  PIC X(10)      VALUE
               '  METHOD: '.
           05  WS-QL-METHOD            PIC X.
           05  FILLER                  PIC X(9)       VALUE
               '  TIERS: '.
           05  WS-QL-TIER-COUNT        PIC 9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-QL-REASON            PIC X(30).
           05  FILLER                  PIC X(38)      VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER                  PIC X(15)      VALUE SPACES.
           05  FILLER                  PIC X(5)       VALUE 'TIER '.
           05  WS-TL-TIER              PIC 9.
           05  FILLER                  PIC X(9)       VALUE
               '  FLOOR: '.
           05  WS-TL-FLOOR             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)       VALUE
               '  RATE: '.
           05  WS-TL-RATE              PIC .9999999.
           05  FILLER                  PIC X(72)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(50).
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL             PIC X(40).
           05  WS-TT-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(86)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-REQUEST
               UNTIL WS-TXN-EOF.
           PERFORM 5000-REWRITE-MASTER
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           MOVE SPACES TO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE 'RATE CHANGES SCHEDULED AHEAD OF THE RUN DATE'
               TO WS-SL-TEXT.
           WRITE RATE-RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 6000-LIST-SCHEDULED
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           PERFORM 7000-PRINT-TOTALS.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RATE-PARM-FILE
                       RATE-TIER-FILE
                       RATE-TXN-FILE
                OUTPUT RATE-TIER-OUT
                       RATE-RPT.
           READ RATE-PARM-FILE.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE RATE-RPT-LINE FROM WS-RPT-HDG.
           READ RATE-TIER-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-MASTER
               UNTIL WS-RT-EOF.
           READ RATE-TXN-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-MASTER.
           IF WS-RT-COUNT < 2000
               ADD 1 TO WS-RT-COUNT
               MOVE RATE-TIER-REC TO WS-RT-IMAGE (WS-RT-COUNT)
               MOVE 'N' TO WS-RT-DROP-SW (WS-RT-COUNT)
           END-IF.
           READ RATE-TIER-FILE
               AT END MOVE 'Y' TO WS-RT-EOF-SW
           END-READ.
       1100-LOAD-MASTER-EXIT.
           EXIT.

       2000-WORK-REQUEST.
           ADD 1 TO WS-TOT-REQUESTS.
           PERFORM 2100-VALIDATE-REQUEST.
           IF WS-VALID
               PERFORM 2500-FIND-SCHEDULE
               EVALUATE TRUE
                   WHEN RX-CANCEL AND WS-FOUND
                       MOVE 'Y' TO WS-RT-DROP-SW (WS-RT-IDX)
                       ADD 1 TO WS-TOT-CANCELLED
                       MOVE 'CANCELLED' TO WS-QL-ACTION
                   WHEN RX-CANCEL
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'NO SUCH SCHEDULED CHANGE' TO WS-REASON
                   WHEN WS-FOUND
                       PERFORM 2600-BUILD-SCHEDULE
                       MOVE RATE-TIER-REC TO WS-RT-IMAGE (WS-RT-IDX)
                       ADD 1 TO WS-TOT-REPLACED
                       MOVE 'REPLACED ' TO WS-QL-ACTION
                   WHEN WS-RT-COUNT < 2000
                       PERFORM 2600-BUILD-SCHEDULE
                       ADD 1 TO WS-RT-COUNT
                       MOVE RATE-TIER-REC TO WS-RT-IMAGE (WS-RT-COUNT)
                       MOVE 'N' TO WS-RT-DROP-SW (WS-RT-COUNT)
                       ADD 1 TO WS-TOT-ADDED
                       MOVE 'SCHEDULED' TO WS-QL-ACTION
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'RATE TIER TABLE FULL' TO WS-REASON
               END-EVALUATE
           END-IF.
           IF NOT WS-VALID
               ADD 1 TO WS-TOT-REJECTED
               MOVE 'REJECTED ' TO WS-QL-ACTION
           END-IF.
           PERFORM 2900-PRINT-REQUEST.
           READ RATE-TXN-FILE
               AT END MOVE 'Y' TO WS-TXN-EOF-SW
           END-READ.
       2000-WORK-REQUEST-EXIT.
           EXIT.

       2100-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN NOT RX-SCHEDULE AND NOT RX-CANCEL
                   MOVE 'ACTION NOT A OR D' TO WS-REASON
               WHEN RX-APPROVE-OPER = ZERO
                 OR RX-APPROVE-OPER = RX-REQUEST-OPER
                   MOVE 'NO SECOND APPROVER' TO WS-REASON
               WHEN RX-EARN-RTN NOT NUMERIC
                 OR RX-EARN-RTN = ZERO
                   MOVE 'EARN ROUTINE INVALID' TO WS-REASON
               WHEN RX-EFF-DATE NOT NUMERIC
                 OR RX-EFF-DATE NOT > WS-RUN-DATE
                   MOVE 'NOT AFTER THE RUN DATE' TO WS-REASON
               WHEN RX-CANCEL
                   CONTINUE
               WHEN NOT RX-METHOD-VALID
                   MOVE 'METHOD NOT W OR B' TO WS-REASON
               WHEN RX-TIER-COUNT NOT NUMERIC
                 OR RX-TIER-COUNT < 1
                 OR RX-TIER-COUNT > 5
                   MOVE 'TIER COUNT NOT 1 TO 5' TO WS-REASON
               WHEN OTHER
                   PERFORM 2200-VALIDATE-TIERS
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2100-VALIDATE-REQUEST-EXIT.
           EXIT.

       2200-VALIDATE-TIERS.
           PERFORM 2210-VALIDATE-ONE-TIER
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > RX-TIER-COUNT
                  OR WS-REASON NOT = SPACES.
       2200-VALIDATE-TIERS-EXIT.
           EXIT.

       2210-VALIDATE-ONE-TIER.
           EVALUATE TRUE
               WHEN RX-TIER-FLOOR (WS-TR-IDX) NOT NUMERIC
                 OR RX-TIER-RATE (WS-TR-IDX) NOT NUMERIC
                   MOVE 'TIER FLOOR OR RATE NOT NUMERIC'
                       TO WS-REASON
               WHEN WS-TR-IDX = 1
                AND RX-TIER-FLOOR (WS-TR-IDX) NOT = ZERO
                   MOVE 'TIER 1 FLOOR NOT ZERO' TO WS-REASON
               WHEN WS-TR-IDX > 1
                AND RX-TIER-FLOOR (WS-TR-IDX) NOT > WS-PRIOR-FLOOR
                   MOVE 'TIER FLOORS NOT ASCENDING' TO WS-REASON
           END-EVALUATE.
           MOVE RX-TIER-FLOOR (WS-TR-IDX) TO WS-PRIOR-FLOOR.
       2210-VALIDATE-ONE-TIER-EXIT.
           EXIT.

       2500-FIND-SCHEDULE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2510-SCAN-SCHEDULE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RT-IDX
           END-IF.
       2500-FIND-SCHEDULE-EXIT.
           EXIT.

       2510-SCAN-SCHEDULE.
           MOVE WS-RT-IMAGE (WS-RT-IDX) TO RATE-TIER-REC.
           IF NOT WS-RT-DROPPED (WS-RT-IDX)
              AND RT-BANK-NO = RX-BANK-NO
              AND RT-EARN-RTN = RX-EARN-RTN
              AND RT-EFF-DATE = RX-EFF-DATE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2510-SCAN-SCHEDULE-EXIT.
           EXIT.

      * Tiers past the schedule's count are kept at zero.
       2600-BUILD-SCHEDULE.
           MOVE SPACES TO RATE-TIER-REC.
           MOVE RX-BANK-NO      TO RT-BANK-NO.
           MOVE RX-EARN-RTN     TO RT-EARN-RTN.
           MOVE RX-EFF-DATE     TO RT-EFF-DATE.
           MOVE RX-METHOD       TO RT-METHOD.
           MOVE RX-TIER-COUNT   TO RT-TIER-COUNT.
           PERFORM 2610-BUILD-ONE-TIER
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > 5.
           MOVE RX-REQUEST-OPER TO RT-REQUEST-OPER.
           MOVE RX-APPROVE-OPER TO RT-APPROVE-OPER.
           MOVE WS-RUN-DATE     TO RT-ENTERED-DATE.
       2600-BUILD-SCHEDULE-EXIT.
           EXIT.

       2610-BUILD-ONE-TIER.
           IF WS-TR-IDX > RX-TIER-COUNT
               MOVE ZERO TO RT-TIER-FLOOR (WS-TR-IDX)
                            RT-TIER-RATE (WS-TR-IDX)
           ELSE
               MOVE RX-TIER-FLOOR (WS-TR-IDX)
                   TO RT-TIER-FLOOR (WS-TR-IDX)
               MOVE RX-TIER-RATE (WS-TR-IDX)
                   TO RT-TIER-RATE (WS-TR-IDX)
           END-IF.
       2610-BUILD-ONE-TIER-EXIT.
           EXIT.

       2900-PRINT-REQUEST.
           MOVE RX-BANK-NO    TO WS-QL-BANK.
           MOVE RX-EARN-RTN   TO WS-QL-RTN.
           MOVE RX-EFF-DATE   TO WS-QL-EFF-DATE.
           MOVE RX-METHOD     TO WS-QL-METHOD.
           MOVE RX-TIER-COUNT TO WS-QL-TIER-COUNT.
           MOVE WS-REASON     TO WS-QL-REASON.
           WRITE RATE-RPT-LINE FROM WS-REQUEST-LINE.
       2900-PRINT-REQUEST-EXIT.
           EXIT.

       5000-REWRITE-MASTER.
           IF NOT WS-RT-DROPPED (WS-RT-IDX)
               MOVE WS-RT-IMAGE (WS-RT-IDX) TO RATE-TIER-OUT-REC
               WRITE RATE-TIER-OUT-REC
           END-IF.
       5000-REWRITE-MASTER-EXIT.
           EXIT.

       6000-LIST-SCHEDULED.
           MOVE WS-RT-IMAGE (WS-RT-IDX) TO RATE-TIER-REC.
           IF NOT WS-RT-DROPPED (WS-RT-IDX)
              AND RT-EFF-DATE > WS-RUN-DATE
               MOVE SPACES        TO WS-QL-ACTION
               MOVE RT-BANK-NO    TO WS-QL-BANK
               MOVE RT-EARN-RTN   TO WS-QL-RTN
               MOVE RT-EFF-DATE   TO WS-QL-EFF-DATE
               MOVE RT-METHOD     TO WS-QL-METHOD
               MOVE RT-TIER-COUNT TO WS-QL-TIER-COUNT
               MOVE SPACES        TO WS-QL-REASON
               WRITE RATE-RPT-LINE FROM WS-REQUEST-LINE
               PERFORM 6100-LIST-TIER
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > RT-TIER-COUNT
           END-IF.
       6000-LIST-SCHEDULED-EXIT.
           EXIT.

       6100-LIST-TIER.
           MOVE WS-TR-IDX TO WS-TL-TIER.
           MOVE RT-TIER-FLOOR (WS-TR-IDX) TO WS-TL-FLOOR.
           MOVE RT-TIER-RATE (WS-TR-IDX) TO WS-TL-RATE.
           WRITE RATE-RPT-LINE FROM WS-TIER-LINE.
       6100-LIST-TIER-EXIT.
           EXIT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO RATE-RPT-LINE.
           WRITE RATE-RPT-LINE.
           MOVE 'REQUESTS READ' TO WS-TT-LABEL.
           MOVE WS-TOT-REQUESTS TO WS-TT-COUNT.
           WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHANGES SCHEDULED' TO WS-TT-LABEL.
           MOVE WS-TOT-ADDED TO WS-TT-COUNT.
           WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCHEDULED CHANGES REPLACED' TO WS-TT-LABEL.
           MOVE WS-TOT-REPLACED TO WS-TT-COUNT.
           WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCHEDULED CHANGES CANCELLED' TO WS-TT-LABEL.
           MOVE WS-TOT-CANCELLED TO WS-TT-COUNT.
           WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS REJECTED' TO WS-TT-LABEL.
           MOVE WS-TOT-REJECTED TO WS-TT-COUNT.
           WRITE RATE-RPT-LINE FROM WS-TOTAL-LINE.
       7000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RATE-PARM-FILE
                 RATE-TIER-FILE
                 RATE-TXN-FILE
                 RATE-TIER-OUT
                 RATE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
