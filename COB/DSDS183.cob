       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS183.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS183 keeps the dated operator-activity history the DSDS184
      * activity-trail inquiry reads.  Four of the daily files that
      * record what an operator did carry no date of their own:
      *
      *  CHGLOG    - CHANGE-LOG-WORK maintenance (see DSDSDESC);
      *  MNTREQ    - APIU102 dual-control submissions;
      *  APPROVAL  - APIU102 approvals and rejections;
      *  STATREQ   - ARR305 official-check status maintenance.
      *
      * Each night, after the day's APIU102 and ARR305 runs, every
      * record is prefixed with the ARCHPARM processing date and
      * appended to its history file (CHGLOGH, DUALREQH, DUALAPRH,
      * STATREQH).  The image after the date is the daily record
      * unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM-FILE     ASSIGN TO ARCHPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE    ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REQ-FILE     ASSIGN TO MNTREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-FILE      ASSIGN TO APPROVAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-REQ-FILE    ASSIGN TO STATREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-HIST    ASSIGN TO CHGLOGH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REQ-HIST     ASSIGN TO DUALREQH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-HIST      ASSIGN TO DUALAPRH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-REQ-HIST    ASSIGN TO STATREQH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCH-RPT           ASSIGN TO ARCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  ARCH-PARM-REC.
           05  AP-RUN-DATE             PIC 9(7).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-LOG-REC              PIC X(80).

       FD  MAINT-REQ-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  MAINT-REQ-REC               PIC X(62).

       FD  APPROVAL-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  APPROVAL-REC                PIC X(23).

       FD  STATUS-REQ-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  STATUS-REQ-REC              PIC X(27).

       FD  CHANGE-LOG-HIST
           RECORD CONTAINS 87 CHARACTERS.
       01  CHANGE-LOG-HIST-REC.
           05  CH-RUN-DATE             PIC 9(7).
           05  CH-IMAGE                PIC X(80).

       FD  MAINT-REQ-HIST
           RECORD CONTAINS 69 CHARACTERS.
       01  MAINT-REQ-HIST-REC.
           05  MH-RUN-DATE             PIC 9(7).
           05  MH-IMAGE                PIC X(62).

       FD  APPROVAL-HIST
           RECORD CONTAINS 30 CHARACTERS.
       01  APPROVAL-HIST-REC.
           05  AH-RUN-DATE             PIC 9(7).
           05  AH-IMAGE                PIC X(23).

       FD  STATUS-REQ-HIST
           RECORD CONTAINS 34 CHARACTERS.
       01  STATUS-REQ-HIST-REC.
           05  SH-RUN-DATE             PIC 9(7).
           05  SH-IMAGE                PIC X(27).

       FD  ARCH-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  ARCH-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CLW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CLW-EOF                         VALUE 'Y'.
           05  WS-MR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-MR-EOF                          VALUE 'Y'.
           05  WS-AP-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AP-EOF                          VALUE 'Y'.
           05  WS-SR-EOF-SW            PIC X          VALUE 'N'.
               88  WS-SR-EOF                          VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-CLW-CNT              PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-MR-CNT               PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-AP-CNT               PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-SR-CNT               PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the record count archived.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(44)      VALUE
               'DSDS183 - OPERATOR ACTIVITY HISTORY ARCHIVE'.
           05  FILLER                  PIC X(5)       VALUE 'RUN: '.
           05  WS-RH-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(76)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS183 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ARCHIVE-CHANGE-LOG
               UNTIL WS-CLW-EOF.
           PERFORM 3000-ARCHIVE-MAINT-REQ
               UNTIL WS-MR-EOF.
           PERFORM 4000-ARCHIVE-APPROVAL
               UNTIL WS-AP-EOF.
           PERFORM 5000-ARCHIVE-STATUS-REQ
               UNTIL WS-SR-EOF.
           MOVE 'CHANGE LOG ENTRIES ARCHIVED' TO WS-TOT-LABEL.
           MOVE WS-CLW-CNT TO WS-TOT-COUNT.
           WRITE ARCH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DUAL-CONTROL SUBMISSIONS ARCHIVED' TO WS-TOT-LABEL.
           MOVE WS-MR-CNT TO WS-TOT-COUNT.
           WRITE ARCH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DUAL-CONTROL DISPOSITIONS ARCHIVED' TO WS-TOT-LABEL.
           MOVE WS-AP-CNT TO WS-TOT-COUNT.
           WRITE ARCH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OFFICIAL CHECK STATUS REQUESTS ARCHIVED'
               TO WS-TOT-LABEL.
           MOVE WS-SR-CNT TO WS-TOT-COUNT.
           WRITE ARCH-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ARCH-PARM-FILE
                       CHANGE-LOG-FILE
                       MAINT-REQ-FILE
                       APPROVAL-FILE
                       STATUS-REQ-FILE
                OUTPUT ARCH-RPT
                EXTEND CHANGE-LOG-HIST
                       MAINT-REQ-HIST
                       APPROVAL-HIST
                       STATUS-REQ-HIST.
           READ ARCH-PARM-FILE.
           MOVE AP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE ARCH-RPT-LINE FROM WS-RPT-HDG.
           READ CHANGE-LOG-FILE
               AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.
           READ MAINT-REQ-FILE
               AT END MOVE 'Y' TO WS-MR-EOF-SW
           END-READ.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-AP-EOF-SW
           END-READ.
           READ STATUS-REQ-FILE
               AT END MOVE 'Y' TO WS-SR-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-ARCHIVE-CHANGE-LOG.
           MOVE WS-RUN-DATE    TO CH-RUN-DATE.
           MOVE CHANGE-LOG-REC TO CH-IMAGE.
           WRITE CHANGE-LOG-HIST-REC.
           ADD 1 TO WS-CLW-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           READ CHANGE-LOG-FILE
               AT END MOVE 'Y' TO WS-CLW-EOF-SW
           END-READ.
       2000-ARCHIVE-CHANGE-LOG-EXIT.
           EXIT.

       3000-ARCHIVE-MAINT-REQ.
           MOVE WS-RUN-DATE   TO MH-RUN-DATE.
           MOVE MAINT-REQ-REC TO MH-IMAGE.
           WRITE MAINT-REQ-HIST-REC.
           ADD 1 TO WS-MR-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           READ MAINT-REQ-FILE
               AT END MOVE 'Y' TO WS-MR-EOF-SW
           END-READ.
       3000-ARCHIVE-MAINT-REQ-EXIT.
           EXIT.

       4000-ARCHIVE-APPROVAL.
           MOVE WS-RUN-DATE  TO AH-RUN-DATE.
           MOVE APPROVAL-REC TO AH-IMAGE.
           WRITE APPROVAL-HIST-REC.
           ADD 1 TO WS-AP-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-AP-EOF-SW
           END-READ.
       4000-ARCHIVE-APPROVAL-EXIT.
           EXIT.

       5000-ARCHIVE-STATUS-REQ.
           MOVE WS-RUN-DATE    TO SH-RUN-DATE.
           MOVE STATUS-REQ-REC TO SH-IMAGE.
           WRITE STATUS-REQ-HIST-REC.
           ADD 1 TO WS-SR-CNT.
           ADD 1 TO WS-RRG-RECORDS-IN.
           READ STATUS-REQ-FILE
               AT END MOVE 'Y' TO WS-SR-EOF-SW
           END-READ.
       5000-ARCHIVE-STATUS-REQ-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ARCH-PARM-FILE
                 CHANGE-LOG-FILE
                 MAINT-REQ-FILE
                 APPROVAL-FILE
                 STATUS-REQ-FILE
                 CHANGE-LOG-HIST
                 MAINT-REQ-HIST
                 APPROVAL-HIST
                 STATUS-REQ-HIST
                 ARCH-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
