       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS209.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS209 is the one source of new account numbers, callable
      * in the DSDS103 style:
      *
      *     CALL 'DSDS209' USING LAN-PARM-AREA.
      *
      * Numbers used to come off paper logbooks kept per branch; two
      * branches handing out the same number and hand-figured check
      * digits that DSDS158 then rejects are both ended here.
      *
      * ACCTCTL is the managed range control, kept the ARU101 way:
      * records append rather than update in place and the last
      * record for a bank and account ID carries its range (AN-
      * RANGE-LOW/HIGH, whole account numbers) and the highest
      * number handed out so far.  Operations opens or replaces a
      * range by appending a G record; every assignment appends its
      * own record, so the file doubles as the issuance audit.
      *
      * The caller sets LAN-BANK-NO and LAN-ACCT-ID and one of:
      *
      *  - LAN-REQUEST N: the next number, in LAN-ACCT-NO;
      *  - LAN-REQUEST R: reserve LAN-RESERVE-COUNT numbers under
      *    LAN-RESERVE-ID for a bulk opening.  LAN-ACCT-NO and LAN-
      *    LAST-ACCT-NO come back as the first and last reserved and
      *    LAN-RESERVE-COUNT as the count actually reserved (fewer,
      *    return code 3, when the range runs out part way);
      *  - LAN-REQUEST T: take the next unused number from the
      *    reservation named in LAN-RESERVE-ID.
      *
      * Every number is built for the account ID's MOD-CK-IND
      * algorithm (see DSDSCOLE): the body is the next in the range
      * and the check digit is whatever DSDS114 accepts, so a number
      * issued here always passes the DSDS158 edit.  A body no digit
      * can satisfy (a MOD-11 check needing 10, a remainder check
      * the body cannot reach) is passed over.  No number longer
      * than the ID's ACCT-LENGTH is issued, and LAN-EDITED-NO
      * returns the number laid out by its EDIT-CODE.  An ID edited
      * as alphanumeric (code 9) has no numbers to issue.
      *
      * A number already on DSDS-H-FILE-RECORD, on the DSDS105
      * archive (DSDSHARC) or anywhere on ACCTCTL is never issued
      * again, whatever the range says -- the logbook numbers
      * already in circulation are skipped over, not reissued.
      *
      * Return codes: 0 issued; 1 no range for the bank and account
      * ID; 2 the account ID is not on the bank's BCF; 3 the range
      * is exhausted; 4 no unused number left on the reservation;
      * 5 bad request; 6 the ID's edit code cannot be issued.
      *
      * The control, BCF, DSDS-H and archive files load on the
      * first call and stay resident for the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-CTL-FILE      ASSIGN TO ACCTCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-CTL-OUT       ASSIGN TO ACCTCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-H-FILE        ASSIGN TO DSDSHFIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE       ASSIGN TO DSDSHARC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-CTL-REC.
           05  AN-BANK-NO              PIC 99.
           05  AN-ACCT-ID              PIC 9(3).
           05  AN-EVENT                PIC X.
               88  AN-RANGE-GRANTED                   VALUE 'G'.
               88  AN-ASSIGNED                        VALUE 'A'.
               88  AN-RESERVED                        VALUE 'R'.
               88  AN-TAKEN                           VALUE 'T'.
           05  AN-RANGE-LOW            PIC 9(9).
           05  AN-RANGE-HIGH           PIC 9(9).
           05  AN-LAST-ASSIGNED        PIC 9(9).
           05  AN-ACCT-NO              PIC 9(9).
           05  AN-RESERVE-ID           PIC X(10).
           05  AN-REQUESTOR            PIC X(8).
           05  AN-STAMP-DATE           PIC 9(6).
           05  FILLER                  PIC X(14).

       FD  ACCT-CTL-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-CTL-OUT-REC            PIC X(80).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  DSDS-H-FILE
           RECORD CONTAINS 1600 CHARACTERS.
           COPY DSDSMAST.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 1600 CHARACTERS.
       01  ARCHIVE-RECORD              PIC X(1600).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOADED-SW            PIC X          VALUE 'N'.
               88  WS-LOADED                          VALUE 'Y'.
           05  WS-CTL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CTL-EOF                         VALUE 'Y'.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-HF-EOF-SW            PIC X          VALUE 'N'.
               88  WS-HF-EOF                          VALUE 'Y'.
           05  WS-ARC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ARC-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-ASSIGNED-SW          PIC X          VALUE 'N'.
               88  WS-ASSIGNED                        VALUE 'Y'.
           05  WS-EXHAUSTED-SW         PIC X          VALUE 'N'.
               88  WS-EXHAUSTED                       VALUE 'Y'.
           05  WS-DIGIT-OK-SW          PIC X          VALUE 'N'.
               88  WS-DIGIT-OK                        VALUE 'Y'.
           05  WS-SIGNIFICANT-SW       PIC X          VALUE 'N'.
               88  WS-SIGNIFICANT                     VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RG-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RG-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RV-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RV-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-US-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-US-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-EM-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MASK-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DIG-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MASK-DIGITS          PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TRY-DIGIT            PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RESERVED-CNT         PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Managed ranges: the latest ACCTCTL record per bank and ID,
      * with that ID's BCF algorithm, length and edit code.
       01  WS-RANGE-TABLE.
           05  WS-RG-ENTRY             OCCURS 500 TIMES.
               10  WS-RG-BANK-NO       PIC 99.
               10  WS-RG-ACCT-ID       PIC 9(3).
               10  WS-RG-LOW           PIC 9(9).
               10  WS-RG-HIGH          PIC 9(9).
               10  WS-RG-LAST          PIC 9(9).
               10  WS-RG-BCF-SW        PIC X.
                   88  WS-RG-ON-BCF                   VALUE 'Y'.
               10  WS-RG-MOD-CK-IND    PIC X.
                   88  WS-RG-NO-CHECK                 VALUE '0'.
                   88  WS-RG-REMAINDER-CHECK
                                       VALUE '4' '5' '7' 'A' 'B'.
                   88  WS-RG-KNOWN-CHECK
                                       VALUE '0' THRU '9'
                                             'A' THRU 'D'.
               10  WS-RG-EDIT-CODE     PIC X.
                   88  WS-RG-ALPHA-EDIT               VALUE '9'.
               10  WS-RG-MAX-NUMBER    PIC 9(9).

       01  WS-RESERVATION-TABLE.
           05  WS-RV-ENTRY             OCCURS 5000 TIMES.
               10  WS-RV-BANK-NO       PIC 99.
               10  WS-RV-ACCT-ID       PIC 9(3).
               10  WS-RV-RESERVE-ID    PIC X(10).
               10  WS-RV-ACCT-NO       PIC 9(9).
               10  WS-RV-TAKEN-SW      PIC X.
                   88  WS-RV-TAKEN                    VALUE 'Y'.

      * Numbers inside a managed range that are already in use.
       01  WS-USED-TABLE.
           05  WS-US-ENTRY             OCCURS 50000 TIMES.
               10  WS-US-BANK-NO       PIC 99.
               10  WS-US-ACCT-ID       PIC 9(3).
               10  WS-US-ACCT-NO       PIC 9(9).

       01  WS-TEST-BANK                PIC 99         VALUE ZERO.
       01  WS-TEST-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-TEST-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-BODY                     PIC 9(9)       VALUE ZERO.
       01  WS-CANDIDATE                PIC 9(10)      VALUE ZERO.
       01  WS-ACCT-LENGTH              PIC 9          VALUE ZERO.
       01  WS-STAMP-DATE               PIC 9(6)       VALUE ZERO.
       01  WS-EVENT                    PIC X          VALUE SPACE.
       01  WS-RESERVE-ID               PIC X(10)      VALUE SPACES.

      * EDIT-CODE layouts as documented in DSDSCOLE.
       01  WS-EDIT-MASK-VALUES.
           05  FILLER                  PIC X(13)      VALUE
               '0ZZZ999999999'.
           05  FILLER                  PIC X(13)      VALUE
               '1ZZZZZ99-99-9'.
           05  FILLER                  PIC X(13)      VALUE
               '2ZZZZZ9-999-9'.
           05  FILLER                  PIC X(13)      VALUE
               '3ZZZZ99-999-9'.
           05  FILLER                  PIC X(13)      VALUE
               '4ZZZZ9-9999-9'.
           05  FILLER                  PIC X(13)      VALUE
               '5ZZZZ999-99-9'.
           05  FILLER                  PIC X(13)      VALUE
               '6ZZZ999-999-9'.
           05  FILLER                  PIC X(13)      VALUE
               '7ZZZ99-9999-9'.
           05  FILLER                  PIC X(13)      VALUE
               '8ZZZ9-99999-9'.
           05  FILLER                  PIC X(13)      VALUE
               '9XXXXXXXXXXXX'.
           05  FILLER                  PIC X(13)      VALUE
               'AZZZ9-999-999'.
           05  FILLER                  PIC X(13)      VALUE
               'BZZZZ99999-99'.
           05  FILLER                  PIC X(13)      VALUE
               'CZZZZZ99999-9'.
           05  FILLER                  PIC X(13)      VALUE
               'DZZZZZZZZZZZZ'.
           05  FILLER                  PIC X(13)      VALUE
               'E9-99-999-999'.
       01  WS-EDIT-MASKS REDEFINES WS-EDIT-MASK-VALUES.
           05  WS-EM-ENTRY             OCCURS 15 TIMES.
               10  WS-EM-CODE          PIC X.
               10  WS-EM-MASK          PIC X(12).

       01  WS-MASK.
           05  WS-MASK-CHAR            PIC X          OCCURS 12 TIMES.
       01  WS-EDITED.
           05  WS-EDITED-CHAR          PIC X          OCCURS 12 TIMES.
       01  WS-NUMBER-12                PIC 9(12)      VALUE ZERO.
       01  WS-NUMBER-DIGITS REDEFINES WS-NUMBER-12.
           05  WS-NUMBER-DIGIT         PIC X          OCCURS 12 TIMES.

       01  CKD-PARM-AREA.
           05  CKD-BANK-NO             PIC 99.
           05  CKD-ACCT-ID             PIC 9(3).
           05  CKD-ACCT-NO             PIC 9(9).
           05  CKD-COMPUTED-DIGIT      PIC 9.
           05  CKD-RETURN-CODE         PIC 99.
               88  CKD-VALID                          VALUE 0.
               88  CKD-INVALID-DIGIT                  VALUE 1.

       LINKAGE SECTION.
       01  LAN-PARM-AREA.
           05  LAN-REQUEST             PIC X.
               88  LAN-NEXT-NUMBER                    VALUE 'N'.
               88  LAN-RESERVE                        VALUE 'R'.
               88  LAN-TAKE-RESERVED                  VALUE 'T'.
           05  LAN-BANK-NO             PIC 99.
           05  LAN-ACCT-ID             PIC 9(3).
           05  LAN-RESERVE-ID          PIC X(10).
           05  LAN-RESERVE-COUNT       PIC 9(5).
           05  LAN-REQUESTOR           PIC X(8).
           05  LAN-ACCT-NO             PIC 9(9).
           05  LAN-LAST-ACCT-NO        PIC 9(9).
           05  LAN-EDITED-NO           PIC X(12).
           05  LAN-RETURN-CODE         PIC 99.
               88  LAN-SUCCESS                        VALUE 0.
               88  LAN-NO-RANGE                       VALUE 1.
               88  LAN-ID-NOT-FOUND                   VALUE 2.
               88  LAN-RANGE-EXHAUSTED                VALUE 3.
               88  LAN-NO-RESERVATION                 VALUE 4.
               88  LAN-BAD-REQUEST                    VALUE 5.
               88  LAN-NOT-ASSIGNABLE                 VALUE 6.

       PROCEDURE DIVISION USING LAN-PARM-AREA.

       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-CONTROLS
           END-IF.
           MOVE ZERO TO LAN-RETURN-CODE
                        LAN-ACCT-NO
                        LAN-LAST-ACCT-NO.
           MOVE SPACES TO LAN-EDITED-NO.
           PERFORM 2000-EDIT-REQUEST.
           IF LAN-SUCCESS
               ACCEPT WS-STAMP-DATE FROM DATE
               OPEN EXTEND ACCT-CTL-OUT
               EVALUATE TRUE
                   WHEN LAN-NEXT-NUMBER
                       PERFORM 3000-ISSUE-NEXT
                   WHEN LAN-RESERVE
                       PERFORM 4000-RESERVE-NUMBERS
                   WHEN LAN-TAKE-RESERVED
                       PERFORM 5000-TAKE-RESERVED
               END-EVALUATE
               CLOSE ACCT-CTL-OUT
           END-IF.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-LOAD-CONTROLS.
           OPEN INPUT ACCT-CTL-FILE
                      BCF-FILE
                      DSDS-H-FILE
                      ARCHIVE-FILE.
           READ ACCT-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
           PERFORM 1100-APPLY-CONTROL
               UNTIL WS-CTL-EOF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-BCF-IDS
               UNTIL WS-BCF-EOF.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HF-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-H-FILE
               UNTIL WS-HF-EOF.
           READ ARCHIVE-FILE INTO DSDS-H-FILE-RECORD
               AT END MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-ARCHIVE
               UNTIL WS-ARC-EOF.
           CLOSE ACCT-CTL-FILE
                 BCF-FILE
                 DSDS-H-FILE
                 ARCHIVE-FILE.
           MOVE 'Y' TO WS-LOADED-SW.
       1000-LOAD-CONTROLS-EXIT.
           EXIT.

      * Every control record carries its range and high-water mark;
      * the last one read for a bank and ID is the current one.
       1100-APPLY-CONTROL.
           MOVE AN-BANK-NO TO WS-TEST-BANK.
           MOVE AN-ACCT-ID TO WS-TEST-ACCT-ID.
           PERFORM 7000-FIND-RANGE.
           IF NOT WS-FOUND
              AND WS-RG-COUNT < 500
               ADD 1 TO WS-RG-COUNT
               MOVE WS-RG-COUNT TO WS-RG-IDX
               MOVE AN-BANK-NO TO WS-RG-BANK-NO (WS-RG-IDX)
               MOVE AN-ACCT-ID TO WS-RG-ACCT-ID (WS-RG-IDX)
               MOVE 'N' TO WS-RG-BCF-SW (WS-RG-IDX)
               MOVE SPACE TO WS-RG-MOD-CK-IND (WS-RG-IDX)
                             WS-RG-EDIT-CODE (WS-RG-IDX)
               MOVE 999999999 TO WS-RG-MAX-NUMBER (WS-RG-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
           IF WS-FOUND
               MOVE AN-RANGE-LOW TO WS-RG-LOW (WS-RG-IDX)
               MOVE AN-RANGE-HIGH TO WS-RG-HIGH (WS-RG-IDX)
               MOVE AN-LAST-ASSIGNED TO WS-RG-LAST (WS-RG-IDX)
           END-IF.
           IF AN-ASSIGNED
              OR AN-RESERVED
               MOVE AN-ACCT-NO TO WS-TEST-ACCT-NO
               PERFORM 7200-ADD-USED
           END-IF.
           IF AN-RESERVED
              AND WS-RV-COUNT < 5000
               ADD 1 TO WS-RV-COUNT
               MOVE WS-RV-COUNT TO WS-RV-IDX
               MOVE AN-BANK-NO TO WS-RV-BANK-NO (WS-RV-IDX)
               MOVE AN-ACCT-ID TO WS-RV-ACCT-ID (WS-RV-IDX)
               MOVE AN-RESERVE-ID TO WS-RV-RESERVE-ID (WS-RV-IDX)
               MOVE AN-ACCT-NO TO WS-RV-ACCT-NO (WS-RV-IDX)
               MOVE 'N' TO WS-RV-TAKEN-SW (WS-RV-IDX)
           END-IF.
           IF AN-TAKEN
               PERFORM 1110-MARK-TAKEN
                   VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
           END-IF.
           READ ACCT-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SW
           END-READ.
       1100-APPLY-CONTROL-EXIT.
           EXIT.

       1110-MARK-TAKEN.
           IF AN-BANK-NO = WS-RV-BANK-NO (WS-RV-IDX)
              AND AN-ACCT-ID = WS-RV-ACCT-ID (WS-RV-IDX)
              AND AN-ACCT-NO = WS-RV-ACCT-NO (WS-RV-IDX)
               MOVE 'Y' TO WS-RV-TAKEN-SW (WS-RV-IDX)
           END-IF.
       1110-MARK-TAKEN-EXIT.
           EXIT.

       1200-LOAD-BCF-IDS.
           IF BCF-DSD-REC
               PERFORM 1210-LOAD-ONE-BCF-ID
                   VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > 10
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1200-LOAD-BCF-IDS-EXIT.
           EXIT.

      * An ACCT-LENGTH outside 1-9 leaves the full nine digits.
       1210-LOAD-ONE-BCF-ID.
           MOVE BCF-BANK-NO TO WS-TEST-BANK.
           MOVE ACCT-ID-CODE (WS-OC-IDX) TO WS-TEST-ACCT-ID.
           PERFORM 7000-FIND-RANGE.
           IF WS-FOUND
               MOVE 'Y' TO WS-RG-BCF-SW (WS-RG-IDX)
               MOVE MOD-CK-IND (WS-OC-IDX)
                   TO WS-RG-MOD-CK-IND (WS-RG-IDX)
               MOVE EDIT-CODE (WS-OC-IDX)
                   TO WS-RG-EDIT-CODE (WS-RG-IDX)
               IF ACCT-LENGTH (WS-OC-IDX) > ZERO
                  AND ACCT-LENGTH (WS-OC-IDX) < 9
                   MOVE ACCT-LENGTH (WS-OC-IDX) TO WS-ACCT-LENGTH
                   COMPUTE WS-RG-MAX-NUMBER (WS-RG-IDX) =
                       (10 ** WS-ACCT-LENGTH) - 1
               END-IF
           END-IF.
       1210-LOAD-ONE-BCF-ID-EXIT.
           EXIT.

       1300-LOAD-H-FILE.
           IF NOT DSDS-H-EOF
               PERFORM 1500-NOTE-IF-IN-RANGE
           END-IF.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HF-EOF-SW
           END-READ.
       1300-LOAD-H-FILE-EXIT.
           EXIT.

       1400-LOAD-ARCHIVE.
           IF NOT DSDS-H-EOF
               PERFORM 1500-NOTE-IF-IN-RANGE
           END-IF.
           READ ARCHIVE-FILE INTO DSDS-H-FILE-RECORD
               AT END MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.
       1400-LOAD-ARCHIVE-EXIT.
           EXIT.

      * History carries many records per account; only numbers
      * that fall inside a managed range need to be held.
       1500-NOTE-IF-IN-RANGE.
           MOVE DSDS-H-BANK-NO TO WS-TEST-BANK.
           MOVE DSDS-H-ACCT-ID TO WS-TEST-ACCT-ID.
           MOVE DSDS-H-ACCT-NO TO WS-TEST-ACCT-NO.
           PERFORM 7000-FIND-RANGE.
           IF WS-FOUND
               IF WS-TEST-ACCT-NO NOT < WS-RG-LOW (WS-RG-IDX)
                  AND WS-TEST-ACCT-NO NOT > WS-RG-HIGH (WS-RG-IDX)
                   PERFORM 7200-ADD-USED
               END-IF
           END-IF.
       1500-NOTE-IF-IN-RANGE-EXIT.
           EXIT.

       2000-EDIT-REQUEST.
           MOVE LAN-BANK-NO TO WS-TEST-BANK.
           MOVE LAN-ACCT-ID TO WS-TEST-ACCT-ID.
           PERFORM 7000-FIND-RANGE.
           EVALUATE TRUE
               WHEN NOT LAN-NEXT-NUMBER
                AND NOT LAN-RESERVE
                AND NOT LAN-TAKE-RESERVED
                   MOVE 05 TO LAN-RETURN-CODE
               WHEN (LAN-RESERVE OR LAN-TAKE-RESERVED)
                AND LAN-RESERVE-ID = SPACES
                   MOVE 05 TO LAN-RETURN-CODE
               WHEN LAN-RESERVE
                AND LAN-RESERVE-COUNT = ZERO
                   MOVE 05 TO LAN-RETURN-CODE
               WHEN NOT WS-FOUND
                   MOVE 01 TO LAN-RETURN-CODE
               WHEN NOT WS-RG-ON-BCF (WS-RG-IDX)
                   MOVE 02 TO LAN-RETURN-CODE
               WHEN NOT WS-RG-KNOWN-CHECK (WS-RG-IDX)
                   MOVE 02 TO LAN-RETURN-CODE
               WHEN WS-RG-ALPHA-EDIT (WS-RG-IDX)
                   MOVE 06 TO LAN-RETURN-CODE
           END-EVALUATE.
       2000-EDIT-REQUEST-EXIT.
           EXIT.

       3000-ISSUE-NEXT.
           PERFORM 6000-NEXT-FREE-NUMBER.
           IF WS-ASSIGNED
               MOVE 'A' TO WS-EVENT
               MOVE SPACES TO WS-RESERVE-ID
               PERFORM 8000-WRITE-CONTROL
               MOVE WS-CANDIDATE TO LAN-ACCT-NO
                                    LAN-LAST-ACCT-NO
               PERFORM 9000-EDIT-NUMBER
           ELSE
               MOVE 03 TO LAN-RETURN-CODE
           END-IF.
       3000-ISSUE-NEXT-EXIT.
           EXIT.

       4000-RESERVE-NUMBERS.
           MOVE ZERO TO WS-RESERVED-CNT.
           MOVE 'N' TO WS-EXHAUSTED-SW.
           MOVE 'R' TO WS-EVENT.
           MOVE LAN-RESERVE-ID TO WS-RESERVE-ID.
           PERFORM 4100-RESERVE-ONE
               UNTIL WS-RESERVED-CNT NOT < LAN-RESERVE-COUNT
                  OR WS-EXHAUSTED.
           IF WS-RESERVED-CNT < LAN-RESERVE-COUNT
               MOVE 03 TO LAN-RETURN-CODE
           END-IF.
           MOVE WS-RESERVED-CNT TO LAN-RESERVE-COUNT.
           IF WS-RESERVED-CNT > ZERO
               MOVE LAN-ACCT-NO TO WS-CANDIDATE
               PERFORM 9000-EDIT-NUMBER
           END-IF.
       4000-RESERVE-NUMBERS-EXIT.
           EXIT.

       4100-RESERVE-ONE.
           PERFORM 6000-NEXT-FREE-NUMBER.
           IF WS-ASSIGNED
               PERFORM 8000-WRITE-CONTROL
               ADD 1 TO WS-RESERVED-CNT
               IF WS-RESERVED-CNT = 1
                   MOVE WS-CANDIDATE TO LAN-ACCT-NO
               END-IF
               MOVE WS-CANDIDATE TO LAN-LAST-ACCT-NO
               IF WS-RV-COUNT < 5000
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-RV-COUNT TO WS-RV-IDX
                   MOVE LAN-BANK-NO TO WS-RV-BANK-NO (WS-RV-IDX)
                   MOVE LAN-ACCT-ID TO WS-RV-ACCT-ID (WS-RV-IDX)
                   MOVE LAN-RESERVE-ID
                       TO WS-RV-RESERVE-ID (WS-RV-IDX)
                   MOVE WS-CANDIDATE TO WS-RV-ACCT-NO (WS-RV-IDX)
                   MOVE 'N' TO WS-RV-TAKEN-SW (WS-RV-IDX)
               END-IF
           END-IF.
       4100-RESERVE-ONE-EXIT.
           EXIT.

      * Reserved numbers come out in the order they were reserved.
       5000-TAKE-RESERVED.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 5100-SCAN-RESERVATIONS
               VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RV-IDX
               MOVE 'Y' TO WS-RV-TAKEN-SW (WS-RV-IDX)
               MOVE WS-RV-ACCT-NO (WS-RV-IDX) TO WS-CANDIDATE
               MOVE 'T' TO WS-EVENT
               MOVE LAN-RESERVE-ID TO WS-RESERVE-ID
               PERFORM 8000-WRITE-CONTROL
               MOVE WS-CANDIDATE TO LAN-ACCT-NO
                                    LAN-LAST-ACCT-NO
               PERFORM 9000-EDIT-NUMBER
           ELSE
               MOVE 04 TO LAN-RETURN-CODE
           END-IF.
       5000-TAKE-RESERVED-EXIT.
           EXIT.

       5100-SCAN-RESERVATIONS.
           IF LAN-BANK-NO = WS-RV-BANK-NO (WS-RV-IDX)
              AND LAN-ACCT-ID = WS-RV-ACCT-ID (WS-RV-IDX)
              AND LAN-RESERVE-ID = WS-RV-RESERVE-ID (WS-RV-IDX)
              AND NOT WS-RV-TAKEN (WS-RV-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5100-SCAN-RESERVATIONS-EXIT.
           EXIT.

      * Walk up from the high-water mark to the first number that
      * is in range, within ACCT-LENGTH, carries a check digit the
      * algorithm accepts and is not already in use.  The mark moves
      * past every number looked at, issued or not.
       6000-NEXT-FREE-NUMBER.
           MOVE 'N' TO WS-ASSIGNED-SW
                       WS-EXHAUSTED-SW.
           PERFORM 6100-TRY-NEXT-CANDIDATE
               UNTIL WS-ASSIGNED
                  OR WS-EXHAUSTED.
           IF WS-ASSIGNED
               MOVE WS-CANDIDATE TO WS-TEST-ACCT-NO
               PERFORM 7200-ADD-USED
           END-IF.
       6000-NEXT-FREE-NUMBER-EXIT.
           EXIT.

       6100-TRY-NEXT-CANDIDATE.
           IF WS-RG-NO-CHECK (WS-RG-IDX)
               COMPUTE WS-CANDIDATE = WS-RG-LAST (WS-RG-IDX) + 1
           ELSE
               DIVIDE WS-RG-LAST (WS-RG-IDX) BY 10
                   GIVING WS-BODY
               ADD 1 TO WS-BODY
               COMPUTE WS-CANDIDATE = WS-BODY * 10
           END-IF.
           IF WS-CANDIDATE > WS-RG-HIGH (WS-RG-IDX)
              OR WS-CANDIDATE > WS-RG-MAX-NUMBER (WS-RG-IDX)
               MOVE 'Y' TO WS-EXHAUSTED-SW
           ELSE
               IF WS-RG-NO-CHECK (WS-RG-IDX)
                   MOVE 'Y' TO WS-DIGIT-OK-SW
               ELSE
                   PERFORM 6200-SET-CHECK-DIGIT
               END-IF
               IF WS-DIGIT-OK
                   MOVE WS-CANDIDATE TO WS-RG-LAST (WS-RG-IDX)
               ELSE
                   COMPUTE WS-RG-LAST (WS-RG-IDX) =
                       (WS-BODY * 10) + 9
               END-IF
               IF WS-DIGIT-OK
                  AND WS-CANDIDATE NOT < WS-RG-LOW (WS-RG-IDX)
                  AND WS-CANDIDATE NOT > WS-RG-HIGH (WS-RG-IDX)
                  AND WS-CANDIDATE NOT >
                      WS-RG-MAX-NUMBER (WS-RG-IDX)
                   MOVE WS-CANDIDATE TO WS-TEST-ACCT-NO
                   PERFORM 7100-FIND-USED
                   IF NOT WS-FOUND
                       MOVE 'Y' TO WS-ASSIGNED-SW
                   END-IF
               END-IF
           END-IF.
       6100-TRY-NEXT-CANDIDATE-EXIT.
           EXIT.

      * The check digit is the one DSDS114 accepts.  A digit check
      * hands back the digit it wanted on the first try; remainder
      * checks weight the check digit too, so each digit is tried.
       6200-SET-CHECK-DIGIT.
           MOVE 'N' TO WS-DIGIT-OK-SW.
           MOVE ZERO TO WS-TRY-DIGIT.
           PERFORM 6210-TRY-DIGIT.
           IF NOT WS-DIGIT-OK
               IF WS-RG-REMAINDER-CHECK (WS-RG-IDX)
                   PERFORM 6210-TRY-DIGIT
                       VARYING WS-TRY-DIGIT FROM 1 BY 1
                       UNTIL WS-TRY-DIGIT > 9
                          OR WS-DIGIT-OK
               ELSE
                   IF CKD-INVALID-DIGIT
                      AND CKD-COMPUTED-DIGIT NOT = ZERO
                       MOVE CKD-COMPUTED-DIGIT TO WS-TRY-DIGIT
                       PERFORM 6210-TRY-DIGIT
                   END-IF
               END-IF
           END-IF.
           IF WS-DIGIT-OK
               MOVE CKD-ACCT-NO TO WS-CANDIDATE
           END-IF.
       6200-SET-CHECK-DIGIT-EXIT.
           EXIT.

       6210-TRY-DIGIT.
           MOVE LAN-BANK-NO TO CKD-BANK-NO.
           MOVE LAN-ACCT-ID TO CKD-ACCT-ID.
           COMPUTE CKD-ACCT-NO = (WS-BODY * 10) + WS-TRY-DIGIT.
           MOVE ZERO TO CKD-COMPUTED-DIGIT CKD-RETURN-CODE.
           CALL 'DSDS114' USING CKD-PARM-AREA.
           IF CKD-VALID
               MOVE 'Y' TO WS-DIGIT-OK-SW
           END-IF.
       6210-TRY-DIGIT-EXIT.
           EXIT.

       7000-FIND-RANGE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-RANGES
               VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RG-IDX
           END-IF.
       7000-FIND-RANGE-EXIT.
           EXIT.

       7010-SCAN-RANGES.
           IF WS-TEST-BANK = WS-RG-BANK-NO (WS-RG-IDX)
              AND WS-TEST-ACCT-ID = WS-RG-ACCT-ID (WS-RG-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-RANGES-EXIT.
           EXIT.

       7100-FIND-USED.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-USED
               VARYING WS-US-IDX FROM 1 BY 1
               UNTIL WS-US-IDX > WS-US-COUNT
                  OR WS-FOUND.
       7100-FIND-USED-EXIT.
           EXIT.

       7110-SCAN-USED.
           IF WS-TEST-ACCT-NO = WS-US-ACCT-NO (WS-US-IDX)
              AND WS-TEST-ACCT-ID = WS-US-ACCT-ID (WS-US-IDX)
              AND WS-TEST-BANK = WS-US-BANK-NO (WS-US-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-USED-EXIT.
           EXIT.

      * History runs in account order, so a repeat of the number
      * just held is skipped without a scan.
       7200-ADD-USED.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-US-COUNT > ZERO
               IF WS-TEST-ACCT-NO = WS-US-ACCT-NO (WS-US-COUNT)
                  AND WS-TEST-ACCT-ID = WS-US-ACCT-ID (WS-US-COUNT)
                  AND WS-TEST-BANK = WS-US-BANK-NO (WS-US-COUNT)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
           IF NOT WS-FOUND
              AND WS-US-COUNT < 50000
               ADD 1 TO WS-US-COUNT
               MOVE WS-TEST-BANK TO WS-US-BANK-NO (WS-US-COUNT)
               MOVE WS-TEST-ACCT-ID TO WS-US-ACCT-ID (WS-US-COUNT)
               MOVE WS-TEST-ACCT-NO TO WS-US-ACCT-NO (WS-US-COUNT)
           END-IF.
       7200-ADD-USED-EXIT.
           EXIT.

       8000-WRITE-CONTROL.
           MOVE SPACES TO ACCT-CTL-REC.
           MOVE LAN-BANK-NO TO AN-BANK-NO.
           MOVE LAN-ACCT-ID TO AN-ACCT-ID.
           MOVE WS-EVENT TO AN-EVENT.
           MOVE WS-RG-LOW (WS-RG-IDX) TO AN-RANGE-LOW.
           MOVE WS-RG-HIGH (WS-RG-IDX) TO AN-RANGE-HIGH.
           MOVE WS-RG-LAST (WS-RG-IDX) TO AN-LAST-ASSIGNED.
           MOVE WS-CANDIDATE TO AN-ACCT-NO.
           MOVE WS-RESERVE-ID TO AN-RESERVE-ID.
           MOVE LAN-REQUESTOR TO AN-REQUESTOR.
           MOVE WS-STAMP-DATE TO AN-STAMP-DATE.
           WRITE ACCT-CTL-OUT-REC FROM ACCT-CTL-REC.
       8000-WRITE-CONTROL-EXIT.
           EXIT.

      * Lay WS-CANDIDATE out by the ID's EDIT-CODE: 9 and Z take
      * the next digit (Z blank while only leading zeros have gone
      * by), a dash prints once a significant digit has.  An edit
      * code not in the table gets code 0.
       9000-EDIT-NUMBER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 9010-SCAN-EDIT-MASKS
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > 15
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-EM-IDX
           ELSE
               MOVE 1 TO WS-EM-IDX
           END-IF.
           MOVE WS-EM-MASK (WS-EM-IDX) TO WS-MASK.
           MOVE ZERO TO WS-MASK-DIGITS.
           INSPECT WS-MASK TALLYING WS-MASK-DIGITS
               FOR ALL '9' ALL 'Z'.
           MOVE WS-CANDIDATE TO WS-NUMBER-12.
           COMPUTE WS-DIG-IDX = 13 - WS-MASK-DIGITS.
           MOVE 'N' TO WS-SIGNIFICANT-SW.
           MOVE SPACES TO WS-EDITED.
           PERFORM 9100-EDIT-ONE-POSITION
               VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > 12.
           MOVE WS-EDITED TO LAN-EDITED-NO.
       9000-EDIT-NUMBER-EXIT.
           EXIT.

       9010-SCAN-EDIT-MASKS.
           IF WS-EM-CODE (WS-EM-IDX) = WS-RG-EDIT-CODE (WS-RG-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       9010-SCAN-EDIT-MASKS-EXIT.
           EXIT.

       9100-EDIT-ONE-POSITION.
           EVALUATE WS-MASK-CHAR (WS-MASK-IDX)
               WHEN '9'
                   MOVE WS-NUMBER-DIGIT (WS-DIG-IDX)
                       TO WS-EDITED-CHAR (WS-MASK-IDX)
                   MOVE 'Y' TO WS-SIGNIFICANT-SW
                   ADD 1 TO WS-DIG-IDX
               WHEN 'Z'
                   IF WS-NUMBER-DIGIT (WS-DIG-IDX) NOT = '0'
                       MOVE 'Y' TO WS-SIGNIFICANT-SW
                   END-IF
                   IF WS-SIGNIFICANT
                       MOVE WS-NUMBER-DIGIT (WS-DIG-IDX)
                           TO WS-EDITED-CHAR (WS-MASK-IDX)
                   END-IF
                   ADD 1 TO WS-DIG-IDX
               WHEN '-'
                   IF WS-SIGNIFICANT
                       MOVE '-' TO WS-EDITED-CHAR (WS-MASK-IDX)
                   END-IF
           END-EVALUATE.
       9100-EDIT-ONE-POSITION-EXIT.
           EXIT.
