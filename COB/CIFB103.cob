       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CIFB103.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * CIFB103 is the periodic duplicate-customer match.  The same
      * person often exists two or three times in CIF under
      * different U010-CUST-ID values, and every customer-level
      * total -- CIFB102's relationships, DSDS194's FDIC coverage,
      * DSDS190's BSA cases -- is split across the copies.
      *
      * The customers matched are every one reachable from a DSDS
      * account, CD or commercial loan: RELACCT, CIFB102's
      * account-level relationship extract, already resolved
      * through CIFU010.  Each customer's name, street address and
      * ZIP+4 come back from CIFU010 (see CIFU032P) on its 'CUST'
      * key; the tax id, where there is one, is the SSN the CD
      * interest extract (CDINTEXT, see CDR304) carries on any of
      * the customer's CDs.
      *
      * Names and streets are compared normalized: upper case,
      * titles and suffixes (MR, MRS, MS, DR, JR, SR, II, III)
      * dropped from names, street suffixes and directions
      * abbreviated the postal way (STREET to ST, NORTH to N and so
      * on) and unit designators (APT, UNIT, SUITE, #) dropped from
      * streets, then everything but letters and digits squeezed
      * out.  Two customers at the same CIF bank are compared when
      * they share a ZIP, a tax id or a normalized name, and scored:
      *
      *   tax id equal                      50
      *   name equal                        30
      *     or the first 8 characters       15
      *   street equal                      25
      *   ZIP equal                         10
      *     and ZIP+4 equal as well         10
      *
      * Two different tax ids are two different people and are not
      * scored at all.  A pair scoring CIFMPARM's review score (60
      * when zero) or more goes on the review list with a suggested
      * survivor -- the customer carrying a tax id when only one
      * does, then the one with more accounts, then the lower
      * customer id, the older record.
      *
      * Reviewers' decisions come back on MRGCONF and are applied
      * to the merge cross-reference (see CIFMRGX) ahead of the
      * match:
      *
      *  - M, merge the from customer into the to customer.  A
      *    survivor that was itself merged is taken to its own
      *    survivor, and customers already merged into the from
      *    customer move to the new survivor, so one lookup always
      *    gives the final customer;
      *  - N, the pair is not a duplicate and is not listed again;
      *  - U, undo the from customer's merge.
      *
      * A decision without an operator id, naming a customer twice
      * or customers at two CIF banks, merging a customer already
      * merged, closing a loop or undoing a merge that is not there
      * is rejected (RC 8).  The cross-reference rolls forward from
      * CIFMRGX to CIFMRGXO.  Customers are matched as their
      * survivors, so a merged customer is never listed again.
      * DUPRPT shows the decisions applied, the review list and the
      * run totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-PARM-FILE    ASSIGN TO CIFMPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE    ASSIGN TO CIFMRGX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-CONF-FILE    ASSIGN TO MRGCONF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-INT-EXTRACT-FILE ASSIGN TO CDINTEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACCOUNT-FILE   ASSIGN TO RELACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-OUT     ASSIGN TO CIFMRGXO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-RPT            ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MATCH-PARM-REC.
           05  MP-RUN-DATE             PIC 9(7).
           05  MP-REVIEW-SCORE         PIC 9(3).
           05  FILLER                  PIC X(70).

       FD  MERGE-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CIFMRGX.

       FD  MERGE-CONF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-CONF-REC.
           05  MC-ACTION               PIC X.
               88  MC-MERGE                           VALUE 'M'.
               88  MC-NOT-DUPLICATE                   VALUE 'N'.
               88  MC-UNDO                            VALUE 'U'.
           05  MC-FROM-BANK            PIC 9(3).
           05  MC-FROM-ID              PIC 9(9).
           05  MC-TO-BANK              PIC 9(3).
           05  MC-TO-ID                PIC 9(9).
           05  MC-OPER                 PIC 9(5).
           05  FILLER                  PIC X(50).

       FD  CD-INT-EXTRACT-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  CD-INT-EXTRACT-REC.
           05  CIE-BANK-NBR            PIC 9(3).
           05  CIE-ACCT-NBR            PIC 9(10).
           05  CIE-SSN                 PIC 9(9).
           05  CIE-YTD-INTEREST        PIC S9(7)V9(2).

       FD  REL-ACCOUNT-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY CIFRELA.

       FD  MERGE-XREF-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01  MERGE-XREF-OUT-REC          PIC X(40).

       FD  DUP-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  DUP-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-XREF-EOF-SW          PIC X          VALUE 'N'.
               88  WS-XREF-EOF                        VALUE 'Y'.
           05  WS-CONF-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CONF-EOF                        VALUE 'Y'.
           05  WS-CIE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CIE-EOF                         VALUE 'Y'.
           05  WS-RA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-RA-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-COMPARE-SW           PIC X          VALUE 'N'.
               88  WS-COMPARE                         VALUE 'Y'.
           05  WS-FIRST-SURVIVES-SW    PIC X          VALUE 'N'.
               88  WS-FIRST-SURVIVES                  VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-XR-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-XR-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SD-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SD-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CU-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CP-START             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SV-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-DP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NX                   PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NO-LEN               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * The merge cross-reference, worked in place; a row undone
      * is dropped when the table is written back.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY             OCCURS 5000 TIMES.
               10  WS-XR-TYPE          PIC X.
               10  WS-XR-FROM-BANK     PIC 9(3).
               10  WS-XR-FROM-ID       PIC 9(9).
               10  WS-XR-TO-BANK       PIC 9(3).
               10  WS-XR-TO-ID         PIC 9(9).
               10  WS-XR-OPER          PIC 9(5).
               10  WS-XR-DATE          PIC 9(7).
               10  WS-XR-ACTIVE-SW     PIC X.
                   88  WS-XR-ACTIVE                   VALUE 'Y'.

      * SSNs off the CD interest extract, by CD.
       01  WS-SSN-TABLE.
           05  WS-SD-ENTRY             OCCURS 10000 TIMES.
               10  WS-SD-BANK-NBR      PIC 9(3).
               10  WS-SD-ACCT-NBR      PIC 9(10).
               10  WS-SD-SSN           PIC 9(9).

       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY             OCCURS 5000 TIMES.
               10  WS-CU-CUST-BANK     PIC 9(3).
               10  WS-CU-CUST-ID       PIC 9(9).
               10  WS-CU-NBR-ACCTS     PIC S9(5)      COMP-3.
               10  WS-CU-TAX-ID        PIC 9(9).
               10  WS-CU-RESOLVED-SW   PIC X.
                   88  WS-CU-RESOLVED                 VALUE 'Y'.
               10  WS-CU-NAME          PIC X(40).
               10  WS-CU-STREET        PIC X(40).
               10  WS-CU-ZIP           PIC X(5).
               10  WS-CU-ZIP4          PIC X(4).
               10  WS-CU-NORM-NAME     PIC X(40).
               10  WS-CU-NORM-STREET   PIC X(40).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-REVIEW-SCORE             PIC 9(3)       VALUE ZERO.
       01  WS-SCORE                    PIC 9(3)       VALUE ZERO.
       01  WS-LOOK-BANK                PIC 9(3)       VALUE ZERO.
       01  WS-LOOK-ID                  PIC 9(9)       VALUE ZERO.
       01  WS-FINAL-BANK               PIC 9(3)       VALUE ZERO.
       01  WS-FINAL-ID                 PIC 9(9)       VALUE ZERO.
       01  WS-PAIR-NO                  PIC 9(5)       VALUE ZERO.
       01  WS-REJECT-MSG               PIC X(40)      VALUE SPACES.

      * Normalizing work: the value with a space either side, so
      * every word has a boundary, and the squeezed result.
       01  WS-NORM-PAD                 PIC X(42)      VALUE SPACES.
       01  WS-NORM-OUT                 PIC X(40)      VALUE SPACES.
       01  WS-NORM-CHAR                PIC X          VALUE SPACE.
           88  WS-NORM-KEEP            VALUE 'A' THRU 'Z'
                                             '0' THRU '9'.

       01  WS-TOTALS.
           05  WS-TOT-XREF-READ        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CONF-READ        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-MERGED           PIC 9(7)       VALUE ZERO.
           05  WS-TOT-REPOINTED        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NOT-DUP          PIC 9(7)       VALUE ZERO.
           05  WS-TOT-UNDONE           PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CONF-REJECTED    PIC 9(7)       VALUE ZERO.
           05  WS-TOT-RA-READ          PIC 9(9)       VALUE ZERO.
           05  WS-TOT-CUST-MAPPED      PIC 9(9)       VALUE ZERO.
           05  WS-TOT-NOT-RESOLVED     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-WITH-TAX-ID      PIC 9(7)       VALUE ZERO.
           05  WS-TOT-PAIRS-SCORED     PIC 9(9)       VALUE ZERO.
           05  WS-TOT-XREF-WRITTEN     PIC 9(7)       VALUE ZERO.
           05  WS-XR-OVERFLOW          PIC 9(7)       VALUE ZERO.
           05  WS-SD-OVERFLOW          PIC 9(7)       VALUE ZERO.
           05  WS-CU-OVERFLOW          PIC 9(7)       VALUE ZERO.

       COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'CIFB103 - DUPLICATE CUSTOMER REVIEW               '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(50).
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-CONF-LINE.
           05  FILLER                  PIC X(8)       VALUE 'ACTION '.
           05  WS-CF-ACTION            PIC X.
           05  FILLER                  PIC X(7)       VALUE '  FROM '.
           05  WS-CF-FROM-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CF-FROM-ID           PIC 9(9).
           05  FILLER                  PIC X(5)       VALUE '  TO '.
           05  WS-CF-TO-BANK           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CF-TO-ID             PIC 9(9).
           05  FILLER                  PIC X(7)       VALUE '  OPER '.
           05  WS-CF-OPER              PIC 9(5).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-CF-RESULT            PIC X(40).
           05  FILLER                  PIC X(31)      VALUE SPACES.

       01  WS-PAIR-LINE.
           05  FILLER                  PIC X(5)       VALUE 'PAIR '.
           05  WS-PL-PAIR-NO           PIC ZZZZ9.
           05  FILLER                  PIC X(8)       VALUE
               '  SCORE '.
           05  WS-PL-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(14)      VALUE
               '  MATCHED ON: '.
           05  WS-PL-TAX               PIC X(7).
           05  WS-PL-NAME              PIC X(9).
           05  WS-PL-STREET            PIC X(7).
           05  WS-PL-ZIP               PIC X(6).
           05  FILLER                  PIC X(68)      VALUE SPACES.

       01  WS-CUST-LINE.
           05  FILLER                  PIC X(5)       VALUE SPACES.
           05  WS-CL-LABEL             PIC X(10).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-CUST-BANK         PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CL-CUST-ID           PIC 9(9).
           05  FILLER                  PIC X(7)       VALUE ' ACCTS '.
           05  WS-CL-ACCTS             PIC ZZ9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-NAME              PIC X(35).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-STREET            PIC X(35).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CL-ZIP               PIC X(5).
           05  FILLER                  PIC X          VALUE '-'.
           05  WS-CL-ZIP4              PIC X(4).
           05  FILLER                  PIC X(5)       VALUE ' TIN '.
           05  WS-CL-TAX-FLAG          PIC X(3).
           05  FILLER                  PIC X(2)       VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(81)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           MOVE 'MERGE DECISIONS APPLIED' TO WS-SL-TEXT.
           WRITE DUP-RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 2000-APPLY-DECISION
               UNTIL WS-CONF-EOF.
           PERFORM 3000-LOAD-CUSTOMER
               UNTIL WS-RA-EOF.
           PERFORM 4000-RESOLVE-CUSTOMER
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE 'LIKELY DUPLICATES FOR REVIEW' TO WS-SL-TEXT.
           WRITE DUP-RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 5000-MATCH-CUSTOMER
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           PERFORM 6000-WRITE-XREF
               VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT.
           PERFORM 8000-PRINT-TOTALS.
           IF WS-TOT-CONF-REJECTED > ZERO
              OR WS-XR-OVERFLOW > ZERO
              OR WS-SD-OVERFLOW > ZERO
              OR WS-CU-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  MATCH-PARM-FILE
                       MERGE-XREF-FILE
                       MERGE-CONF-FILE
                       CD-INT-EXTRACT-FILE
                       REL-ACCOUNT-FILE
                OUTPUT MERGE-XREF-OUT
                       DUP-RPT.
           READ MATCH-PARM-FILE.
           MOVE MP-RUN-DATE TO WS-RUN-DATE.
           MOVE MP-REVIEW-SCORE TO WS-REVIEW-SCORE.
           IF WS-REVIEW-SCORE = ZERO
               MOVE 60 TO WS-REVIEW-SCORE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE DUP-RPT-LINE FROM WS-RPT-HDG.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-XREF
               UNTIL WS-XREF-EOF.
           READ CD-INT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CIE-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-SSN
               UNTIL WS-CIE-EOF.
           READ MERGE-CONF-FILE
               AT END MOVE 'Y' TO WS-CONF-EOF-SW
           END-READ.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * A cross-reference the table cannot hold would lose
      * decisions on the rewrite; the run stops instead.
       1100-LOAD-XREF.
           ADD 1 TO WS-TOT-XREF-READ.
           IF WS-XR-COUNT < 5000
               ADD 1 TO WS-XR-COUNT
               MOVE WS-XR-COUNT TO WS-XR-IDX
               MOVE MX-TYPE      TO WS-XR-TYPE (WS-XR-IDX)
               MOVE MX-FROM-BANK TO WS-XR-FROM-BANK (WS-XR-IDX)
               MOVE MX-FROM-ID   TO WS-XR-FROM-ID (WS-XR-IDX)
               MOVE MX-TO-BANK   TO WS-XR-TO-BANK (WS-XR-IDX)
               MOVE MX-TO-ID     TO WS-XR-TO-ID (WS-XR-IDX)
               MOVE MX-OPER      TO WS-XR-OPER (WS-XR-IDX)
               MOVE MX-DATE      TO WS-XR-DATE (WS-XR-IDX)
               MOVE 'Y'          TO WS-XR-ACTIVE-SW (WS-XR-IDX)
           ELSE
               DISPLAY 'CIFB103 MERGE CROSS-REFERENCE TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MERGE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.
       1100-LOAD-XREF-EXIT.
           EXIT.

       1200-LOAD-SSN.
           IF CIE-SSN NOT = ZERO
               IF WS-SD-COUNT < 10000
                   ADD 1 TO WS-SD-COUNT
                   MOVE WS-SD-COUNT TO WS-SD-IDX
                   MOVE CIE-BANK-NBR TO WS-SD-BANK-NBR (WS-SD-IDX)
                   MOVE CIE-ACCT-NBR TO WS-SD-ACCT-NBR (WS-SD-IDX)
                   MOVE CIE-SSN      TO WS-SD-SSN (WS-SD-IDX)
               ELSE
                   ADD 1 TO WS-SD-OVERFLOW
               END-IF
           END-IF.
           READ CD-INT-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-CIE-EOF-SW
           END-READ.
       1200-LOAD-SSN-EXIT.
           EXIT.

       2000-APPLY-DECISION.
           ADD 1 TO WS-TOT-CONF-READ.
           MOVE SPACES TO WS-REJECT-MSG.
           PERFORM 2100-EDIT-DECISION.
           IF WS-REJECT-MSG = SPACES
               EVALUATE TRUE
                   WHEN MC-MERGE
                       PERFORM 2200-MERGE-CUSTOMER
                   WHEN MC-NOT-DUPLICATE
                       PERFORM 2300-RECORD-NOT-DUPLICATE
                   WHEN MC-UNDO
                       PERFORM 2400-UNDO-MERGE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-MSG NOT = SPACES
               ADD 1 TO WS-TOT-CONF-REJECTED
               MOVE WS-REJECT-MSG TO WS-CF-RESULT
           END-IF.
           MOVE MC-ACTION    TO WS-CF-ACTION.
           MOVE MC-FROM-BANK TO WS-CF-FROM-BANK.
           MOVE MC-FROM-ID   TO WS-CF-FROM-ID.
           MOVE MC-TO-BANK   TO WS-CF-TO-BANK.
           MOVE MC-TO-ID     TO WS-CF-TO-ID.
           MOVE MC-OPER      TO WS-CF-OPER.
           WRITE DUP-RPT-LINE FROM WS-CONF-LINE.
           READ MERGE-CONF-FILE
               AT END MOVE 'Y' TO WS-CONF-EOF-SW
           END-READ.
       2000-APPLY-DECISION-EXIT.
           EXIT.

       2100-EDIT-DECISION.
           IF NOT MC-MERGE
              AND NOT MC-NOT-DUPLICATE
              AND NOT MC-UNDO
               MOVE 'REJECTED - ACTION MUST BE M, N OR U'
                   TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG = SPACES
              AND MC-OPER = ZERO
               MOVE 'REJECTED - NO OPERATOR ID' TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG = SPACES
              AND MC-FROM-ID = ZERO
               MOVE 'REJECTED - CUSTOMER ID MISSING'
                   TO WS-REJECT-MSG
           END-IF.
           IF WS-REJECT-MSG = SPACES
              AND NOT MC-UNDO
               IF MC-TO-ID = ZERO
                   MOVE 'REJECTED - CUSTOMER ID MISSING'
                       TO WS-REJECT-MSG
               ELSE
                   IF MC-FROM-BANK NOT = MC-TO-BANK
                       MOVE 'REJECTED - CUSTOMERS AT TWO CIF BANKS'
                           TO WS-REJECT-MSG
                   ELSE
                       IF MC-FROM-ID = MC-TO-ID
                           MOVE 'REJECTED - SAME CUSTOMER TWICE'
                               TO WS-REJECT-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2100-EDIT-DECISION-EXIT.
           EXIT.

      * The survivor named may since have been merged itself; the
      * merge goes to its final survivor.  Anyone already merged
      * into the customer being merged follows it there.
       2200-MERGE-CUSTOMER.
           MOVE MC-FROM-BANK TO WS-LOOK-BANK.
           MOVE MC-FROM-ID   TO WS-LOOK-ID.
           PERFORM 7000-FIND-MERGE.
           IF WS-FOUND
               MOVE 'REJECTED - ALREADY MERGED' TO WS-REJECT-MSG
           ELSE
               MOVE MC-TO-BANK TO WS-LOOK-BANK
               MOVE MC-TO-ID   TO WS-LOOK-ID
               PERFORM 7000-FIND-MERGE
               IF WS-FOUND
                   MOVE WS-XR-TO-BANK (WS-XR-IDX) TO WS-FINAL-BANK
                   MOVE WS-XR-TO-ID (WS-XR-IDX)   TO WS-FINAL-ID
               ELSE
                   MOVE MC-TO-BANK TO WS-FINAL-BANK
                   MOVE MC-TO-ID   TO WS-FINAL-ID
               END-IF
               IF WS-FINAL-BANK = MC-FROM-BANK
                  AND WS-FINAL-ID = MC-FROM-ID
                   MOVE 'REJECTED - MERGE WOULD LOOP' TO WS-REJECT-MSG
               END-IF
           END-IF.
           IF WS-REJECT-MSG = SPACES
               IF WS-XR-COUNT < 5000
                   PERFORM 2210-REPOINT-MERGE
                       VARYING WS-XR-IDX FROM 1 BY 1
                       UNTIL WS-XR-IDX > WS-XR-COUNT
                   ADD 1 TO WS-XR-COUNT
                   MOVE WS-XR-COUNT TO WS-XR-IDX
                   MOVE 'M' TO WS-XR-TYPE (WS-XR-IDX)
                   MOVE MC-FROM-BANK  TO WS-XR-FROM-BANK (WS-XR-IDX)
                   MOVE MC-FROM-ID    TO WS-XR-FROM-ID (WS-XR-IDX)
                   MOVE WS-FINAL-BANK TO WS-XR-TO-BANK (WS-XR-IDX)
                   MOVE WS-FINAL-ID   TO WS-XR-TO-ID (WS-XR-IDX)
                   PERFORM 2900-STAMP-XREF
                   ADD 1 TO WS-TOT-MERGED
                   MOVE 'MERGED INTO' TO WS-CF-RESULT
                   MOVE WS-FINAL-BANK TO WS-CF-RESULT (13:3)
                   MOVE '/' TO WS-CF-RESULT (16:1)
                   MOVE WS-FINAL-ID TO WS-CF-RESULT (17:9)
               ELSE
                   ADD 1 TO WS-XR-OVERFLOW
                   MOVE 'REJECTED - CROSS-REFERENCE FULL'
                       TO WS-REJECT-MSG
               END-IF
           END-IF.
       2200-MERGE-CUSTOMER-EXIT.
           EXIT.

       2210-REPOINT-MERGE.
           IF WS-XR-ACTIVE (WS-XR-IDX)
              AND WS-XR-TYPE (WS-XR-IDX) = 'M'
              AND WS-XR-TO-BANK (WS-XR-IDX) = MC-FROM-BANK
              AND WS-XR-TO-ID (WS-XR-IDX) = MC-FROM-ID
               MOVE WS-FINAL-BANK TO WS-XR-TO-BANK (WS-XR-IDX)
               MOVE WS-FINAL-ID   TO WS-XR-TO-ID (WS-XR-IDX)
               ADD 1 TO WS-TOT-REPOINTED
           END-IF.
       2210-REPOINT-MERGE-EXIT.
           EXIT.

       2300-RECORD-NOT-DUPLICATE.
           MOVE MC-FROM-BANK TO WS-LOOK-BANK.
           MOVE MC-FROM-ID   TO WS-LOOK-ID.
           MOVE MC-TO-ID     TO WS-FINAL-ID.
           PERFORM 7100-FIND-NOT-DUPLICATE.
           IF WS-FOUND
               MOVE 'REJECTED - PAIR ALREADY REVIEWED'
                   TO WS-REJECT-MSG
           ELSE
               IF WS-XR-COUNT < 5000
                   ADD 1 TO WS-XR-COUNT
                   MOVE WS-XR-COUNT TO WS-XR-IDX
                   MOVE 'N' TO WS-XR-TYPE (WS-XR-IDX)
                   MOVE MC-FROM-BANK TO WS-XR-FROM-BANK (WS-XR-IDX)
                   MOVE MC-FROM-ID   TO WS-XR-FROM-ID (WS-XR-IDX)
                   MOVE MC-TO-BANK   TO WS-XR-TO-BANK (WS-XR-IDX)
                   MOVE MC-TO-ID     TO WS-XR-TO-ID (WS-XR-IDX)
                   PERFORM 2900-STAMP-XREF
                   ADD 1 TO WS-TOT-NOT-DUP
                   MOVE 'RECORDED NOT A DUPLICATE' TO WS-CF-RESULT
               ELSE
                   ADD 1 TO WS-XR-OVERFLOW
                   MOVE 'REJECTED - CROSS-REFERENCE FULL'
                       TO WS-REJECT-MSG
               END-IF
           END-IF.
       2300-RECORD-NOT-DUPLICATE-EXIT.
           EXIT.

      * Customers repointed to this one when it was merged stay
      * with its survivor; only its own merge is undone.
       2400-UNDO-MERGE.
           MOVE MC-FROM-BANK TO WS-LOOK-BANK.
           MOVE MC-FROM-ID   TO WS-LOOK-ID.
           PERFORM 7000-FIND-MERGE.
           IF WS-FOUND
               MOVE 'N' TO WS-XR-ACTIVE-SW (WS-XR-IDX)
               ADD 1 TO WS-TOT-UNDONE
               MOVE 'MERGE UNDONE' TO WS-CF-RESULT
           ELSE
               MOVE 'REJECTED - CUSTOMER NOT MERGED'
                   TO WS-REJECT-MSG
           END-IF.
       2400-UNDO-MERGE-EXIT.
           EXIT.

       2900-STAMP-XREF.
           MOVE MC-OPER     TO WS-XR-OPER (WS-XR-IDX).
           MOVE WS-RUN-DATE TO WS-XR-DATE (WS-XR-IDX).
           MOVE 'Y'         TO WS-XR-ACTIVE-SW (WS-XR-IDX).
       2900-STAMP-XREF-EXIT.
           EXIT.

      * Every account's customer is taken to its survivor, so a
      * merged customer's accounts count toward the survivor.
       3000-LOAD-CUSTOMER.
           ADD 1 TO WS-TOT-RA-READ.
           IF RA-CUST-ID NOT = ZERO
               MOVE RA-CUST-BANK TO WS-LOOK-BANK
               MOVE RA-CUST-ID   TO WS-LOOK-ID
               PERFORM 7000-FIND-MERGE
               IF WS-FOUND
                   MOVE WS-XR-TO-BANK (WS-XR-IDX) TO WS-LOOK-BANK
                   MOVE WS-XR-TO-ID (WS-XR-IDX)   TO WS-LOOK-ID
                   ADD 1 TO WS-TOT-CUST-MAPPED
               END-IF
               PERFORM 3100-FIND-CUSTOMER
               IF WS-FOUND
                   ADD 1 TO WS-CU-NBR-ACCTS (WS-CU-IDX)
                   IF RA-CD-ACCT
                      AND WS-CU-TAX-ID (WS-CU-IDX) = ZERO
                       PERFORM 3200-FIND-SSN
                   END-IF
               END-IF
           END-IF.
           READ REL-ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-RA-EOF-SW
           END-READ.
       3000-LOAD-CUSTOMER-EXIT.
           EXIT.

       3100-FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3110-SCAN-CUSTOMER
               VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CU-IDX
           ELSE
               IF WS-CU-COUNT < 5000
                   ADD 1 TO WS-CU-COUNT
                   MOVE WS-CU-COUNT TO WS-CU-IDX
                   MOVE WS-LOOK-BANK TO WS-CU-CUST-BANK (WS-CU-IDX)
                   MOVE WS-LOOK-ID   TO WS-CU-CUST-ID (WS-CU-IDX)
                   MOVE ZERO TO WS-CU-NBR-ACCTS (WS-CU-IDX)
                                WS-CU-TAX-ID (WS-CU-IDX)
                   MOVE 'N' TO WS-CU-RESOLVED-SW (WS-CU-IDX)
                   MOVE SPACES TO WS-CU-NAME (WS-CU-IDX)
                                  WS-CU-STREET (WS-CU-IDX)
                                  WS-CU-ZIP (WS-CU-IDX)
                                  WS-CU-ZIP4 (WS-CU-IDX)
                                  WS-CU-NORM-NAME (WS-CU-IDX)
                                  WS-CU-NORM-STREET (WS-CU-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-CU-OVERFLOW
               END-IF
           END-IF.
       3100-FIND-CUSTOMER-EXIT.
           EXIT.

       3110-SCAN-CUSTOMER.
           IF WS-LOOK-BANK = WS-CU-CUST-BANK (WS-CU-IDX)
              AND WS-LOOK-ID = WS-CU-CUST-ID (WS-CU-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-CUSTOMER-EXIT.
           EXIT.

       3200-FIND-SSN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3210-SCAN-SSN
               VARYING WS-SD-IDX FROM 1 BY 1
               UNTIL WS-SD-IDX > WS-SD-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SD-IDX
               MOVE WS-SD-SSN (WS-SD-IDX) TO WS-CU-TAX-ID (WS-CU-IDX)
               ADD 1 TO WS-TOT-WITH-TAX-ID
           END-IF.
       3200-FIND-SSN-EXIT.
           EXIT.

       3210-SCAN-SSN.
           IF RA-BANK-NO = WS-SD-BANK-NBR (WS-SD-IDX)
              AND RA-CD-ACCT-NBR = WS-SD-ACCT-NBR (WS-SD-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3210-SCAN-SSN-EXIT.
           EXIT.

       4000-RESOLVE-CUSTOMER.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO U010-BANK-NBR.
           MOVE 'CUST' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO U010-FILE-KEY (1:3).
           MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO U010-FILE-KEY (4:9).
           SET U010-CUSTOMER-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               MOVE 'Y' TO WS-CU-RESOLVED-SW (WS-CU-IDX)
               MOVE U010-CUSTOMER-NAME
                   TO WS-CU-NAME (WS-CU-IDX)
               MOVE U010-STREET-ADDRESS
                   TO WS-CU-STREET (WS-CU-IDX)
               MOVE U010-ZIP  TO WS-CU-ZIP (WS-CU-IDX)
               MOVE U010-ZIP4 TO WS-CU-ZIP4 (WS-CU-IDX)
               PERFORM 4100-NORMALIZE-NAME
               PERFORM 4200-NORMALIZE-STREET
           ELSE
               ADD 1 TO WS-TOT-NOT-RESOLVED
           END-IF.
       4000-RESOLVE-CUSTOMER-EXIT.
           EXIT.

       4100-NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-PAD.
           MOVE WS-CU-NAME (WS-CU-IDX) TO WS-NORM-PAD (2:40).
           PERFORM 4900-UPPER-AND-SPACE.
           INSPECT WS-NORM-PAD REPLACING ALL ' MR ' BY '    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' MRS ' BY '     '.
           INSPECT WS-NORM-PAD REPLACING ALL ' MS ' BY '    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' DR ' BY '    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' JR ' BY '    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' SR ' BY '    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' II ' BY '    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' III ' BY '     '.
           PERFORM 4950-SQUEEZE.
           MOVE WS-NORM-OUT TO WS-CU-NORM-NAME (WS-CU-IDX).
       4100-NORMALIZE-NAME-EXIT.
           EXIT.

       4200-NORMALIZE-STREET.
           MOVE SPACES TO WS-NORM-PAD.
           MOVE WS-CU-STREET (WS-CU-IDX) TO WS-NORM-PAD (2:40).
           PERFORM 4900-UPPER-AND-SPACE.
           INSPECT WS-NORM-PAD REPLACING ALL ' STREET ' BY ' ST     '.
           INSPECT WS-NORM-PAD REPLACING ALL ' AVENUE ' BY ' AVE    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' ROAD ' BY ' RD   '.
           INSPECT WS-NORM-PAD REPLACING ALL ' DRIVE ' BY ' DR    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' LANE ' BY ' LN   '.
           INSPECT WS-NORM-PAD REPLACING ALL ' COURT ' BY ' CT    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' PLACE ' BY ' PL    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' CIRCLE ' BY ' CIR    '.
           INSPECT WS-NORM-PAD REPLACING
               ALL ' BOULEVARD ' BY ' BLVD      '.
           INSPECT WS-NORM-PAD REPLACING ALL ' HIGHWAY ' BY ' HWY     '.
           INSPECT WS-NORM-PAD REPLACING ALL ' PARKWAY ' BY ' PKWY    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' NORTH ' BY ' N     '.
           INSPECT WS-NORM-PAD REPLACING ALL ' SOUTH ' BY ' S     '.
           INSPECT WS-NORM-PAD REPLACING ALL ' EAST ' BY ' E    '.
           INSPECT WS-NORM-PAD REPLACING ALL ' WEST ' BY ' W    '.
           INSPECT WS-NORM-PAD REPLACING
               ALL ' APARTMENT ' BY '           '.
           INSPECT WS-NORM-PAD REPLACING ALL ' APT ' BY '     '.
           INSPECT WS-NORM-PAD REPLACING ALL ' UNIT ' BY '      '.
           INSPECT WS-NORM-PAD REPLACING ALL ' SUITE ' BY '       '.
           INSPECT WS-NORM-PAD REPLACING ALL ' STE ' BY '     '.
           PERFORM 4950-SQUEEZE.
           MOVE WS-NORM-OUT TO WS-CU-NORM-STREET (WS-CU-IDX).
       4200-NORMALIZE-STREET-EXIT.
           EXIT.

      * Upper case, and punctuation to spaces so that every word
      * ends on a boundary the abbreviations can find.
       4900-UPPER-AND-SPACE.
           INSPECT WS-NORM-PAD CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-PAD CONVERTING '.,#-/&'
               TO '      '.
       4900-UPPER-AND-SPACE-EXIT.
           EXIT.

       4950-SQUEEZE.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NO-LEN.
           PERFORM 4960-KEEP-CHAR
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > 42.
       4950-SQUEEZE-EXIT.
           EXIT.

       4960-KEEP-CHAR.
           MOVE WS-NORM-PAD (WS-NX:1) TO WS-NORM-CHAR.
           IF WS-NORM-KEEP
              AND WS-NO-LEN < 40
               ADD 1 TO WS-NO-LEN
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NO-LEN:1)
           END-IF.
       4960-KEEP-CHAR-EXIT.
           EXIT.

       5000-MATCH-CUSTOMER.
           IF WS-CU-RESOLVED (WS-CU-IDX)
               COMPUTE WS-CP-START = WS-CU-IDX + 1
               PERFORM 5100-COMPARE-PAIR
                   VARYING WS-CP-IDX FROM WS-CP-START BY 1
                   UNTIL WS-CP-IDX > WS-CU-COUNT
           END-IF.
       5000-MATCH-CUSTOMER-EXIT.
           EXIT.

      * Only customers at the same CIF bank sharing a ZIP, a tax
      * id or a name are worth scoring; two different tax ids are
      * never the same person.
       5100-COMPARE-PAIR.
           MOVE 'N' TO WS-COMPARE-SW.
           IF WS-CU-RESOLVED (WS-CP-IDX)
              AND WS-CU-CUST-BANK (WS-CP-IDX) =
                  WS-CU-CUST-BANK (WS-CU-IDX)
               IF (WS-CU-ZIP (WS-CP-IDX) NOT = SPACES
                   AND WS-CU-ZIP (WS-CP-IDX) = WS-CU-ZIP (WS-CU-IDX))
                  OR (WS-CU-TAX-ID (WS-CP-IDX) NOT = ZERO
                   AND WS-CU-TAX-ID (WS-CP-IDX) =
                       WS-CU-TAX-ID (WS-CU-IDX))
                  OR (WS-CU-NORM-NAME (WS-CP-IDX) NOT = SPACES
                   AND WS-CU-NORM-NAME (WS-CP-IDX) =
                       WS-CU-NORM-NAME (WS-CU-IDX))
                   MOVE 'Y' TO WS-COMPARE-SW
               END-IF
           END-IF.
           IF WS-COMPARE
              AND WS-CU-TAX-ID (WS-CP-IDX) NOT = ZERO
              AND WS-CU-TAX-ID (WS-CU-IDX) NOT = ZERO
              AND WS-CU-TAX-ID (WS-CP-IDX) NOT =
                  WS-CU-TAX-ID (WS-CU-IDX)
               MOVE 'N' TO WS-COMPARE-SW
           END-IF.
           IF WS-COMPARE
               MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO WS-LOOK-BANK
               MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO WS-LOOK-ID
               MOVE WS-CU-CUST-ID (WS-CP-IDX)   TO WS-FINAL-ID
               PERFORM 7100-FIND-NOT-DUPLICATE
               IF WS-FOUND
                   MOVE 'N' TO WS-COMPARE-SW
               END-IF
           END-IF.
           IF WS-COMPARE
               ADD 1 TO WS-TOT-PAIRS-SCORED
               PERFORM 5200-SCORE-PAIR
               IF WS-SCORE NOT < WS-REVIEW-SCORE
                   PERFORM 5300-LIST-PAIR
               END-IF
           END-IF.
       5100-COMPARE-PAIR-EXIT.
           EXIT.

       5200-SCORE-PAIR.
           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-PL-TAX WS-PL-NAME
                          WS-PL-STREET WS-PL-ZIP.
           IF WS-CU-TAX-ID (WS-CP-IDX) NOT = ZERO
              AND WS-CU-TAX-ID (WS-CP-IDX) = WS-CU-TAX-ID (WS-CU-IDX)
               ADD 50 TO WS-SCORE
               MOVE 'TAX-ID' TO WS-PL-TAX
           END-IF.
           IF WS-CU-NORM-NAME (WS-CP-IDX) NOT = SPACES
               IF WS-CU-NORM-NAME (WS-CP-IDX) =
                      WS-CU-NORM-NAME (WS-CU-IDX)
                   ADD 30 TO WS-SCORE
                   MOVE 'NAME' TO WS-PL-NAME
               ELSE
                   IF WS-CU-NORM-NAME (WS-CP-IDX) (1:8) =
                          WS-CU-NORM-NAME (WS-CU-IDX) (1:8)
                       ADD 15 TO WS-SCORE
                       MOVE 'NAME(8)' TO WS-PL-NAME
                   END-IF
               END-IF
           END-IF.
           IF WS-CU-NORM-STREET (WS-CP-IDX) NOT = SPACES
              AND WS-CU-NORM-STREET (WS-CP-IDX) =
                  WS-CU-NORM-STREET (WS-CU-IDX)
               ADD 25 TO WS-SCORE
               MOVE 'STREET' TO WS-PL-STREET
           END-IF.
           IF WS-CU-ZIP (WS-CP-IDX) NOT = SPACES
              AND WS-CU-ZIP (WS-CP-IDX) = WS-CU-ZIP (WS-CU-IDX)
               ADD 10 TO WS-SCORE
               MOVE 'ZIP' TO WS-PL-ZIP
               IF WS-CU-ZIP4 (WS-CP-IDX) NOT = SPACES
                  AND WS-CU-ZIP4 (WS-CP-IDX) =
                      WS-CU-ZIP4 (WS-CU-IDX)
                   ADD 10 TO WS-SCORE
                   MOVE 'ZIP+4' TO WS-PL-ZIP
               END-IF
           END-IF.
       5200-SCORE-PAIR-EXIT.
           EXIT.

      * The suggested survivor carries the tax id when only one
      * does, then holds more accounts, then is the older record.
       5300-LIST-PAIR.
           MOVE 'N' TO WS-FIRST-SURVIVES-SW.
           EVALUATE TRUE
               WHEN WS-CU-TAX-ID (WS-CU-IDX) NOT = ZERO
                AND WS-CU-TAX-ID (WS-CP-IDX) = ZERO
                   MOVE 'Y' TO WS-FIRST-SURVIVES-SW
               WHEN WS-CU-TAX-ID (WS-CU-IDX) = ZERO
                AND WS-CU-TAX-ID (WS-CP-IDX) NOT = ZERO
                   MOVE 'N' TO WS-FIRST-SURVIVES-SW
               WHEN WS-CU-NBR-ACCTS (WS-CU-IDX) >
                    WS-CU-NBR-ACCTS (WS-CP-IDX)
                   MOVE 'Y' TO WS-FIRST-SURVIVES-SW
               WHEN WS-CU-NBR-ACCTS (WS-CU-IDX) <
                    WS-CU-NBR-ACCTS (WS-CP-IDX)
                   MOVE 'N' TO WS-FIRST-SURVIVES-SW
               WHEN WS-CU-CUST-ID (WS-CU-IDX) <
                    WS-CU-CUST-ID (WS-CP-IDX)
                   MOVE 'Y' TO WS-FIRST-SURVIVES-SW
           END-EVALUATE.
           IF WS-FIRST-SURVIVES
               MOVE WS-CU-IDX TO WS-SV-IDX
               MOVE WS-CP-IDX TO WS-DP-IDX
           ELSE
               MOVE WS-CP-IDX TO WS-SV-IDX
               MOVE WS-CU-IDX TO WS-DP-IDX
           END-IF.
           ADD 1 TO WS-PAIR-NO.
           MOVE WS-PAIR-NO TO WS-PL-PAIR-NO.
           MOVE WS-SCORE TO WS-PL-SCORE.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           WRITE DUP-RPT-LINE FROM WS-PAIR-LINE.
           MOVE 'SURVIVOR' TO WS-CL-LABEL.
           MOVE WS-SV-IDX TO WS-CU-IDX.
           PERFORM 5310-PRINT-CUSTOMER.
           MOVE 'DUPLICATE' TO WS-CL-LABEL.
           MOVE WS-DP-IDX TO WS-CU-IDX.
           PERFORM 5310-PRINT-CUSTOMER.
           IF WS-FIRST-SURVIVES
               MOVE WS-SV-IDX TO WS-CU-IDX
           END-IF.
       5300-LIST-PAIR-EXIT.
           EXIT.

       5310-PRINT-CUSTOMER.
           MOVE WS-CU-CUST-BANK (WS-CU-IDX) TO WS-CL-CUST-BANK.
           MOVE WS-CU-CUST-ID (WS-CU-IDX)   TO WS-CL-CUST-ID.
           MOVE WS-CU-NBR-ACCTS (WS-CU-IDX) TO WS-CL-ACCTS.
           MOVE WS-CU-NAME (WS-CU-IDX)      TO WS-CL-NAME.
           MOVE WS-CU-STREET (WS-CU-IDX)    TO WS-CL-STREET.
           MOVE WS-CU-ZIP (WS-CU-IDX)       TO WS-CL-ZIP.
           MOVE WS-CU-ZIP4 (WS-CU-IDX)      TO WS-CL-ZIP4.
           IF WS-CU-TAX-ID (WS-CU-IDX) = ZERO
               MOVE 'NO ' TO WS-CL-TAX-FLAG
           ELSE
               MOVE 'YES' TO WS-CL-TAX-FLAG
           END-IF.
           WRITE DUP-RPT-LINE FROM WS-CUST-LINE.
       5310-PRINT-CUSTOMER-EXIT.
           EXIT.

       6000-WRITE-XREF.
           IF WS-XR-ACTIVE (WS-XR-IDX)
               MOVE SPACES TO CIF-MERGE-XREF-REC
               MOVE WS-XR-TYPE (WS-XR-IDX)      TO MX-TYPE
               MOVE WS-XR-FROM-BANK (WS-XR-IDX) TO MX-FROM-BANK
               MOVE WS-XR-FROM-ID (WS-XR-IDX)   TO MX-FROM-ID
               MOVE WS-XR-TO-BANK (WS-XR-IDX)   TO MX-TO-BANK
               MOVE WS-XR-TO-ID (WS-XR-IDX)     TO MX-TO-ID
               MOVE WS-XR-OPER (WS-XR-IDX)      TO MX-OPER
               MOVE WS-XR-DATE (WS-XR-IDX)      TO MX-DATE
               WRITE MERGE-XREF-OUT-REC FROM CIF-MERGE-XREF-REC
               ADD 1 TO WS-TOT-XREF-WRITTEN
           END-IF.
       6000-WRITE-XREF-EXIT.
           EXIT.

      * The merge row for WS-LOOK-BANK/WS-LOOK-ID, if it has one;
      * WS-XR-IDX is left on it.
       7000-FIND-MERGE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-MERGE
               VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-XR-IDX
           END-IF.
       7000-FIND-MERGE-EXIT.
           EXIT.

       7010-SCAN-MERGE.
           IF WS-XR-ACTIVE (WS-XR-IDX)
              AND WS-XR-TYPE (WS-XR-IDX) = 'M'
              AND WS-XR-FROM-BANK (WS-XR-IDX) = WS-LOOK-BANK
              AND WS-XR-FROM-ID (WS-XR-IDX) = WS-LOOK-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-MERGE-EXIT.
           EXIT.

      * A not-duplicate row for WS-LOOK-BANK's customers
      * WS-LOOK-ID and WS-FINAL-ID, either way round.
       7100-FIND-NOT-DUPLICATE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-NOT-DUPLICATE
               VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-XR-IDX
           END-IF.
       7100-FIND-NOT-DUPLICATE-EXIT.
           EXIT.

       7110-SCAN-NOT-DUPLICATE.
           IF WS-XR-ACTIVE (WS-XR-IDX)
              AND WS-XR-TYPE (WS-XR-IDX) = 'N'
              AND WS-XR-FROM-BANK (WS-XR-IDX) = WS-LOOK-BANK
               IF (WS-XR-FROM-ID (WS-XR-IDX) = WS-LOOK-ID
                   AND WS-XR-TO-ID (WS-XR-IDX) = WS-FINAL-ID)
                  OR (WS-XR-FROM-ID (WS-XR-IDX) = WS-FINAL-ID
                   AND WS-XR-TO-ID (WS-XR-IDX) = WS-LOOK-ID)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
       7110-SCAN-NOT-DUPLICATE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE 'MERGE DECISIONS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-CONF-READ TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS MERGED' TO WS-TL-LABEL.
           MOVE WS-TOT-MERGED TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EARLIER MERGES MOVED TO NEW SURVIVOR' TO WS-TL-LABEL.
           MOVE WS-TOT-REPOINTED TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAIRS RECORDED NOT DUPLICATE' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-DUP TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MERGES UNDONE' TO WS-TL-LABEL.
           MOVE WS-TOT-UNDONE TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DECISIONS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-CONF-REJECTED TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RELATIONSHIP ACCOUNTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-RA-READ TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS TAKEN TO A SURVIVOR' TO WS-TL-LABEL.
           MOVE WS-TOT-CUST-MAPPED TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS MATCHED' TO WS-TL-LABEL.
           MOVE WS-CU-COUNT TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS WITH A TAX ID' TO WS-TL-LABEL.
           MOVE WS-TOT-WITH-TAX-ID TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS CIFU010 COULD NOT RESOLVE' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-RESOLVED TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAIRS SCORED' TO WS-TL-LABEL.
           MOVE WS-TOT-PAIRS-SCORED TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAIRS LISTED FOR REVIEW' TO WS-TL-LABEL.
           MOVE WS-PAIR-NO TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CROSS-REFERENCE RECORDS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-XREF-WRITTEN TO WS-TL-COUNT.
           WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-SD-OVERFLOW > ZERO
               MOVE 'SSN TABLE FULL - CDS NOT LOADED' TO WS-TL-LABEL
               MOVE WS-SD-OVERFLOW TO WS-TL-COUNT
               WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-CU-OVERFLOW > ZERO
               MOVE 'CUSTOMER TABLE FULL - ACCOUNTS DROPPED'
                   TO WS-TL-LABEL
               MOVE WS-CU-OVERFLOW TO WS-TL-COUNT
               WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-XR-OVERFLOW > ZERO
               MOVE 'CROSS-REFERENCE FULL - DECISIONS LOST'
                   TO WS-TL-LABEL
               MOVE WS-XR-OVERFLOW TO WS-TL-COUNT
               WRITE DUP-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MATCH-PARM-FILE
                 MERGE-XREF-FILE
                 MERGE-CONF-FILE
                 CD-INT-EXTRACT-FILE
                 REL-ACCOUNT-FILE
                 MERGE-XREF-OUT
                 DUP-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
