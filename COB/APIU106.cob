       IDENTIFICATION DIVISION.
       PROGRAM-ID.       APIU106.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * APIU106 runs the quarterly operator access recertification.
      * APIR302 only finds idle IDs; the ENTFILE entitlements
      * APIU104 enforces were never re-attested, and the examiners
      * want a manager's sign-off on every one each quarter.
      *
      * The campaign lives on CERTSTAT (rewritten to CERTSTAO), one
      * record per ENTFILE row under review.  Each run:
      *
      *  - a CERTPARM campaign id not on CERTSTAT opens the campaign:
      *    every ENTFILE row is taken, placed under its operator's
      *    OI-BANK-NUMBER / OI-BANK-COST-CENTER (see APICPYA), and
      *    printed to CERTPKT as one review packet per cost center,
      *    addressed to the cost center's manager on CCMGR;
      *  - CERTRESP carries the managers' keep/revoke answers.  Only
      *    the cost center's own manager can answer for a row, and
      *    never for their own: a manager's response on their own
      *    entitlement is rejected as a self-attestation and the row
      *    stays open, to be escalated above the cost center.  A
      *    revoke drops the row from ENTFILE on the pass to
      *    ENTFILEO;
      *  - once the run date passes the CERTPARM deadline, every row
      *    nobody attested is suspended -- its categories are blanked
      *    on ENTFILE, so APIU104 refuses it, while CERTSTAT keeps the
      *    categories.  A late keep reinstates them; a late revoke
      *    drops the row.
      *
      * CERTRPT lists every revoke, suspension, reinstatement and
      * rejected response, then the completion count by cost center
      * for the audit file.  ENTFILE rows added after the campaign
      * opened pass through untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-PARM-FILE     ASSIGN TO CERTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE      ASSIGN TO AMSOPER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANAGER-FILE       ASSIGN TO CCMGR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-STATUS-FILE   ASSIGN TO CERTSTAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITLE-FILE       ASSIGN TO ENTFILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-FILE      ASSIGN TO CERTRESP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITLE-OUT        ASSIGN TO ENTFILEO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-STATUS-OUT    ASSIGN TO CERTSTAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACKET-RPT         ASSIGN TO CERTPKT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-RPT           ASSIGN TO CERTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CERT-PARM-REC.
           05  CP-RUN-DATE             PIC 9(7).
           05  CP-CAMPAIGN-ID          PIC X(6).
           05  CP-DEADLINE             PIC 9(7).

       FD  OPERATOR-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY APICPYA.

       FD  MANAGER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  MANAGER-REC.
           05  CM-BANK-NO              PIC 9(3).
           05  CM-COST-CENTER          PIC 9(3).
           05  CM-MGR-OPERATOR         PIC 9(5).
           05  CM-MGR-NAME             PIC X(30).
           05  FILLER                  PIC X(9).

       FD  CERT-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CERT-STATUS-REC.
           05  CS-CAMPAIGN-ID          PIC X(6).
           05  CS-KEY.
               10  CS-OPER-BANK        PIC 9(3).
               10  CS-COST-CENTER      PIC 9(3).
               10  CS-OPERATOR-KEY     PIC 9(5).
               10  CS-BANK-NO          PIC 99.
           05  CS-CATEGORIES           PIC X(3).
           05  CS-STATUS               PIC X.
           05  CS-ACTION-DATE          PIC 9(7).
           05  CS-REVIEWER             PIC 9(5).
           05  FILLER                  PIC X(5).

       FD  ENTITLE-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  ENTITLE-REC.
           05  EN-OPERATOR-KEY         PIC 9(5).
           05  EN-BANK-NO              PIC 99.
           05  EN-CATEGORIES           PIC X(3).

       FD  RESPONSE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RESPONSE-REC.
           05  CR-CAMPAIGN-ID          PIC X(6).
           05  CR-OPERATOR-KEY         PIC 9(5).
           05  CR-BANK-NO              PIC 99.
           05  CR-DECISION             PIC X.
               88  CR-KEEP                            VALUE 'K'.
               88  CR-REVOKE                          VALUE 'R'.
           05  CR-REVIEWER             PIC 9(5).
           05  CR-RESPONSE-DATE        PIC 9(7).
           05  FILLER                  PIC X(4).

       FD  ENTITLE-OUT
           RECORD CONTAINS 10 CHARACTERS.
       01  ENTITLE-OUT-REC             PIC X(10).

       FD  CERT-STATUS-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01  CERT-STATUS-OUT-REC         PIC X(40).

       FD  PACKET-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PACKET-LINE                 PIC X(132).

       FD  CERT-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CERT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OPER-EOF-SW          PIC X          VALUE 'N'.
               88  WS-OPER-EOF                        VALUE 'Y'.
           05  WS-MGR-EOF-SW           PIC X          VALUE 'N'.
               88  WS-MGR-EOF                         VALUE 'Y'.
           05  WS-CS-EOF-SW            PIC X          VALUE 'N'.
               88  WS-CS-EOF                          VALUE 'Y'.
           05  WS-ENT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ENT-EOF                         VALUE 'Y'.
           05  WS-RESP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-RESP-EOF                        VALUE 'Y'.
           05  WS-NEW-CAMPAIGN-SW      PIC X          VALUE 'N'.
               88  WS-NEW-CAMPAIGN                    VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-OP-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OP-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MG-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MG-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CS-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CS-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SCAN-IDX             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MIN-IDX              PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY             OCCURS 5000 TIMES.
               10  WS-OP-KEY           PIC 9(5).
               10  WS-OP-NAME          PIC X(40).
               10  WS-OP-BANK          PIC 9(3).
               10  WS-OP-COST-CENTER   PIC 9(3).

       01  WS-MANAGER-TABLE.
           05  WS-MG-ENTRY             OCCURS 500 TIMES.
               10  WS-MG-BANK          PIC 9(3).
               10  WS-MG-COST-CENTER   PIC 9(3).
               10  WS-MG-OPERATOR      PIC 9(5).
               10  WS-MG-NAME          PIC X(30).

      * One entry per ENTFILE row under review, kept in cost-center
      * order.  WS-CS-STATUS: P pending, K kept, R revoked, S
      * suspended.
       01  WS-STATUS-TABLE.
           05  WS-CS-ENTRY             OCCURS 10000 TIMES.
               10  WS-CS-KEY.
                   15  WS-CS-OPER-BANK PIC 9(3).
                   15  WS-CS-COST-CENTER
                                       PIC 9(3).
                   15  WS-CS-OPERATOR  PIC 9(5).
                   15  WS-CS-BANK-NO   PIC 99.
               10  WS-CS-CATEGORIES    PIC X(3).
               10  WS-CS-STATUS        PIC X.
                   88  WS-CS-PENDING                  VALUE 'P'.
                   88  WS-CS-KEPT                     VALUE 'K'.
                   88  WS-CS-REVOKED                  VALUE 'R'.
                   88  WS-CS-SUSPENDED                VALUE 'S'.
               10  WS-CS-ACTION-DATE   PIC 9(7).
               10  WS-CS-REVIEWER      PIC 9(5).

       01  WS-SWAP-ENTRY.
           05  WS-SE-KEY               PIC X(13).
           05  WS-SE-CATEGORIES        PIC X(3).
           05  WS-SE-STATUS            PIC X.
           05  WS-SE-ACTION-DATE       PIC 9(7).
           05  WS-SE-REVIEWER          PIC 9(5).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-CAMPAIGN-ID              PIC X(6)       VALUE SPACES.
       01  WS-DEADLINE                 PIC 9(7)       VALUE ZERO.
       01  WS-TEST-OPERATOR            PIC 9(5)       VALUE ZERO.
       01  WS-TEST-BANK                PIC 99         VALUE ZERO.
       01  WS-PRIOR-CC.
           05  WS-PRI-BANK             PIC 9(3)       VALUE ZERO.
           05  WS-PRI-COST-CENTER      PIC 9(3)       VALUE ZERO.
       01  WS-PRIOR-CC-KEY REDEFINES WS-PRIOR-CC
                                       PIC 9(6).
       01  WS-CC-KEY.
           05  WS-CCK-BANK             PIC 9(3).
           05  WS-CCK-COST-CENTER      PIC 9(3).
       01  WS-CC-KEY-NUM REDEFINES WS-CC-KEY
                                       PIC 9(6).

       01  WS-CC-COUNTS.
           05  WS-CC-ROWS              PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-CC-KEPT              PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-CC-REVOKED           PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-CC-SUSPENDED         PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-CC-PENDING           PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-GT-COUNTS.
           05  WS-GT-ROWS              PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-GT-KEPT              PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-GT-REVOKED           PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-GT-SUSPENDED         PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-GT-PENDING           PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-PCT-ATTESTED             PIC S9(3)V9    VALUE ZERO
                                                       COMP-3.

       01  WS-CERT-HDG.
           05  FILLER                  PIC X(46)      VALUE
               'APIU106 - OPERATOR ACCESS RECERTIFICATION'.
           05  FILLER                  PIC X(9)       VALUE
               'CAMPAIGN '.
           05  WS-CH-CAMPAIGN          PIC X(6).
           05  FILLER                  PIC X(11)      VALUE
               '  RUN DATE '.
           05  WS-CH-RUN-DATE          PIC 9(7).
           05  FILLER                  PIC X(11)      VALUE
               '  DEADLINE '.
           05  WS-CH-DEADLINE          PIC 9(7).
           05  FILLER                  PIC X(35)      VALUE SPACES.

       01  WS-PKT-CC-LINE.
           05  FILLER                  PIC X(12)      VALUE
               'COST CENTER '.
           05  WS-PC-BANK              PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-PC-COST-CENTER       PIC 9(3).
           05  FILLER                  PIC X(13)      VALUE
               '   REVIEWER: '.
           05  WS-PC-MGR-OPERATOR      PIC 9(5).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-PC-MGR-NAME          PIC X(30).
           05  FILLER                  PIC X(15)      VALUE
               '   RESPOND BY: '.
           05  WS-PC-DEADLINE          PIC 9(7).
           05  FILLER                  PIC X(11)      VALUE
               '  CAMPAIGN '.
           05  WS-PC-CAMPAIGN          PIC X(6).
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-PKT-DETAIL-LINE.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  FILLER                  PIC X(9)       VALUE
               'OPERATOR '.
           05  WS-PD-OPERATOR          PIC 9(5).
           05  FILLER                  PIC XX         VALUE SPACES.
           05  WS-PD-NAME              PIC X(40).
           05  FILLER                  PIC X(7)       VALUE
               '  BANK '.
           05  WS-PD-BANK              PIC 99.
           05  FILLER                  PIC X(13)      VALUE
               '  CATEGORIES '.
           05  WS-PD-CATEGORIES        PIC X(3).
           05  FILLER                  PIC X(24)      VALUE
               '    KEEP [ ]  REVOKE [ ]'.
           05  FILLER                  PIC X(23)      VALUE SPACES.

       01  WS-ACTION-LINE.
           05  WS-AL-ACTION            PIC X(12).
           05  FILLER                  PIC X(10)      VALUE
               ' OPERATOR '.
           05  WS-AL-OPERATOR          PIC 9(5).
           05  FILLER                  PIC X(6)       VALUE ' BANK '.
           05  WS-AL-BANK              PIC 99.
           05  FILLER                  PIC X(12)      VALUE
               ' CATEGORIES '.
           05  WS-AL-CATEGORIES        PIC X(3).
           05  FILLER                  PIC X(13)      VALUE
               ' COST CENTER '.
           05  WS-AL-OPER-BANK         PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-AL-COST-CENTER       PIC 9(3).
           05  FILLER                  PIC X(10)      VALUE
               ' REVIEWER '.
           05  WS-AL-REVIEWER          PIC 9(5).
           05  FILLER                  PIC XX         VALUE SPACES.
           05  WS-AL-REASON            PIC X(20).
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-CC-LABEL.
           05  FILLER                  PIC X(12)      VALUE
               'COST CENTER '.
           05  WS-CL-BANK              PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CL-COST-CENTER       PIC 9(3).

       01  WS-COMPLETION-LINE.
           05  WS-CP-LABEL             PIC X(19).
           05  FILLER                  PIC X(7)       VALUE '  ROWS '.
           05  WS-CP-ROWS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)       VALUE '  KEPT '.
           05  WS-CP-KEPT              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10)      VALUE
               '  REVOKED '.
           05  WS-CP-REVOKED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)      VALUE
               '  SUSPENDED '.
           05  WS-CP-SUSPENDED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10)      VALUE
               '  PENDING '.
           05  WS-CP-PENDING           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)      VALUE
               '  ATTESTED '.
           05  WS-CP-PCT               PIC ZZ9.9.
           05  FILLER                  PIC X          VALUE '%'.
           05  FILLER                  PIC X(20)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-NEW-CAMPAIGN
               PERFORM 2000-OPEN-CAMPAIGN
           END-IF.
           PERFORM 3000-APPLY-RESPONSE
               UNTIL WS-RESP-EOF.
           IF WS-RUN-DATE > WS-DEADLINE
               PERFORM 4000-SUSPEND-UNATTESTED
                   VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
           END-IF.
           OPEN INPUT ENTITLE-FILE.
           READ ENTITLE-FILE
               AT END MOVE 'Y' TO WS-ENT-EOF-SW
           END-READ.
           PERFORM 5000-REWRITE-ENTITLEMENT
               UNTIL WS-ENT-EOF.
           PERFORM 6000-WRITE-STATUS
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT.
           IF WS-CS-COUNT > ZERO
               PERFORM 6200-PRINT-CC-COMPLETION
           END-IF.
           MOVE 'ALL COST CENTERS' TO WS-CP-LABEL.
           MOVE WS-GT-COUNTS TO WS-CC-COUNTS.
           PERFORM 6300-PRINT-COMPLETION.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CERT-PARM-FILE
                       OPERATOR-FILE
                       MANAGER-FILE
                       CERT-STATUS-FILE
                       RESPONSE-FILE
                OUTPUT ENTITLE-OUT
                       CERT-STATUS-OUT
                       PACKET-RPT
                       CERT-RPT.
           READ CERT-PARM-FILE.
           MOVE CP-RUN-DATE    TO WS-RUN-DATE
                                  WS-CH-RUN-DATE.
           MOVE CP-CAMPAIGN-ID TO WS-CAMPAIGN-ID
                                  WS-CH-CAMPAIGN.
           MOVE CP-DEADLINE    TO WS-DEADLINE
                                  WS-CH-DEADLINE.
           WRITE CERT-LINE FROM WS-CERT-HDG.
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-OPERATOR
               UNTIL WS-OPER-EOF.
           READ MANAGER-FILE
               AT END MOVE 'Y' TO WS-MGR-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-MANAGER
               UNTIL WS-MGR-EOF.
           READ CERT-STATUS-FILE
               AT END MOVE 'Y' TO WS-CS-EOF-SW
           END-READ.
           IF WS-CS-EOF
               MOVE 'Y' TO WS-NEW-CAMPAIGN-SW
           ELSE
               IF CS-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
                   MOVE 'Y' TO WS-NEW-CAMPAIGN-SW
               ELSE
                   PERFORM 1300-LOAD-STATUS
                       UNTIL WS-CS-EOF
               END-IF
           END-IF.
           READ RESPONSE-FILE
               AT END MOVE 'Y' TO WS-RESP-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-OPERATOR.
           ADD 1 TO WS-OP-COUNT.
           MOVE OI-OPERATOR-KEY     TO WS-OP-KEY (WS-OP-COUNT).
           MOVE OI-FULL-NAME        TO WS-OP-NAME (WS-OP-COUNT).
           MOVE OI-BANK-NUMBER      TO WS-OP-BANK (WS-OP-COUNT).
           MOVE OI-BANK-COST-CENTER TO WS-OP-COST-CENTER (WS-OP-COUNT).
           READ OPERATOR-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SW
           END-READ.
       1100-LOAD-OPERATOR-EXIT.
           EXIT.

       1200-LOAD-MANAGER.
           ADD 1 TO WS-MG-COUNT.
           MOVE CM-BANK-NO      TO WS-MG-BANK (WS-MG-COUNT).
           MOVE CM-COST-CENTER  TO WS-MG-COST-CENTER (WS-MG-COUNT).
           MOVE CM-MGR-OPERATOR TO WS-MG-OPERATOR (WS-MG-COUNT).
           MOVE CM-MGR-NAME     TO WS-MG-NAME (WS-MG-COUNT).
           READ MANAGER-FILE
               AT END MOVE 'Y' TO WS-MGR-EOF-SW
           END-READ.
       1200-LOAD-MANAGER-EXIT.
           EXIT.

       1300-LOAD-STATUS.
           ADD 1 TO WS-CS-COUNT.
           MOVE CS-KEY         TO WS-CS-KEY (WS-CS-COUNT).
           MOVE CS-CATEGORIES  TO WS-CS-CATEGORIES (WS-CS-COUNT).
           MOVE CS-STATUS      TO WS-CS-STATUS (WS-CS-COUNT).
           MOVE CS-ACTION-DATE TO WS-CS-ACTION-DATE (WS-CS-COUNT).
           MOVE CS-REVIEWER    TO WS-CS-REVIEWER (WS-CS-COUNT).
           READ CERT-STATUS-FILE
               AT END MOVE 'Y' TO WS-CS-EOF-SW
           END-READ.
       1300-LOAD-STATUS-EXIT.
           EXIT.

      * Opening day: every ENTFILE row goes under review, ordered by
      * cost center so the packets and the completion report break
      * the same way.  ENTFILE is then reopened for the rewrite.
       2000-OPEN-CAMPAIGN.
           OPEN INPUT ENTITLE-FILE.
           READ ENTITLE-FILE
               AT END MOVE 'Y' TO WS-ENT-EOF-SW
           END-READ.
           PERFORM 2100-ADD-STATUS-ENTRY
               UNTIL WS-ENT-EOF.
           CLOSE ENTITLE-FILE.
           MOVE 'N' TO WS-ENT-EOF-SW.
           PERFORM 2200-SORT-ONE-PASS
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX >= WS-CS-COUNT.
           MOVE 999999 TO WS-PRIOR-CC-KEY.
           PERFORM 2300-PRINT-PACKET-LINE
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT.
       2000-OPEN-CAMPAIGN-EXIT.
           EXIT.

       2100-ADD-STATUS-ENTRY.
           ADD 1 TO WS-CS-COUNT.
           MOVE EN-OPERATOR-KEY TO WS-TEST-OPERATOR.
           PERFORM 7100-FIND-OPERATOR.
           IF WS-FOUND
               MOVE WS-OP-BANK (WS-OP-IDX)
                   TO WS-CS-OPER-BANK (WS-CS-COUNT)
               MOVE WS-OP-COST-CENTER (WS-OP-IDX)
                   TO WS-CS-COST-CENTER (WS-CS-COUNT)
           ELSE
               MOVE ZERO TO WS-CS-OPER-BANK (WS-CS-COUNT)
                            WS-CS-COST-CENTER (WS-CS-COUNT)
           END-IF.
           MOVE EN-OPERATOR-KEY TO WS-CS-OPERATOR (WS-CS-COUNT).
           MOVE EN-BANK-NO      TO WS-CS-BANK-NO (WS-CS-COUNT).
           MOVE EN-CATEGORIES   TO WS-CS-CATEGORIES (WS-CS-COUNT).
           MOVE 'P'             TO WS-CS-STATUS (WS-CS-COUNT).
           MOVE ZERO            TO WS-CS-ACTION-DATE (WS-CS-COUNT)
                                   WS-CS-REVIEWER (WS-CS-COUNT).
           READ ENTITLE-FILE
               AT END MOVE 'Y' TO WS-ENT-EOF-SW
           END-READ.
       2100-ADD-STATUS-ENTRY-EXIT.
           EXIT.

      * Straight selection sort on the cost-center key, the way
      * APIR302 orders its idle-operator table.
       2200-SORT-ONE-PASS.
           MOVE WS-CS-IDX TO WS-MIN-IDX.
           PERFORM 2210-FIND-MIN-ENTRY
               VARYING WS-SCAN-IDX FROM WS-CS-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-CS-COUNT.
           IF WS-MIN-IDX NOT = WS-CS-IDX
               MOVE WS-CS-ENTRY (WS-CS-IDX)  TO WS-SWAP-ENTRY
               MOVE WS-CS-ENTRY (WS-MIN-IDX) TO WS-CS-ENTRY (WS-CS-IDX)
               MOVE WS-SWAP-ENTRY            TO WS-CS-ENTRY (WS-MIN-IDX)
           END-IF.
       2200-SORT-ONE-PASS-EXIT.
           EXIT.

       2210-FIND-MIN-ENTRY.
           IF WS-CS-KEY (WS-SCAN-IDX) < WS-CS-KEY (WS-MIN-IDX)
               MOVE WS-SCAN-IDX TO WS-MIN-IDX
           END-IF.
       2210-FIND-MIN-ENTRY-EXIT.
           EXIT.

       2300-PRINT-PACKET-LINE.
           MOVE WS-CS-OPER-BANK (WS-CS-IDX)   TO WS-CCK-BANK.
           MOVE WS-CS-COST-CENTER (WS-CS-IDX) TO WS-CCK-COST-CENTER.
           IF WS-CC-KEY-NUM NOT = WS-PRIOR-CC-KEY
               MOVE WS-CC-KEY-NUM TO WS-PRIOR-CC-KEY
               PERFORM 2310-PRINT-PACKET-HEADER
           END-IF.
           MOVE WS-CS-OPERATOR (WS-CS-IDX) TO WS-PD-OPERATOR
                                              WS-TEST-OPERATOR.
           PERFORM 7100-FIND-OPERATOR.
           IF WS-FOUND
               MOVE WS-OP-NAME (WS-OP-IDX) TO WS-PD-NAME
           ELSE
               MOVE 'NOT ON OPERATOR MASTER' TO WS-PD-NAME
           END-IF.
           MOVE WS-CS-BANK-NO (WS-CS-IDX)    TO WS-PD-BANK.
           MOVE WS-CS-CATEGORIES (WS-CS-IDX) TO WS-PD-CATEGORIES.
           WRITE PACKET-LINE FROM WS-PKT-DETAIL-LINE.
       2300-PRINT-PACKET-LINE-EXIT.
           EXIT.

       2310-PRINT-PACKET-HEADER.
           MOVE WS-CCK-BANK        TO WS-PC-BANK.
           MOVE WS-CCK-COST-CENTER TO WS-PC-COST-CENTER.
           MOVE WS-DEADLINE        TO WS-PC-DEADLINE.
           MOVE WS-CAMPAIGN-ID     TO WS-PC-CAMPAIGN.
           PERFORM 7200-FIND-MANAGER.
           IF WS-FOUND
               MOVE WS-MG-OPERATOR (WS-MG-IDX) TO WS-PC-MGR-OPERATOR
               MOVE WS-MG-NAME (WS-MG-IDX)     TO WS-PC-MGR-NAME
           ELSE
               MOVE ZERO TO WS-PC-MGR-OPERATOR
               MOVE 'NO REVIEWER ON FILE' TO WS-PC-MGR-NAME
           END-IF.
           MOVE SPACES TO PACKET-LINE.
           WRITE PACKET-LINE.
           WRITE PACKET-LINE FROM WS-PKT-CC-LINE.
       2310-PRINT-PACKET-HEADER-EXIT.
           EXIT.

      * A response must name a row in this campaign and come from
      * that row's cost-center manager.  Kept and revoked rows are
      * closed; a suspended row can still be kept or revoked late.
       3000-APPLY-RESPONSE.
           MOVE SPACES TO WS-AL-REASON.
           MOVE CR-OPERATOR-KEY TO WS-TEST-OPERATOR.
           MOVE CR-BANK-NO      TO WS-TEST-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           IF CR-CAMPAIGN-ID = WS-CAMPAIGN-ID
               PERFORM 7300-FIND-STATUS
           END-IF.
           IF NOT WS-FOUND
               MOVE 'NOT IN CAMPAIGN' TO WS-AL-REASON
           ELSE
               PERFORM 3100-CHECK-RESPONSE
           END-IF.
           IF WS-AL-REASON = SPACES
               PERFORM 3200-RECORD-DECISION
           ELSE
               PERFORM 3300-REJECT-RESPONSE
           END-IF.
           READ RESPONSE-FILE
               AT END MOVE 'Y' TO WS-RESP-EOF-SW
           END-READ.
       3000-APPLY-RESPONSE-EXIT.
           EXIT.

      * Leaves WS-AL-REASON blank when the response for the row at
      * WS-CS-IDX can be taken.
       3100-CHECK-RESPONSE.
           IF CR-REVIEWER = CR-OPERATOR-KEY
               MOVE 'SELF-ATTESTATION' TO WS-AL-REASON
           ELSE
               MOVE WS-CS-OPER-BANK (WS-CS-IDX)   TO WS-CCK-BANK
               MOVE WS-CS-COST-CENTER (WS-CS-IDX)
                   TO WS-CCK-COST-CENTER
               PERFORM 7200-FIND-MANAGER
               IF NOT WS-FOUND
                   MOVE 'NOT THE REVIEWER' TO WS-AL-REASON
               ELSE
                   IF WS-MG-OPERATOR (WS-MG-IDX) NOT = CR-REVIEWER
                       MOVE 'NOT THE REVIEWER' TO WS-AL-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-AL-REASON = SPACES
              AND NOT CR-KEEP
              AND NOT CR-REVOKE
               MOVE 'BAD DECISION CODE' TO WS-AL-REASON
           END-IF.
           IF WS-AL-REASON = SPACES
               IF WS-CS-KEPT (WS-CS-IDX)
                  OR WS-CS-REVOKED (WS-CS-IDX)
                   MOVE 'ALREADY DECIDED' TO WS-AL-REASON
               END-IF
           END-IF.
       3100-CHECK-RESPONSE-EXIT.
           EXIT.

       3200-RECORD-DECISION.
           IF CR-REVOKE
               MOVE 'REVOKED' TO WS-AL-ACTION
           ELSE
               IF WS-CS-SUSPENDED (WS-CS-IDX)
                   MOVE 'REINSTATED' TO WS-AL-ACTION
               ELSE
                   MOVE 'KEPT' TO WS-AL-ACTION
               END-IF
           END-IF.
           MOVE CR-DECISION      TO WS-CS-STATUS (WS-CS-IDX).
           MOVE CR-RESPONSE-DATE TO WS-CS-ACTION-DATE (WS-CS-IDX).
           MOVE CR-REVIEWER      TO WS-CS-REVIEWER (WS-CS-IDX).
           IF CR-REVOKE
              OR WS-AL-ACTION = 'REINSTATED'
               PERFORM 8000-PRINT-ACTION
           END-IF.
       3200-RECORD-DECISION-EXIT.
           EXIT.

       3300-REJECT-RESPONSE.
           MOVE 'REJECTED' TO WS-AL-ACTION.
           MOVE CR-OPERATOR-KEY TO WS-AL-OPERATOR.
           MOVE CR-BANK-NO      TO WS-AL-BANK.
           MOVE SPACES          TO WS-AL-CATEGORIES.
           MOVE ZERO            TO WS-AL-OPER-BANK
                                   WS-AL-COST-CENTER.
           MOVE CR-REVIEWER     TO WS-AL-REVIEWER.
           WRITE CERT-LINE FROM WS-ACTION-LINE.
       3300-REJECT-RESPONSE-EXIT.
           EXIT.

       4000-SUSPEND-UNATTESTED.
           IF WS-CS-PENDING (WS-CS-IDX)
               MOVE 'S' TO WS-CS-STATUS (WS-CS-IDX)
               MOVE WS-RUN-DATE TO WS-CS-ACTION-DATE (WS-CS-IDX)
               MOVE ZERO TO WS-CS-REVIEWER (WS-CS-IDX)
               MOVE 'SUSPENDED' TO WS-AL-ACTION
               MOVE 'NOT ATTESTED' TO WS-AL-REASON
               PERFORM 8000-PRINT-ACTION
           END-IF.
       4000-SUSPEND-UNATTESTED-EXIT.
           EXIT.

      * Revoked rows drop; suspended rows stay with no categories; a
      * kept row that was suspended gets its categories back.
       5000-REWRITE-ENTITLEMENT.
           MOVE EN-OPERATOR-KEY TO WS-TEST-OPERATOR.
           MOVE EN-BANK-NO      TO WS-TEST-BANK.
           PERFORM 7300-FIND-STATUS.
           IF WS-FOUND
               IF NOT WS-CS-REVOKED (WS-CS-IDX)
                   IF WS-CS-SUSPENDED (WS-CS-IDX)
                       MOVE SPACES TO EN-CATEGORIES
                   END-IF
                   IF WS-CS-KEPT (WS-CS-IDX)
                      AND EN-CATEGORIES = SPACES
                       MOVE WS-CS-CATEGORIES (WS-CS-IDX)
                           TO EN-CATEGORIES
                   END-IF
                   WRITE ENTITLE-OUT-REC FROM ENTITLE-REC
               END-IF
           ELSE
               WRITE ENTITLE-OUT-REC FROM ENTITLE-REC
           END-IF.
           READ ENTITLE-FILE
               AT END MOVE 'Y' TO WS-ENT-EOF-SW
           END-READ.
       5000-REWRITE-ENTITLEMENT-EXIT.
           EXIT.

       6000-WRITE-STATUS.
           MOVE SPACES TO CERT-STATUS-REC.
           MOVE WS-CAMPAIGN-ID                TO CS-CAMPAIGN-ID.
           MOVE WS-CS-KEY (WS-CS-IDX)         TO CS-KEY.
           MOVE WS-CS-CATEGORIES (WS-CS-IDX)  TO CS-CATEGORIES.
           MOVE WS-CS-STATUS (WS-CS-IDX)      TO CS-STATUS.
           MOVE WS-CS-ACTION-DATE (WS-CS-IDX) TO CS-ACTION-DATE.
           MOVE WS-CS-REVIEWER (WS-CS-IDX)    TO CS-REVIEWER.
           WRITE CERT-STATUS-OUT-REC FROM CERT-STATUS-REC.
           MOVE WS-CS-OPER-BANK (WS-CS-IDX)   TO WS-CCK-BANK.
           MOVE WS-CS-COST-CENTER (WS-CS-IDX) TO WS-CCK-COST-CENTER.
           IF WS-CS-IDX = 1
               MOVE WS-CC-KEY-NUM TO WS-PRIOR-CC-KEY
           END-IF.
           IF WS-CC-KEY-NUM NOT = WS-PRIOR-CC-KEY
               PERFORM 6200-PRINT-CC-COMPLETION
               MOVE WS-CC-KEY-NUM TO WS-PRIOR-CC-KEY
           END-IF.
           ADD 1 TO WS-CC-ROWS WS-GT-ROWS.
           EVALUATE TRUE
               WHEN WS-CS-KEPT (WS-CS-IDX)
                   ADD 1 TO WS-CC-KEPT WS-GT-KEPT
               WHEN WS-CS-REVOKED (WS-CS-IDX)
                   ADD 1 TO WS-CC-REVOKED WS-GT-REVOKED
               WHEN WS-CS-SUSPENDED (WS-CS-IDX)
                   ADD 1 TO WS-CC-SUSPENDED WS-GT-SUSPENDED
               WHEN OTHER
                   ADD 1 TO WS-CC-PENDING WS-GT-PENDING
           END-EVALUATE.
       6000-WRITE-STATUS-EXIT.
           EXIT.

       6200-PRINT-CC-COMPLETION.
           MOVE WS-PRI-BANK        TO WS-CL-BANK.
           MOVE WS-PRI-COST-CENTER TO WS-CL-COST-CENTER.
           MOVE WS-CC-LABEL TO WS-CP-LABEL.
           PERFORM 6300-PRINT-COMPLETION.
           MOVE ZERO TO WS-CC-ROWS
                        WS-CC-KEPT
                        WS-CC-REVOKED
                        WS-CC-SUSPENDED
                        WS-CC-PENDING.
       6200-PRINT-CC-COMPLETION-EXIT.
           EXIT.

       6300-PRINT-COMPLETION.
           MOVE WS-CC-ROWS      TO WS-CP-ROWS.
           MOVE WS-CC-KEPT      TO WS-CP-KEPT.
           MOVE WS-CC-REVOKED   TO WS-CP-REVOKED.
           MOVE WS-CC-SUSPENDED TO WS-CP-SUSPENDED.
           MOVE WS-CC-PENDING   TO WS-CP-PENDING.
           IF WS-CC-ROWS > ZERO
               COMPUTE WS-PCT-ATTESTED ROUNDED =
                   (WS-CC-KEPT + WS-CC-REVOKED) * 100 / WS-CC-ROWS
           ELSE
               MOVE ZERO TO WS-PCT-ATTESTED
           END-IF.
           MOVE WS-PCT-ATTESTED TO WS-CP-PCT.
           WRITE CERT-LINE FROM WS-COMPLETION-LINE.
       6300-PRINT-COMPLETION-EXIT.
           EXIT.

       7100-FIND-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OP-IDX
           END-IF.
       7100-FIND-OPERATOR-EXIT.
           EXIT.

       7110-SCAN-OPERATOR.
           IF WS-OP-KEY (WS-OP-IDX) = WS-TEST-OPERATOR
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-OPERATOR-EXIT.
           EXIT.

       7200-FIND-MANAGER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7210-SCAN-MANAGER
               VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-MG-IDX
           END-IF.
       7200-FIND-MANAGER-EXIT.
           EXIT.

       7210-SCAN-MANAGER.
           IF WS-MG-BANK (WS-MG-IDX) = WS-CCK-BANK
              AND WS-MG-COST-CENTER (WS-MG-IDX) = WS-CCK-COST-CENTER
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7210-SCAN-MANAGER-EXIT.
           EXIT.

       7300-FIND-STATUS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7310-SCAN-STATUS
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CS-IDX
           END-IF.
       7300-FIND-STATUS-EXIT.
           EXIT.

       7310-SCAN-STATUS.
           IF WS-CS-OPERATOR (WS-CS-IDX) = WS-TEST-OPERATOR
              AND WS-CS-BANK-NO (WS-CS-IDX) = WS-TEST-BANK
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7310-SCAN-STATUS-EXIT.
           EXIT.

       8000-PRINT-ACTION.
           MOVE WS-CS-OPERATOR (WS-CS-IDX)    TO WS-AL-OPERATOR.
           MOVE WS-CS-BANK-NO (WS-CS-IDX)     TO WS-AL-BANK.
           MOVE WS-CS-CATEGORIES (WS-CS-IDX)  TO WS-AL-CATEGORIES.
           MOVE WS-CS-OPER-BANK (WS-CS-IDX)   TO WS-AL-OPER-BANK.
           MOVE WS-CS-COST-CENTER (WS-CS-IDX) TO WS-AL-COST-CENTER.
           MOVE WS-CS-REVIEWER (WS-CS-IDX)    TO WS-AL-REVIEWER.
           WRITE CERT-LINE FROM WS-ACTION-LINE.
       8000-PRINT-ACTION-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CERT-PARM-FILE
                 OPERATOR-FILE
                 MANAGER-FILE
                 CERT-STATUS-FILE
                 RESPONSE-FILE
                 ENTITLE-FILE
                 ENTITLE-OUT
                 CERT-STATUS-OUT
                 PACKET-RPT
                 CERT-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
