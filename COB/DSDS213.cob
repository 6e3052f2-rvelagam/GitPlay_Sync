       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS213.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS213 is the nightly product conformance report.  Every
      * NOW-ACCT-HEADER-RECORD (see DSDSODB) carrying a product code
      * in NAH-PRODUCT-CODE is held, through the deposit product
      * service DSDS212, to the definition of its product in effect
      * on the run date (see DSDSPROD).  The account's ACCT-ID, SC
      * routine, ODB plan, image options and e-statement flag come
      * from the header itself; its earn routine from EARNASGN (an
      * account not there earns nothing, routine 00, as in
      * DSDS211); its statement cycle from its regular statement
      * header on PDHDR (see DSDSPDTX), as DSDR324 reads it.
      * DSDS158 puts the product code on each new account's header
      * and derives it for the accounts opened before it.
      *
      * Every setting the product does not allow prints with the
      * account's value and the product's default.  Also counted:
      *
      *  - accounts with no product code, which are not checked --
      *    those DSDS158 could not derive;
      *  - accounts whose product has no definition in effect for
      *    the bank, which print as PRODUCT NOT ON MASTER;
      *  - accounts with no statement header, whose cycle is not
      *    checked.
      *
      * A product withdrawn from sale still holds the accounts
      * already opened under it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-PARM-FILE     ASSIGN TO PRODPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-HDR-FILE       ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARN-ASSIGN-FILE   ASSIGN TO EARNASGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROD-CONFORM-RPT   ASSIGN TO PRODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  PROD-PARM-REC.
           05  PP-RUN-DATE             PIC 9(7).

       FD  NOW-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  EARN-ASSIGN-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  EARN-ASSIGN-REC.
           05  EA-BANK-NO              PIC 99.
           05  EA-ACCT-ID              PIC 9(3).
           05  EA-ACCT-NO              PIC 9(9).
           05  EA-EARN-RTN             PIC 99.

       FD  PROD-CONFORM-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PROD-CONFORM-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-ASGN-EOF-SW          PIC X          VALUE 'N'.
               88  WS-ASGN-EOF                        VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-PH-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PH-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AS-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AS-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FLAG-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Statement cycle of each account's regular statement header.
       01  WS-CYCLE-TABLE.
           05  WS-PH-ENTRY             OCCURS 20000 TIMES.
               10  WS-PH-BANK-NO       PIC 99.
               10  WS-PH-ACCT-ID       PIC 9(3).
               10  WS-PH-ACCT-NO       PIC 9(9).
               10  WS-PH-CYCLE         PIC 99.

      * EARNASGN's assignments to a routine other than 00.
       01  WS-ASSIGN-TABLE.
           05  WS-AS-ENTRY             OCCURS 20000 TIMES.
               10  WS-AS-BANK-NO       PIC 99.
               10  WS-AS-ACCT-ID       PIC 9(3).
               10  WS-AS-ACCT-NO       PIC 9(9).
               10  WS-AS-EARN-RTN      PIC 99.

       01  WS-PH-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-AS-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-NAH-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-NAH-ACCT-NO              PIC 9(9)       VALUE ZERO.
       01  WS-NO-HEADER-SW             PIC X          VALUE 'N'.
           88  WS-NO-HEADER                           VALUE 'Y'.
       01  WS-OUT-OF-LINE-SW           PIC X          VALUE 'N'.
           88  WS-OUT-OF-LINE                         VALUE 'Y'.

       01  WS-TOTALS.
           05  WS-TOT-ACCOUNTS         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NO-PRODUCT       PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CHECKED          PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CONFORMING       PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NOT-CONFORMING   PIC 9(7)       VALUE ZERO.
           05  WS-TOT-SETTINGS         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NOT-ON-MASTER    PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NO-HEADER        PIC 9(7)       VALUE ZERO.

      * Names of the values DSDS212 flags, in PRD-FLAG order.
       01  WS-SETTING-NAME-VALUES.
           05  FILLER                  PIC X(20)      VALUE
               'ACCT-ID'.
           05  FILLER                  PIC X(20)      VALUE
               'SC ROUTINE'.
           05  FILLER                  PIC X(20)      VALUE
               'EARN ROUTINE'.
           05  FILLER                  PIC X(20)      VALUE
               'STATEMENT CYCLE'.
           05  FILLER                  PIC X(20)      VALUE
               'ODB PLAN'.
           05  FILLER                  PIC X(20)      VALUE
               'STMT IMAGE IND'.
           05  FILLER                  PIC X(20)      VALUE
               'IMAGES PER PAGE'.
           05  FILLER                  PIC X(20)      VALUE
               'E-STATEMENT'.
       01  WS-SETTING-NAME-TABLE REDEFINES WS-SETTING-NAME-VALUES.
           05  WS-SETTING-NAME         PIC X(20)      OCCURS 8 TIMES.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(46)      VALUE
               'DSDS213 - PRODUCT CONFORMANCE REPORT   DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(79)      VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(6)       VALUE 'BANK: '.
           05  WS-EL-BANK              PIC Z9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-EL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-EL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X(11)      VALUE
               '  PRODUCT: '.
           05  WS-EL-PRODUCT           PIC X(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-REASON            PIC X(22).
           05  FILLER                  PIC X(9)       VALUE
               'ACCOUNT: '.
           05  WS-EL-ACCT-VALUE        PIC X(3).
           05  FILLER                  PIC X(11)      VALUE
               '  DEFAULT: '.
           05  WS-EL-PROD-VALUE        PIC X(3).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-EL-EFF-DATE          PIC X(7).
           05  FILLER                  PIC X(29)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

      * Deposit product service interface (DSDS212).
       01  PRD-PARM-AREA.
           05  PRD-REQUEST             PIC X.
               88  PRD-SET-UP                         VALUE 'S'.
               88  PRD-VERIFY                         VALUE 'V'.
               88  PRD-DERIVE                         VALUE 'D'.
           05  PRD-BANK-NO             PIC 99.
           05  PRD-PRODUCT-CODE        PIC X(4).
           05  PRD-AS-OF-DATE          PIC 9(7).
           05  PRD-ACCT-ID             PIC 9(3).
           05  PRD-SETTINGS.
               10  PRD-SC-ROUTINE      PIC 99.
               10  PRD-EARN-RTN        PIC 99.
               10  PRD-STMT-CYCLE      PIC 99.
               10  PRD-ODB-PLAN        PIC XX.
               10  PRD-STMT-IMAGE-IND  PIC X.
               10  FILLER              PIC X.
               10  PRD-IMAGES-PER-PAGE PIC 99.
               10  PRD-ESTATEMENT      PIC X.
               10  FILLER              PIC X.
           05  PRD-SETTING-VALUES REDEFINES PRD-SETTINGS.
               10  PRD-VALUE           PIC X(2)       OCCURS 7 TIMES.
           05  PRD-DEFAULT-ACCT-ID     PIC 9(3).
           05  PRD-DEFAULT-VALUE       PIC X(2)       OCCURS 7 TIMES.
           05  PRD-DESCRIPTION         PIC X(30).
           05  PRD-EFF-DATE            PIC 9(7).
           05  PRD-FLAG                PIC X          OCCURS 8 TIMES.
               88  PRD-DEFAULTED                      VALUE 'D'.
               88  PRD-NOT-ALLOWED                    VALUE 'X'.
           05  PRD-RETURN-CODE         PIC 99.
               88  PRD-FITS                           VALUE 0.
               88  PRD-NO-PRODUCT                     VALUE 1.
               88  PRD-DISALLOWED                     VALUE 2.
               88  PRD-WITHDRAWN-FROM-SALE            VALUE 3.
               88  PRD-AMBIGUOUS                      VALUE 4.
               88  PRD-BAD-REQUEST                    VALUE 5.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
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
           MOVE 'DSDS213 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ACCOUNT
               UNTIL WS-NOW-EOF.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-ACCOUNTS TO RRG-RECORDS-IN.
           MOVE WS-TOT-NOT-CONFORMING TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-PH-OVERFLOW > ZERO
              OR WS-AS-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PROD-PARM-FILE
                       NOW-HDR-FILE
                       PD-HDR-FILE
                       EARN-ASSIGN-FILE
                OUTPUT PROD-CONFORM-RPT.
           READ PROD-PARM-FILE.
           MOVE PP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE PROD-CONFORM-LINE FROM WS-RPT-HDG.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-CYCLE-TABLE
               UNTIL WS-PDH-EOF.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-ASSIGN-TABLE
               UNTIL WS-ASGN-EOF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-CYCLE-TABLE.
           IF PDH-HEADER
               IF WS-PH-COUNT < 20000
                   ADD 1 TO WS-PH-COUNT
                   MOVE WS-PH-COUNT TO WS-PH-IDX
                   MOVE PDH-BANK-NO TO WS-PH-BANK-NO (WS-PH-IDX)
                   MOVE PDH-ACCT-ID TO WS-PH-ACCT-ID (WS-PH-IDX)
                   MOVE PDH-ACCT-NO TO WS-PH-ACCT-NO (WS-PH-IDX)
                   MOVE PDH-STMT-CYCLE-CODE
                       TO WS-PH-CYCLE (WS-PH-IDX)
               ELSE
                   ADD 1 TO WS-PH-OVERFLOW
               END-IF
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       1100-LOAD-CYCLE-TABLE-EXIT.
           EXIT.

       1200-LOAD-ASSIGN-TABLE.
           IF EA-EARN-RTN NOT = ZERO
               IF WS-AS-COUNT < 20000
                   ADD 1 TO WS-AS-COUNT
                   MOVE WS-AS-COUNT TO WS-AS-IDX
                   MOVE EA-BANK-NO  TO WS-AS-BANK-NO (WS-AS-IDX)
                   MOVE EA-ACCT-ID  TO WS-AS-ACCT-ID (WS-AS-IDX)
                   MOVE EA-ACCT-NO  TO WS-AS-ACCT-NO (WS-AS-IDX)
                   MOVE EA-EARN-RTN TO WS-AS-EARN-RTN (WS-AS-IDX)
               ELSE
                   ADD 1 TO WS-AS-OVERFLOW
               END-IF
           END-IF.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
       1200-LOAD-ASSIGN-TABLE-EXIT.
           EXIT.

       2000-CHECK-ACCOUNT.
           ADD 1 TO WS-TOT-ACCOUNTS.
           IF NAH-PRODUCT-CODE = SPACES
               ADD 1 TO WS-TOT-NO-PRODUCT
           ELSE
               ADD 1 TO WS-TOT-CHECKED
               PERFORM 2100-BUILD-REQUEST
               CALL 'DSDS212' USING PRD-PARM-AREA
               IF WS-NO-HEADER
                   MOVE SPACE TO PRD-FLAG (4)
               END-IF
               EVALUATE TRUE
                   WHEN PRD-NO-PRODUCT
                       ADD 1 TO WS-TOT-NOT-ON-MASTER
                       PERFORM 3000-PRINT-NOT-ON-MASTER
                   WHEN OTHER
                       MOVE 'N' TO WS-OUT-OF-LINE-SW
                       PERFORM 3100-PRINT-SETTING
                           VARYING WS-FLAG-IDX FROM 1 BY 1
                           UNTIL WS-FLAG-IDX > 8
                       IF WS-OUT-OF-LINE
                           ADD 1 TO WS-TOT-NOT-CONFORMING
                       ELSE
                           ADD 1 TO WS-TOT-CONFORMING
                       END-IF
               END-EVALUATE
           END-IF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       2000-CHECK-ACCOUNT-EXIT.
           EXIT.

      * An account with no statement header is verified with its
      * cycle blank and the cycle's flag cleared afterwards.
       2100-BUILD-REQUEST.
           MOVE NAH-ACCT-ID TO WS-NAH-ACCT-ID.
           MOVE NAH-ACCT-NO TO WS-NAH-ACCT-NO.
           MOVE 'V' TO PRD-REQUEST.
           MOVE NAH-BANK-NO      TO PRD-BANK-NO.
           MOVE NAH-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           MOVE WS-RUN-DATE      TO PRD-AS-OF-DATE.
           MOVE WS-NAH-ACCT-ID   TO PRD-ACCT-ID.
           MOVE SPACES TO PRD-SETTINGS.
           MOVE NAH-SC-ROUTINE      TO PRD-SC-ROUTINE.
           MOVE NAH-ODB-PLAN        TO PRD-ODB-PLAN.
           MOVE NAH-STMT-IMAGE-IND  TO PRD-STMT-IMAGE-IND.
           MOVE NAH-IMAGES-PER-PAGE TO PRD-IMAGES-PER-PAGE.
           MOVE NAH-ESTATEMENT      TO PRD-ESTATEMENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-ASSIGN
               VARYING WS-AS-IDX FROM 1 BY 1
               UNTIL WS-AS-IDX > WS-AS-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AS-IDX
               MOVE WS-AS-EARN-RTN (WS-AS-IDX) TO PRD-EARN-RTN
           ELSE
               MOVE ZERO TO PRD-EARN-RTN
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2120-SCAN-CYCLE
               VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PH-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PH-IDX
               MOVE WS-PH-CYCLE (WS-PH-IDX) TO PRD-STMT-CYCLE
               MOVE 'N' TO WS-NO-HEADER-SW
           ELSE
               MOVE 'Y' TO WS-NO-HEADER-SW
               ADD 1 TO WS-TOT-NO-HEADER
           END-IF.
       2100-BUILD-REQUEST-EXIT.
           EXIT.

       2110-SCAN-ASSIGN.
           IF WS-AS-BANK-NO (WS-AS-IDX) = NAH-BANK-NO
              AND WS-AS-ACCT-ID (WS-AS-IDX) = WS-NAH-ACCT-ID
              AND WS-AS-ACCT-NO (WS-AS-IDX) = WS-NAH-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-ASSIGN-EXIT.
           EXIT.

       2120-SCAN-CYCLE.
           IF WS-PH-BANK-NO (WS-PH-IDX) = NAH-BANK-NO
              AND WS-PH-ACCT-ID (WS-PH-IDX) = WS-NAH-ACCT-ID
              AND WS-PH-ACCT-NO (WS-PH-IDX) = WS-NAH-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2120-SCAN-CYCLE-EXIT.
           EXIT.

       3000-PRINT-NOT-ON-MASTER.
           PERFORM 3900-SET-ACCOUNT-FIELDS.
           MOVE 'PRODUCT NOT ON MASTER' TO WS-EL-REASON.
           MOVE SPACES TO WS-EL-ACCT-VALUE
                          WS-EL-PROD-VALUE
                          WS-EL-EFF-DATE.
           WRITE PROD-CONFORM-LINE FROM WS-EXCEPTION-LINE.
       3000-PRINT-NOT-ON-MASTER-EXIT.
           EXIT.

      * Flag 1 is the ACCT-ID; flags 2 to 8 are settings 1 to 7.
       3100-PRINT-SETTING.
           IF PRD-NOT-ALLOWED (WS-FLAG-IDX)
               MOVE 'Y' TO WS-OUT-OF-LINE-SW
               ADD 1 TO WS-TOT-SETTINGS
               PERFORM 3900-SET-ACCOUNT-FIELDS
               MOVE WS-SETTING-NAME (WS-FLAG-IDX) TO WS-EL-REASON
               IF WS-FLAG-IDX = 1
                   MOVE PRD-ACCT-ID TO WS-EL-ACCT-VALUE
                   MOVE PRD-DEFAULT-ACCT-ID TO WS-EL-PROD-VALUE
               ELSE
                   MOVE PRD-VALUE (WS-FLAG-IDX - 1)
                       TO WS-EL-ACCT-VALUE
                   MOVE PRD-DEFAULT-VALUE (WS-FLAG-IDX - 1)
                       TO WS-EL-PROD-VALUE
               END-IF
               MOVE PRD-EFF-DATE TO WS-EL-EFF-DATE
               WRITE PROD-CONFORM-LINE FROM WS-EXCEPTION-LINE
           END-IF.
       3100-PRINT-SETTING-EXIT.
           EXIT.

       3900-SET-ACCOUNT-FIELDS.
           MOVE NAH-BANK-NO      TO WS-EL-BANK.
           MOVE WS-NAH-ACCT-ID   TO WS-EL-ACCT-ID.
           MOVE WS-NAH-ACCT-NO   TO WS-EL-ACCT-NO.
           MOVE NAH-PRODUCT-CODE TO WS-EL-PRODUCT.
       3900-SET-ACCOUNT-FIELDS-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PROD-CONFORM-LINE.
           WRITE PROD-CONFORM-LINE.
           MOVE 'ACCOUNTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCOUNTS TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO PRODUCT CODE - NOT CHECKED' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-PRODUCT TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS CHECKED' TO WS-TL-LABEL.
           MOVE WS-TOT-CHECKED TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONFORMING TO PRODUCT' TO WS-TL-LABEL.
           MOVE WS-TOT-CONFORMING TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOT CONFORMING TO PRODUCT' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-CONFORMING TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'SETTINGS NOT ALLOWED BY PRODUCT' TO WS-TL-LABEL.
           MOVE WS-TOT-SETTINGS TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'PRODUCT NOT ON MASTER' TO WS-TL-LABEL.
           MOVE WS-TOT-NOT-ON-MASTER TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO STATEMENT HEADER - CYCLE NOT CHECKED'
               TO WS-TL-LABEL.
           MOVE WS-TOT-NO-HEADER TO WS-TL-COUNT.
           WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE.
           IF WS-PH-OVERFLOW > ZERO
               MOVE 'HEADER TABLE FULL - HEADERS DROPPED'
                   TO WS-TL-LABEL
               MOVE WS-PH-OVERFLOW TO WS-TL-COUNT
               WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-AS-OVERFLOW > ZERO
               MOVE 'ASSIGN TABLE FULL - ACCOUNTS DROPPED'
                   TO WS-TL-LABEL
               MOVE WS-AS-OVERFLOW TO WS-TL-COUNT
               WRITE PROD-CONFORM-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PROD-PARM-FILE
                 NOW-HDR-FILE
                 PD-HDR-FILE
                 EARN-ASSIGN-FILE
                 PROD-CONFORM-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
