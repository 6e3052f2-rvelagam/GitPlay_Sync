      * each account to its opening branch; the report closes with
      * per-branch account counts and average scores.  An account
      * with no BRXREF row reports under branch zero.
      *
      * The NOW header stream then rewrites from NOWHDR to NOWHDRO
      * (see DSDSODB) to set each new account up under its deposit
      * product through DSDS212 (see DSDSPROD), as at the day the
      * account was opened:
      *
      *  - NAH-PRODUCT-CODE as keyed at set-up, or if blank the one
      *    product whose default ACCT-ID is the account's (request
      *    D);
      *  - request S defaults any setting left blank -- an SC
      *    routine or images-per-page of zero counts as blank -- and
      *    the defaults go onto the header.  The earn routine and
      *    statement cycle are not held on the header; their
      *    defaults print for the platform to assign;
      *  - request V then checks the completed account, and every
      *    value the product does not allow prints as NOT ALLOWED
      *    with the product's default.  The account is counted as
      *    rejected, as is one with no product, one whose product
      *    has no definition in effect or one withdrawn from sale.
      *
      * A header already on file with no product code has its code
      * derived the same way as at its processing date, so the
      * accounts opened before products were recorded are coded on
      * the first run; one that cannot be derived is counted and
      * left blank.  The section closes with its own counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUALITY-RPT        ASSIGN TO QUALRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-OUT            ASSIGN TO NOWHDRO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  QUALITY-RPT-LINE            PIC X(132).

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  NOW-OUT
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-OUT-REC                 PIC X(225).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-HF-EOF-SW            PIC X          VALUE 'N'.
               88  WS-BX-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-REJECTED-SW          PIC X          VALUE 'N'.
               88  WS-REJECTED                        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-ID-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FLAG-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Valid account IDs per bank off the BCF.
       01  WS-ACCT-ID-TABLE.
               10  WS-BR-ACCT-CNT      PIC S9(5)      COMP-3.
               10  WS-BR-SCORE-SUM     PIC S9(9)      COMP-3.

      * The day's new accounts, with the date each was opened.
       01  WS-NEW-ACCT-TABLE.
           05  WS-NA-ENTRY             OCCURS 5000 TIMES.
               10  WS-NA-BANK-NO       PIC 99.
               10  WS-NA-ACCT-ID       PIC 9(3).
               10  WS-NA-ACCT-NO       PIC 9(9).
               10  WS-NA-OPEN-DATE     PIC 9(7).
               10  WS-NA-MATCHED-SW    PIC X.
                   88  WS-NA-MATCHED                  VALUE 'Y'.

       01  WS-NA-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-NAH-ACCT-ID              PIC 9(3)       VALUE ZERO.
       01  WS-NAH-ACCT-NO              PIC 9(9)       VALUE ZERO.
       01  WS-NAH-PROC-DATE            PIC 9(7)       VALUE ZERO.

       01  WS-PRODUCT-TOTALS.
           05  WS-TOT-NEW-SET-UP       PIC 9(7)       VALUE ZERO.
           05  WS-TOT-SETTINGS-DFLT    PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NEW-REJECTED     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-NEW-NOT-ON-NOW   PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CODE-DERIVED     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CODE-NONE        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-CODE-AMBIGUOUS   PIC 9(7)       VALUE ZERO.

       01  WS-SCORE                    PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-BRANCH                   PIC 9(4)       VALUE ZERO.

       COPY CIFU032P.

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
           05  FILLER                  PIC X(50)      VALUE
               'DSDS158 - NEW ACCOUNT ONBOARDING QUALITY EDIT'.
           05  WS-BL-AVG-SCORE         PIC ZZ9.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-PRODUCT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'NEW ACCOUNT PRODUCT SET-UP'.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-PRODUCT-LINE.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-PL-BANK              PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-PL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-PL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X(11)      VALUE
               '  PRODUCT: '.
           05  WS-PL-PRODUCT           PIC X(4).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-PL-REASON            PIC X(30).
           05  WS-PL-ACTION            PIC X(13).
           05  FILLER                  PIC X(7)       VALUE
               'VALUE: '.
           05  WS-PL-VALUE             PIC X(3).
           05  FILLER                  PIC X(11)      VALUE
               '  DEFAULT: '.
           05  WS-PL-DEFAULT           PIC X(3).
           05  FILLER                  PIC X(25)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 5000-PRINT-BRANCH-SCORES
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT.
           MOVE SPACES TO QUALITY-RPT-LINE.
           WRITE QUALITY-RPT-LINE.
           WRITE QUALITY-RPT-LINE FROM WS-PRODUCT-HDG.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 3000-SET-UP-PRODUCT
               UNTIL WS-NOW-EOF.
           PERFORM 6000-PRINT-PRODUCT-TOTALS.
           IF WS-NA-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           OPEN INPUT  DSDS-H-FILE
                       BCF-FILE
                       BRANCH-XREF-FILE
                       NOW-FILE
                OUTPUT QUALITY-RPT
                       NOW-OUT.
           WRITE QUALITY-RPT-LINE FROM WS-RPT-HDG.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
               PERFORM 2400-FIND-BRANCH
               PERFORM 2500-PRINT-ACCOUNT
               PERFORM 2600-ADD-TO-BRANCH
               PERFORM 2700-SAVE-NEW-ACCOUNT
           END-IF.
           READ DSDS-H-FILE
               AT END MOVE 'Y' TO WS-HF-EOF-SW
       2610-SCAN-BRANCHES-EXIT.
           EXIT.

       2700-SAVE-NEW-ACCOUNT.
           IF WS-NA-COUNT < 5000
               ADD 1 TO WS-NA-COUNT
               MOVE WS-NA-COUNT TO WS-NA-IDX
               MOVE DSDS-H-BANK-NO TO WS-NA-BANK-NO (WS-NA-IDX)
               MOVE DSDS-H-ACCT-ID TO WS-NA-ACCT-ID (WS-NA-IDX)
               MOVE DSDS-H-ACCT-NO TO WS-NA-ACCT-NO (WS-NA-IDX)
               MOVE DSDS-H-MAINT-DATE
                   TO WS-NA-OPEN-DATE (WS-NA-IDX)
               MOVE 'N' TO WS-NA-MATCHED-SW (WS-NA-IDX)
           ELSE
               ADD 1 TO WS-NA-OVERFLOW
           END-IF.
       2700-SAVE-NEW-ACCOUNT-EXIT.
           EXIT.

      * Every header passes through to NOWHDRO; a new account is set
      * up under its product and an older one with no product code
      * has it derived.
       3000-SET-UP-PRODUCT.
           MOVE NAH-ACCT-ID TO WS-NAH-ACCT-ID.
           MOVE NAH-ACCT-NO TO WS-NAH-ACCT-NO.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3010-SCAN-NEW-ACCOUNTS
               VARYING WS-NA-IDX FROM 1 BY 1
               UNTIL WS-NA-IDX > WS-NA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-NA-IDX
               MOVE 'Y' TO WS-NA-MATCHED-SW (WS-NA-IDX)
               PERFORM 3100-SET-UP-NEW-ACCOUNT
           ELSE
               IF NAH-PRODUCT-CODE = SPACES
                   MOVE NAH-CURR-PROC-DT TO WS-NAH-PROC-DATE
                   PERFORM 3200-DERIVE-PRODUCT
                   EVALUATE TRUE
                       WHEN PRD-FITS
                           ADD 1 TO WS-TOT-CODE-DERIVED
                       WHEN PRD-AMBIGUOUS
                           ADD 1 TO WS-TOT-CODE-AMBIGUOUS
                       WHEN OTHER
                           ADD 1 TO WS-TOT-CODE-NONE
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE NOW-ACCT-HEADER-RECORD TO NOW-OUT-REC.
           WRITE NOW-OUT-REC.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       3000-SET-UP-PRODUCT-EXIT.
           EXIT.

       3010-SCAN-NEW-ACCOUNTS.
           IF NAH-BANK-NO = WS-NA-BANK-NO (WS-NA-IDX)
              AND WS-NAH-ACCT-ID = WS-NA-ACCT-ID (WS-NA-IDX)
              AND WS-NAH-ACCT-NO = WS-NA-ACCT-NO (WS-NA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3010-SCAN-NEW-ACCOUNTS-EXIT.
           EXIT.

      * Request S takes the header's own settings, blank earn
      * routine and cycle, and an SC routine or images-per-page of
      * zero as blank; request V then checks what S completed.
       3100-SET-UP-NEW-ACCOUNT.
           ADD 1 TO WS-TOT-NEW-SET-UP.
           MOVE 'N' TO WS-REJECTED-SW.
           MOVE WS-NA-OPEN-DATE (WS-NA-IDX) TO WS-NAH-PROC-DATE.
           IF NAH-PRODUCT-CODE = SPACES
               PERFORM 3200-DERIVE-PRODUCT
           END-IF.
           IF NAH-PRODUCT-CODE = SPACES
               MOVE 'Y' TO WS-REJECTED-SW
               IF PRD-AMBIGUOUS
                   MOVE 'MORE THAN ONE PRODUCT FOR ID'
                       TO WS-PL-REASON
               ELSE
                   MOVE 'NO PRODUCT FOR ACCT-ID' TO WS-PL-REASON
               END-IF
               PERFORM 3500-PRINT-PRODUCT-LINE
           ELSE
               MOVE 'S' TO PRD-REQUEST
               MOVE NAH-BANK-NO      TO PRD-BANK-NO
               MOVE NAH-PRODUCT-CODE TO PRD-PRODUCT-CODE
               MOVE WS-NAH-PROC-DATE TO PRD-AS-OF-DATE
               MOVE WS-NAH-ACCT-ID   TO PRD-ACCT-ID
               MOVE SPACES TO PRD-SETTINGS
               IF NAH-SC-ROUTINE NOT = ZERO
                   MOVE NAH-SC-ROUTINE TO PRD-SC-ROUTINE
               END-IF
               MOVE NAH-ODB-PLAN       TO PRD-ODB-PLAN
               MOVE NAH-STMT-IMAGE-IND TO PRD-STMT-IMAGE-IND
               IF NAH-IMAGES-PER-PAGE NOT = ZERO
                   MOVE NAH-IMAGES-PER-PAGE TO PRD-IMAGES-PER-PAGE
               END-IF
               MOVE NAH-ESTATEMENT     TO PRD-ESTATEMENT
               CALL 'DSDS212' USING PRD-PARM-AREA
               EVALUATE TRUE
                   WHEN PRD-NO-PRODUCT
                       MOVE 'Y' TO WS-REJECTED-SW
                       MOVE 'PRODUCT NOT ON MASTER' TO WS-PL-REASON
                       PERFORM 3500-PRINT-PRODUCT-LINE
                   WHEN PRD-WITHDRAWN-FROM-SALE
                       MOVE 'Y' TO WS-REJECTED-SW
                       MOVE 'PRODUCT WITHDRAWN FROM SALE'
                           TO WS-PL-REASON
                       PERFORM 3500-PRINT-PRODUCT-LINE
                   WHEN OTHER
                       PERFORM 3300-APPLY-DEFAULTS
                       PERFORM 3310-PRINT-DEFAULT
                           VARYING WS-FLAG-IDX FROM 1 BY 1
                           UNTIL WS-FLAG-IDX > 8
                       MOVE 'V' TO PRD-REQUEST
                       CALL 'DSDS212' USING PRD-PARM-AREA
                       PERFORM 3400-PRINT-NOT-ALLOWED
                           VARYING WS-FLAG-IDX FROM 1 BY 1
                           UNTIL WS-FLAG-IDX > 8
               END-EVALUATE
           END-IF.
           IF WS-REJECTED
               ADD 1 TO WS-TOT-NEW-REJECTED
           END-IF.
       3100-SET-UP-NEW-ACCOUNT-EXIT.
           EXIT.

      * The product code as of WS-NAH-PROC-DATE goes onto the
      * header when exactly one product defaults to its ACCT-ID.
       3200-DERIVE-PRODUCT.
           MOVE 'D' TO PRD-REQUEST.
           MOVE NAH-BANK-NO      TO PRD-BANK-NO.
           MOVE SPACES           TO PRD-PRODUCT-CODE.
           MOVE WS-NAH-PROC-DATE TO PRD-AS-OF-DATE.
           MOVE WS-NAH-ACCT-ID   TO PRD-ACCT-ID.
           MOVE SPACES TO PRD-SETTINGS.
           CALL 'DSDS212' USING PRD-PARM-AREA.
           IF PRD-FITS
               MOVE PRD-PRODUCT-CODE TO NAH-PRODUCT-CODE
           END-IF.
       3200-DERIVE-PRODUCT-EXIT.
           EXIT.

      * A numeric setting goes onto the header only where the
      * product's default is itself numeric.
       3300-APPLY-DEFAULTS.
           IF PRD-DEFAULTED (2)
              AND PRD-SC-ROUTINE NUMERIC
               MOVE PRD-SC-ROUTINE TO NAH-SC-ROUTINE
           END-IF.
           IF PRD-DEFAULTED (5)
               MOVE PRD-ODB-PLAN TO NAH-ODB-PLAN
           END-IF.
           IF PRD-DEFAULTED (6)
               MOVE PRD-STMT-IMAGE-IND TO NAH-STMT-IMAGE-IND
           END-IF.
           IF PRD-DEFAULTED (7)
              AND PRD-IMAGES-PER-PAGE NUMERIC
               MOVE PRD-IMAGES-PER-PAGE TO NAH-IMAGES-PER-PAGE
           END-IF.
           IF PRD-DEFAULTED (8)
               MOVE PRD-ESTATEMENT TO NAH-ESTATEMENT
           END-IF.
       3300-APPLY-DEFAULTS-EXIT.
           EXIT.

      * Flag 1 is the ACCT-ID; flags 2 to 8 are settings 1 to 7.
       3310-PRINT-DEFAULT.
           IF PRD-DEFAULTED (WS-FLAG-IDX)
               ADD 1 TO WS-TOT-SETTINGS-DFLT
               MOVE WS-SETTING-NAME (WS-FLAG-IDX) TO WS-PL-REASON
               MOVE 'DEFAULTED' TO WS-PL-ACTION
               PERFORM 3510-SET-VALUES
               PERFORM 3500-PRINT-PRODUCT-LINE
           END-IF.
       3310-PRINT-DEFAULT-EXIT.
           EXIT.

       3400-PRINT-NOT-ALLOWED.
           IF PRD-NOT-ALLOWED (WS-FLAG-IDX)
               MOVE 'Y' TO WS-REJECTED-SW
               MOVE WS-SETTING-NAME (WS-FLAG-IDX) TO WS-PL-REASON
               MOVE 'NOT ALLOWED' TO WS-PL-ACTION
               PERFORM 3510-SET-VALUES
               PERFORM 3500-PRINT-PRODUCT-LINE
           END-IF.
       3400-PRINT-NOT-ALLOWED-EXIT.
           EXIT.

       3500-PRINT-PRODUCT-LINE.
           MOVE NAH-BANK-NO      TO WS-PL-BANK.
           MOVE WS-NAH-ACCT-ID   TO WS-PL-ACCT-ID.
           MOVE WS-NAH-ACCT-NO   TO WS-PL-ACCT-NO.
           MOVE NAH-PRODUCT-CODE TO WS-PL-PRODUCT.
           WRITE QUALITY-RPT-LINE FROM WS-PRODUCT-LINE.
           MOVE SPACES TO WS-PL-REASON
                          WS-PL-ACTION
                          WS-PL-VALUE
                          WS-PL-DEFAULT.
       3500-PRINT-PRODUCT-LINE-EXIT.
           EXIT.

       3510-SET-VALUES.
           IF WS-FLAG-IDX = 1
               MOVE PRD-ACCT-ID TO WS-PL-VALUE
               MOVE PRD-DEFAULT-ACCT-ID TO WS-PL-DEFAULT
           ELSE
               MOVE PRD-VALUE (WS-FLAG-IDX - 1) TO WS-PL-VALUE
               MOVE PRD-DEFAULT-VALUE (WS-FLAG-IDX - 1)
                   TO WS-PL-DEFAULT
           END-IF.
       3510-SET-VALUES-EXIT.
           EXIT.

       5000-PRINT-BRANCH-SCORES.
           MOVE WS-BR-BANK-NO (WS-BR-IDX)  TO WS-BL-BANK.
           MOVE WS-BR-BRANCH (WS-BR-IDX)   TO WS-BL-BRANCH.
       5000-PRINT-BRANCH-SCORES-EXIT.
           EXIT.

       6000-PRINT-PRODUCT-TOTALS.
           PERFORM 6100-COUNT-NOT-ON-NOW
               VARYING WS-NA-IDX FROM 1 BY 1
               UNTIL WS-NA-IDX > WS-NA-COUNT.
           MOVE SPACES TO QUALITY-RPT-LINE.
           WRITE QUALITY-RPT-LINE.
           MOVE 'NEW ACCOUNTS SET UP' TO WS-TL-LABEL.
           MOVE WS-TOT-NEW-SET-UP TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SETTINGS DEFAULTED FROM PRODUCT' TO WS-TL-LABEL.
           MOVE WS-TOT-SETTINGS-DFLT TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NEW ACCOUNTS REJECTED BY PRODUCT' TO WS-TL-LABEL.
           MOVE WS-TOT-NEW-REJECTED TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NEW ACCOUNTS NOT ON NOWHDR' TO WS-TL-LABEL.
           MOVE WS-TOT-NEW-NOT-ON-NOW TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PRODUCT CODES DERIVED' TO WS-TL-LABEL.
           MOVE WS-TOT-CODE-DERIVED TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO PRODUCT FOR ACCT-ID - LEFT BLANK' TO WS-TL-LABEL.
           MOVE WS-TOT-CODE-NONE TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MORE THAN ONE PRODUCT - LEFT BLANK' TO WS-TL-LABEL.
           MOVE WS-TOT-CODE-AMBIGUOUS TO WS-TL-COUNT.
           WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-NA-OVERFLOW > ZERO
               MOVE 'NEW ACCOUNT TABLE FULL - NOT SET UP'
                   TO WS-TL-LABEL
               MOVE WS-NA-OVERFLOW TO WS-TL-COUNT
               WRITE QUALITY-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       6000-PRINT-PRODUCT-TOTALS-EXIT.
           EXIT.

       6100-COUNT-NOT-ON-NOW.
           IF NOT WS-NA-MATCHED (WS-NA-IDX)
               ADD 1 TO WS-TOT-NEW-NOT-ON-NOW
           END-IF.
       6100-COUNT-NOT-ON-NOW-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSDS-H-FILE
                 BCF-FILE
                 BRANCH-XREF-FILE
                 QUALITY-RPT
                 NOW-FILE
                 NOW-OUT.
       9000-TERMINATE-EXIT.
           EXIT.
