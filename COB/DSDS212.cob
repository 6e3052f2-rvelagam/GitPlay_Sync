       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS212.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS212 is the deposit product service, callable in the
      * DSDS103 style:
      *
      *     CALL 'DSDS212' USING PRD-PARM-AREA.
      *
      * A new account's ACCT-ID, service-charge routine, earn
      * routine, statement cycle, ODB plan, image options and
      * e-statement flag used to be keyed from memory, and a wrong
      * routine for the product is the commonest error DSDS158
      * finds.  PRODMAST (see DSDSPROD) now defines each product per
      * bank, effective-dated: the ACCT-ID-CODE values it may be
      * opened under and, for each setting, a default and the other
      * values allowed.  The definition in effect is the one with
      * the latest effective date not after PRD-AS-OF-DATE, as
      * DSDS201 finds a rate schedule.
      *
      * The caller sets PRD-BANK-NO, PRD-PRODUCT-CODE, PRD-AS-OF-
      * DATE, PRD-ACCT-ID and the settings, and one of:
      *
      *  - PRD-REQUEST S: set up a new account.  An ACCT-ID of zero
      *    or a setting left blank takes the product's default;
      *    anything keyed must be one the product allows.  A
      *    product withdrawn from sale opens nothing;
      *  - PRD-REQUEST V: hold an existing account to its product.
      *    Nothing is defaulted; every value is checked as it
      *    stands, a blank setting included;
      *  - PRD-REQUEST D: derive the product of an account opened
      *    before products were recorded.  PRD-PRODUCT-CODE comes
      *    back as the one product of the bank, in effect on PRD-
      *    AS-OF-DATE, whose default ACCT-ID is PRD-ACCT-ID.  A
      *    product withdrawn from sale still counts.  Nothing is
      *    checked or defaulted.
      *
      * Back come the settings, defaulted where asked, the
      * product's own defaults, its description and effective
      * date, and a flag per value -- PRD-FLAG (1) for the ACCT-ID,
      * (2) to (8) for settings 1 to 7 -- of D where it was
      * defaulted or X where the product does not allow it.
      *
      * Return codes: 0 the account fits the product (request D:
      * the product is derived); 1 no definition of the product in
      * effect for the bank (request D: no product defaults to the
      * ACCT-ID); 2 one or more values flagged X; 3 the product is
      * withdrawn from sale (request S only); 4 more than one
      * product defaults to the ACCT-ID (request D only, the code
      * left blank); 5 bad request.
      *
      * PRODMAST loads on the first call and stays resident for the
      * run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE       ASSIGN TO PRODMAST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PRODUCT-FILE-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOADED-SW            PIC X          VALUE 'N'.
               88  WS-LOADED                          VALUE 'Y'.
           05  WS-PD-EOF-SW            PIC X          VALUE 'N'.
               88  WS-PD-EOF                          VALUE 'Y'.
           05  WS-ALLOWED-SW           PIC X          VALUE 'N'.
               88  WS-ALLOWED                         VALUE 'Y'.
           05  WS-AMBIGUOUS-SW         PIC X          VALUE 'N'.
               88  WS-AMBIGUOUS                       VALUE 'Y'.
           05  WS-LIST-END-SW          PIC X          VALUE 'N'.
               88  WS-LIST-END                        VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-PT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SCAN-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BEST-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SET-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AL-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FLAG-IDX             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Every definition on PRODMAST, with its record image.
       01  WS-PRODUCT-TABLE.
           05  WS-PT-ENTRY             OCCURS 2000 TIMES.
               10  WS-PT-BANK-NO       PIC 99.
               10  WS-PT-PRODUCT-CODE  PIC X(4).
               10  WS-PT-EFF-DATE      PIC 9(7).
               10  WS-PT-DFLT-ACCT-ID  PIC 9(3).
               10  WS-PT-IMAGE         PIC X(200).

       01  WS-DERIVED-CODE             PIC X(4)       VALUE SPACES.

       COPY DSDSPROD.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING PRD-PARM-AREA.

       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-PRODUCTS
           END-IF.
           MOVE ZERO TO PRD-RETURN-CODE
                        PRD-DEFAULT-ACCT-ID
                        PRD-EFF-DATE.
           MOVE SPACES TO PRD-DESCRIPTION.
           PERFORM 2000-CLEAR-RESULT
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 8.
           EVALUATE TRUE
               WHEN PRD-DERIVE
                   PERFORM 4000-DERIVE-PRODUCT
               WHEN PRD-SET-UP
               WHEN PRD-VERIFY
                   PERFORM 2050-FIND-IN-EFFECT
                   IF WS-BEST-IDX = ZERO
                       MOVE 01 TO PRD-RETURN-CODE
                   ELSE
                       PERFORM 3000-APPLY-PRODUCT
                   END-IF
               WHEN OTHER
                   MOVE 05 TO PRD-RETURN-CODE
           END-EVALUATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           READ PRODUCT-FILE INTO DEPOSIT-PRODUCT-REC
               AT END MOVE 'Y' TO WS-PD-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ONE-PRODUCT
               UNTIL WS-PD-EOF.
           CLOSE PRODUCT-FILE.
           MOVE 'Y' TO WS-LOADED-SW.
       1000-LOAD-PRODUCTS-EXIT.
           EXIT.

       1100-LOAD-ONE-PRODUCT.
           IF WS-PT-COUNT < 2000
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-IDX
               MOVE PD-BANK-NO      TO WS-PT-BANK-NO (WS-PT-IDX)
               MOVE PD-PRODUCT-CODE TO WS-PT-PRODUCT-CODE (WS-PT-IDX)
               MOVE PD-EFF-DATE     TO WS-PT-EFF-DATE (WS-PT-IDX)
               MOVE PD-ACCT-ID (1)  TO WS-PT-DFLT-ACCT-ID (WS-PT-IDX)
               MOVE DEPOSIT-PRODUCT-REC TO WS-PT-IMAGE (WS-PT-IDX)
           END-IF.
           READ PRODUCT-FILE INTO DEPOSIT-PRODUCT-REC
               AT END MOVE 'Y' TO WS-PD-EOF-SW
           END-READ.
       1100-LOAD-ONE-PRODUCT-EXIT.
           EXIT.

       2000-CLEAR-RESULT.
           MOVE SPACE TO PRD-FLAG (WS-FLAG-IDX).
           IF WS-FLAG-IDX < 8
               MOVE SPACES TO PRD-DEFAULT-VALUE (WS-FLAG-IDX)
           END-IF.
       2000-CLEAR-RESULT-EXIT.
           EXIT.

      * The definition of PRD-PRODUCT-CODE in effect for the bank
      * on PRD-AS-OF-DATE, left in WS-BEST-IDX (zero for none).
       2050-FIND-IN-EFFECT.
           MOVE ZERO TO WS-BEST-IDX.
           PERFORM 2100-SCAN-FOR-EFFECT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PT-COUNT.
       2050-FIND-IN-EFFECT-EXIT.
           EXIT.

       2100-SCAN-FOR-EFFECT.
           IF PRD-BANK-NO = WS-PT-BANK-NO (WS-SCAN-IDX)
              AND PRD-PRODUCT-CODE = WS-PT-PRODUCT-CODE (WS-SCAN-IDX)
              AND WS-PT-EFF-DATE (WS-SCAN-IDX) NOT > PRD-AS-OF-DATE
               IF WS-BEST-IDX = ZERO
                   MOVE WS-SCAN-IDX TO WS-BEST-IDX
               ELSE
                   IF WS-PT-EFF-DATE (WS-SCAN-IDX) >
                          WS-PT-EFF-DATE (WS-BEST-IDX)
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-IF.
       2100-SCAN-FOR-EFFECT-EXIT.
           EXIT.

       3000-APPLY-PRODUCT.
           MOVE WS-PT-IMAGE (WS-BEST-IDX) TO DEPOSIT-PRODUCT-REC.
           MOVE PD-EFF-DATE    TO PRD-EFF-DATE.
           MOVE PD-DESCRIPTION TO PRD-DESCRIPTION.
           MOVE PD-ACCT-ID (1) TO PRD-DEFAULT-ACCT-ID.
           IF PRD-SET-UP
              AND PD-WITHDRAWN
               MOVE 03 TO PRD-RETURN-CODE
           ELSE
               PERFORM 3100-CHECK-ACCT-ID
               PERFORM 3200-CHECK-SETTING
                   VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 7
               PERFORM 3900-SET-RETURN-CODE
                   VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 8
           END-IF.
       3000-APPLY-PRODUCT-EXIT.
           EXIT.

       3100-CHECK-ACCT-ID.
           IF PRD-SET-UP
              AND PRD-ACCT-ID = ZERO
               MOVE PD-ACCT-ID (1) TO PRD-ACCT-ID
               MOVE 'D' TO PRD-FLAG (1)
           ELSE
               MOVE 'N' TO WS-ALLOWED-SW
               PERFORM 3110-SCAN-ACCT-ID
                   VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > 6
                      OR WS-ALLOWED
               IF NOT WS-ALLOWED
                   MOVE 'X' TO PRD-FLAG (1)
               END-IF
           END-IF.
       3100-CHECK-ACCT-ID-EXIT.
           EXIT.

       3110-SCAN-ACCT-ID.
           IF PD-ACCT-ID (WS-AL-IDX) NOT = ZERO
              AND PD-ACCT-ID (WS-AL-IDX) = PRD-ACCT-ID
               MOVE 'Y' TO WS-ALLOWED-SW
           END-IF.
       3110-SCAN-ACCT-ID-EXIT.
           EXIT.

      * A setting's flag sits one place after it, behind the
      * ACCT-ID's.
       3200-CHECK-SETTING.
           COMPUTE WS-FLAG-IDX = WS-SET-IDX + 1.
           MOVE PD-SET-DEFAULT (WS-SET-IDX)
               TO PRD-DEFAULT-VALUE (WS-SET-IDX).
           IF PRD-SET-UP
              AND PRD-VALUE (WS-SET-IDX) = SPACES
               MOVE PD-SET-DEFAULT (WS-SET-IDX)
                   TO PRD-VALUE (WS-SET-IDX)
               MOVE 'D' TO PRD-FLAG (WS-FLAG-IDX)
           ELSE
               IF PRD-VALUE (WS-SET-IDX) = PD-SET-DEFAULT (WS-SET-IDX)
                   MOVE 'Y' TO WS-ALLOWED-SW
               ELSE
                   MOVE 'N' TO WS-ALLOWED-SW
                   MOVE 'N' TO WS-LIST-END-SW
                   PERFORM 3210-SCAN-ALLOWED
                       VARYING WS-AL-IDX FROM 1 BY 1
                       UNTIL WS-AL-IDX > 6
                          OR WS-ALLOWED
                          OR WS-LIST-END
               END-IF
               IF NOT WS-ALLOWED
                   MOVE 'X' TO PRD-FLAG (WS-FLAG-IDX)
               END-IF
           END-IF.
       3200-CHECK-SETTING-EXIT.
           EXIT.

      * Spaces end the list of allowed values.
       3210-SCAN-ALLOWED.
           EVALUATE TRUE
               WHEN PD-SET-ALLOWED (WS-SET-IDX WS-AL-IDX) = SPACES
                   MOVE 'Y' TO WS-LIST-END-SW
               WHEN PD-SET-ALLOWED (WS-SET-IDX WS-AL-IDX) = '**'
                   MOVE 'Y' TO WS-ALLOWED-SW
               WHEN PD-SET-ALLOWED (WS-SET-IDX WS-AL-IDX) = '--'
                AND PRD-VALUE (WS-SET-IDX) = SPACES
                   MOVE 'Y' TO WS-ALLOWED-SW
               WHEN PD-SET-ALLOWED (WS-SET-IDX WS-AL-IDX) =
                    PRD-VALUE (WS-SET-IDX)
                   MOVE 'Y' TO WS-ALLOWED-SW
           END-EVALUATE.
       3210-SCAN-ALLOWED-EXIT.
           EXIT.

       3900-SET-RETURN-CODE.
           IF PRD-NOT-ALLOWED (WS-FLAG-IDX)
               MOVE 02 TO PRD-RETURN-CODE
           END-IF.
       3900-SET-RETURN-CODE-EXIT.
           EXIT.

      * Every product of the bank with a definition defaulting to
      * the ACCT-ID is a candidate; it counts only if the definition
      * in effect on the as-of date still defaults to it.
       4000-DERIVE-PRODUCT.
           MOVE SPACES TO WS-DERIVED-CODE.
           MOVE 'N' TO WS-AMBIGUOUS-SW.
           PERFORM 4100-SCAN-FOR-DERIVE
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
                  OR WS-AMBIGUOUS.
           EVALUATE TRUE
               WHEN WS-AMBIGUOUS
                   MOVE SPACES TO PRD-PRODUCT-CODE
                   MOVE 04 TO PRD-RETURN-CODE
               WHEN WS-DERIVED-CODE = SPACES
                   MOVE SPACES TO PRD-PRODUCT-CODE
                   MOVE 01 TO PRD-RETURN-CODE
               WHEN OTHER
                   MOVE WS-DERIVED-CODE TO PRD-PRODUCT-CODE
                   PERFORM 2050-FIND-IN-EFFECT
                   MOVE WS-PT-IMAGE (WS-BEST-IDX)
                       TO DEPOSIT-PRODUCT-REC
                   MOVE PD-EFF-DATE    TO PRD-EFF-DATE
                   MOVE PD-DESCRIPTION TO PRD-DESCRIPTION
                   MOVE PD-ACCT-ID (1) TO PRD-DEFAULT-ACCT-ID
           END-EVALUATE.
       4000-DERIVE-PRODUCT-EXIT.
           EXIT.

       4100-SCAN-FOR-DERIVE.
           IF PRD-BANK-NO = WS-PT-BANK-NO (WS-PT-IDX)
              AND WS-PT-DFLT-ACCT-ID (WS-PT-IDX) = PRD-ACCT-ID
              AND WS-PT-EFF-DATE (WS-PT-IDX) NOT > PRD-AS-OF-DATE
              AND WS-PT-PRODUCT-CODE (WS-PT-IDX) NOT = WS-DERIVED-CODE
               MOVE WS-PT-PRODUCT-CODE (WS-PT-IDX) TO PRD-PRODUCT-CODE
               PERFORM 2050-FIND-IN-EFFECT
               IF WS-PT-DFLT-ACCT-ID (WS-BEST-IDX) = PRD-ACCT-ID
                   IF WS-DERIVED-CODE = SPACES
                       MOVE PRD-PRODUCT-CODE TO WS-DERIVED-CODE
                   ELSE
                       MOVE 'Y' TO WS-AMBIGUOUS-SW
                   END-IF
               END-IF
           END-IF.
       4100-SCAN-FOR-DERIVE-EXIT.
           EXIT.
