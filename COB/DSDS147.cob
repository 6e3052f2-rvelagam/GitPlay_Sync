      * id and the text.  The ODB plan criterion resolves through
      * the NOW header stream (see DSDSODB).
      *
      * A message can carry language variants: a master record with
      * MM-LANG set (S for Spanish) holds the same bank and message
      * id's text in that language; the base record, MM-LANG space
      * or E, is the English text and carries the selection
      * criteria.  An account whose NOW header prefers another
      * language (NAH-LANG-PREF) gets the variant; with none on file
      * the English text prints, the message record stamped with
      * the language actually printed so DSDS208's cycle report can
      * show the fallback.
      *
      * The counts report shows statements carrying each message,
      * so marketing can prove distribution, and under it the
      * Spanish statements that carried it and any that fell back
      * to English.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  MM-ACCT-CLASS           PIC XXX.
           05  MM-ODB-PLAN             PIC XX.
           05  MM-MSG-TEXT             PIC X(60).
           05  MM-LANG                 PIC X.
               88  MM-ENGLISH                         VALUE ' ' 'E'.
           05  FILLER                  PIC XX.

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-PLAN-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-PLAN-FOUND                      VALUE 'Y'.
           05  WS-VARIANT-FOUND-SW     PIC X          VALUE 'N'.
               88  WS-VARIANT-FOUND                   VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MS-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PL-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-VR-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-VR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-MESSAGE-TABLE.
           05  WS-MS-ENTRY             OCCURS 200 TIMES.
               10  WS-MS-ODB-PLAN      PIC XX.
               10  WS-MS-TEXT          PIC X(60).
               10  WS-MS-SEL-CNT       PIC S9(7)      COMP-3.
               10  WS-MS-LANG-CNT      PIC S9(7)      COMP-3.
               10  WS-MS-FALLBACK-CNT  PIC S9(7)      COMP-3.

      * Language variants of the messages in effect.
       01  WS-VARIANT-TABLE.
           05  WS-VR-ENTRY             OCCURS 400 TIMES.
               10  WS-VR-BANK-NO       PIC 99.
               10  WS-VR-MSG-ID        PIC 9(4).
               10  WS-VR-LANG          PIC X.
               10  WS-VR-TEXT          PIC X(60).

       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY             OCCURS 5000 TIMES.
               10  WS-PL-ACCT-ID       PIC 9(3).
               10  WS-PL-ACCT-NO       PIC 9(9).
               10  WS-PL-ODB-PLAN      PIC XX.
               10  WS-PL-LANG-PREF     PIC X.

       01  WS-ACCT-ODB-PLAN            PIC XX         VALUE SPACES.
       01  WS-ACCT-LANG-PREF           PIC X          VALUE SPACE.
           88  WS-ACCT-ENGLISH                        VALUE ' ' 'E'.
       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.

      * Message record emitted into the print stream: keyed like a
           05  WS-MP-TAG               PIC X(3).
           05  WS-MP-MSG-ID            PIC 9(4).
           05  WS-MP-MSG-TEXT          PIC X(60).
           05  WS-MP-LANG              PIC X.
           05  FILLER                  PIC X(143).

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
           05  WS-CT-TEXT              PIC X(60).
           05  FILLER                  PIC X(28)      VALUE SPACES.

       01  WS-LANG-COUNT-LINE.
           05  FILLER                  PIC X(22)      VALUE SPACES.
           05  FILLER                  PIC X(21)      VALUE
               'SPANISH STATEMENTS   '.
           05  WS-LC-LANG-CNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24)      VALUE
               '  PRINTED IN ENGLISH -- '.
           05  FILLER                  PIC X(12)      VALUE
               'NO VARIANT  '.
           05  WS-LC-FALLBACK-CNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(39)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
       1100-LOAD-MESSAGES.
           IF MM-EFF-FROM NOT > WS-RUN-DATE
              AND MM-EFF-TO NOT < WS-RUN-DATE
              AND NOT MM-ENGLISH
              AND WS-VR-COUNT < 400
               ADD 1 TO WS-VR-COUNT
               MOVE WS-VR-COUNT TO WS-VR-IDX
               MOVE MM-BANK-NO    TO WS-VR-BANK-NO (WS-VR-IDX)
               MOVE MM-MSG-ID     TO WS-VR-MSG-ID (WS-VR-IDX)
               MOVE MM-LANG       TO WS-VR-LANG (WS-VR-IDX)
               MOVE MM-MSG-TEXT   TO WS-VR-TEXT (WS-VR-IDX)
           END-IF.
           IF MM-EFF-FROM NOT > WS-RUN-DATE
              AND MM-EFF-TO NOT < WS-RUN-DATE
              AND MM-ENGLISH
              AND WS-MS-COUNT < 200
               ADD 1 TO WS-MS-COUNT
               MOVE WS-MS-COUNT TO WS-MS-IDX
               MOVE MM-ODB-PLAN   TO WS-MS-ODB-PLAN (WS-MS-IDX)
               MOVE MM-MSG-TEXT   TO WS-MS-TEXT (WS-MS-IDX)
               MOVE ZERO          TO WS-MS-SEL-CNT (WS-MS-IDX)
                                     WS-MS-LANG-CNT (WS-MS-IDX)
                                     WS-MS-FALLBACK-CNT (WS-MS-IDX)
           END-IF.
           READ MSG-MASTER-FILE
               AT END MOVE 'Y' TO WS-MSG-EOF-SW
       1100-LOAD-MESSAGES-EXIT.
           EXIT.

      * Accounts with a plan or a language other than English.
       1200-LOAD-ODB-PLANS.
           IF (NAH-ODB-PLAN NOT = SPACES
               OR NOT NAH-LANG-ENGLISH)
              AND WS-PL-COUNT < 5000
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-IDX
               MOVE NAH-ACCT-ID  TO WS-PL-ACCT-ID (WS-PL-IDX)
               MOVE NAH-ACCT-NO  TO WS-PL-ACCT-NO (WS-PL-IDX)
               MOVE NAH-ODB-PLAN TO WS-PL-ODB-PLAN (WS-PL-IDX)
               MOVE NAH-LANG-PREF TO WS-PL-LANG-PREF (WS-PL-IDX)
           END-IF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW

       2100-FIND-ACCT-PLAN.
           MOVE SPACES TO WS-ACCT-ODB-PLAN.
           MOVE SPACE TO WS-ACCT-LANG-PREF.
           MOVE 'N' TO WS-PLAN-FOUND-SW.
           PERFORM 2110-SCAN-PLANS
               VARYING WS-PL-IDX FROM 1 BY 1
               SUBTRACT 1 FROM WS-PL-IDX
               MOVE WS-PL-ODB-PLAN (WS-PL-IDX)
                   TO WS-ACCT-ODB-PLAN
               MOVE WS-PL-LANG-PREF (WS-PL-IDX)
                   TO WS-ACCT-LANG-PREF
           END-IF.
       2100-FIND-ACCT-PLAN-EXIT.
           EXIT.
           MOVE 'MSG' TO WS-MP-TAG.
           MOVE WS-MS-MSG-ID (WS-MS-IDX) TO WS-MP-MSG-ID.
           MOVE WS-MS-TEXT (WS-MS-IDX)   TO WS-MP-MSG-TEXT.
           MOVE 'E' TO WS-MP-LANG.
           IF NOT WS-ACCT-ENGLISH
               PERFORM 3200-FIND-VARIANT
               IF WS-VARIANT-FOUND
                   MOVE WS-VR-TEXT (WS-VR-IDX) TO WS-MP-MSG-TEXT
                   MOVE WS-ACCT-LANG-PREF TO WS-MP-LANG
                   ADD 1 TO WS-MS-LANG-CNT (WS-MS-IDX)
               ELSE
                   ADD 1 TO WS-MS-FALLBACK-CNT (WS-MS-IDX)
               END-IF
           END-IF.
           WRITE PD-HDR-OUT-REC FROM WS-MSG-PRINT-REC.
           ADD 1 TO WS-MS-SEL-CNT (WS-MS-IDX).
       3100-EMIT-MESSAGE-EXIT.
           EXIT.

       3200-FIND-VARIANT.
           MOVE 'N' TO WS-VARIANT-FOUND-SW.
           PERFORM 3210-SCAN-VARIANTS
               VARYING WS-VR-IDX FROM 1 BY 1
               UNTIL WS-VR-IDX > WS-VR-COUNT
                  OR WS-VARIANT-FOUND.
           IF WS-VARIANT-FOUND
               SUBTRACT 1 FROM WS-VR-IDX
           END-IF.
       3200-FIND-VARIANT-EXIT.
           EXIT.

       3210-SCAN-VARIANTS.
           IF WS-MS-BANK-NO (WS-MS-IDX) = WS-VR-BANK-NO (WS-VR-IDX)
              AND WS-MS-MSG-ID (WS-MS-IDX) = WS-VR-MSG-ID (WS-VR-IDX)
              AND WS-ACCT-LANG-PREF = WS-VR-LANG (WS-VR-IDX)
               MOVE 'Y' TO WS-VARIANT-FOUND-SW
           END-IF.
       3210-SCAN-VARIANTS-EXIT.
           EXIT.

       8000-PRINT-MSG-COUNTS.
           MOVE WS-MS-BANK-NO (WS-MS-IDX) TO WS-CT-BANK.
           MOVE WS-MS-MSG-ID (WS-MS-IDX)  TO WS-CT-MSG-ID.
           MOVE WS-MS-SEL-CNT (WS-MS-IDX) TO WS-CT-COUNT.
           MOVE WS-MS-TEXT (WS-MS-IDX)    TO WS-CT-TEXT.
           WRITE MSG-RPT-LINE FROM WS-COUNT-LINE.
           IF WS-MS-LANG-CNT (WS-MS-IDX) > ZERO
              OR WS-MS-FALLBACK-CNT (WS-MS-IDX) > ZERO
               MOVE WS-MS-LANG-CNT (WS-MS-IDX) TO WS-LC-LANG-CNT
               MOVE WS-MS-FALLBACK-CNT (WS-MS-IDX)
                   TO WS-LC-FALLBACK-CNT
               WRITE MSG-RPT-LINE FROM WS-LANG-COUNT-LINE
           END-IF.
       8000-PRINT-MSG-COUNTS-EXIT.
           EXIT.

