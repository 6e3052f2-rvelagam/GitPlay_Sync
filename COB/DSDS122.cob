      * pays out, anything else = pays out at maturity), and every
      * non-auto-renewing balance also goes on the branch follow-up
      * list, which the branches today work from a month-old report.
      *
      * A notice for an account whose NOW header prefers another
      * language (NAH-LANG-PREF, see DSDSODB) prints its title,
      * labels and disposition from the DSDS207 text service, any
      * piece without a translation staying in English.  When there
      * were any, the follow-up list closes with the count of such
      * notices and the text that fell back to English.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-PARM-FILE   ASSIGN TO NOTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-CTL-FILE    ASSIGN TO NOTCTL
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  NOTICE-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  NOTICE-PARM-REC.
               88  WS-PARM-EOF                        VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-LANG-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-LANG-FOUND                      VALUE 'Y'.
           05  WS-FALLBACK-END-SW      PIC X          VALUE 'N'.
               88  WS-FALLBACK-END                    VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LP-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-WINDOW-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-MAT-DATE                 PIC 9(7)       VALUE ZERO.

      * Accounts preferring a language other than English.
       01  WS-LANG-PREF-TABLE.
           05  WS-LP-ENTRY             OCCURS 20000 TIMES.
               10  WS-LP-BANK-NO       PIC 99.
               10  WS-LP-ACCT-ID       PIC 9(3).
               10  WS-LP-ACCT-NO       PIC 9(9).
               10  WS-LP-LANG-PREF     PIC X.

       01  WS-ACCT-LANG-PREF           PIC X          VALUE SPACE.
           88  WS-ACCT-ENGLISH                        VALUE ' ' 'E'.
       01  WS-LANG-NOTICE-CNT          PIC S9(7)      VALUE ZERO
                                                       COMP-3.

       01  LXL-PARM-AREA.
           05  LXL-REQUEST             PIC X.
           05  LXL-LANG                PIC X.
           05  LXL-TEXT-TYPE           PIC X.
           05  LXL-TEXT-KEY            PIC X(12).
           05  LXL-TEXT                PIC X(60).
           05  LXL-FALLBACK-CNT        PIC 9(7).
           05  LXL-RETURN-CODE         PIC 99.
               88  LXL-TRANSLATED                     VALUE 0.
               88  LXL-FELL-BACK                      VALUE 1.
               88  LXL-END-OF-FALLBACKS               VALUE 2.

       01  BDL-PARM-AREA.
           05  BDL-BANK-NO             PIC 99.
           05  BDL-START-DATE          PIC 9(7).
           05  BDL-RETURN-CODE         PIC 99.
               88  BDL-SUCCESS                        VALUE 0.

      * Title and labels are set per notice, in the account's
      * language.
       01  WS-NOTICE-LINE.
           05  WS-NL-TITLE             PIC X(16).
           05  WS-NL-BANK-LBL          PIC X(6).
           05  WS-NL-BANK              PIC Z9.
           05  WS-NL-ACCT-LBL          PIC X(7).
           05  WS-NL-ACCT-ID           PIC ZZ9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-NL-ACCT-NO           PIC Z(8)9.
           05  WS-NL-MAT-LBL           PIC X(10).
           05  WS-NL-MAT-DATE          PIC 9(7).
           05  WS-NL-BAL-LBL           PIC X(6).
           05  WS-NL-BAL               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-NL-DISPOSITION       PIC X(36).
               '  NON-RENEWING - FOLLOW UP'.
           05  FILLER                  PIC X(43)      VALUE SPACES.

       01  WS-LANG-TOTAL-LINE.
           05  FILLER                  PIC X(40)      VALUE
               'NOTICES IN THE CUSTOMER''S LANGUAGE     '.
           05  WS-LT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85)      VALUE SPACES.

       01  WS-FALLBACK-LINE.
           05  FILLER                  PIC X(32)      VALUE
               'TEXT PRINTED IN ENGLISH -- LANG '.
           05  WS-FL-LANG              PIC X.
           05  FILLER                  PIC X(6)       VALUE
               '  KEY '.
           05  WS-FL-KEY               PIC X(12).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-FL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(72)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-MATURITY
               UNTIL WS-PDH-EOF.
           IF WS-LANG-NOTICE-CNT > ZERO
               PERFORM 8000-PRINT-LANG-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PD-HDR-FILE
                       NOW-FILE
                       NOTICE-PARM-FILE
                       NOTICE-CTL-FILE
                OUTPUT NOTICE-CTL-OUT
           PERFORM 1300-REWRITE-WINDOW-CTL
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-LANG-PREFS
               UNTIL WS-NOW-EOF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       1300-REWRITE-WINDOW-CTL-EXIT.
           EXIT.

       1400-LOAD-LANG-PREFS.
           IF NOT NAH-LANG-ENGLISH
              AND WS-LP-COUNT < 20000
               ADD 1 TO WS-LP-COUNT
               MOVE WS-LP-COUNT TO WS-LP-IDX
               MOVE NAH-BANK-NO   TO WS-LP-BANK-NO (WS-LP-IDX)
               MOVE NAH-ACCT-ID   TO WS-LP-ACCT-ID (WS-LP-IDX)
               MOVE NAH-ACCT-NO   TO WS-LP-ACCT-NO (WS-LP-IDX)
               MOVE NAH-LANG-PREF TO WS-LP-LANG-PREF (WS-LP-IDX)
           END-IF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1400-LOAD-LANG-PREFS-EXIT.
           EXIT.

       2000-CHECK-MATURITY.
           IF PDH-RP-ACCOUNT
              AND PDH-HEADER
           EXIT.

       3000-WRITE-NOTICE.
           PERFORM 3100-FIND-LANG-PREF.
           IF NOT WS-ACCT-ENGLISH
               ADD 1 TO WS-LANG-NOTICE-CNT
           END-IF.
           MOVE 'MATNTC-TITLE' TO LXL-TEXT-KEY.
           MOVE 'MATURITY NOTICE ' TO LXL-TEXT.
           PERFORM 3200-TRANSLATE-TEXT.
           MOVE LXL-TEXT TO WS-NL-TITLE.
           MOVE 'MATNTC-BANK' TO LXL-TEXT-KEY.
           MOVE 'BANK: ' TO LXL-TEXT.
           PERFORM 3200-TRANSLATE-TEXT.
           MOVE LXL-TEXT TO WS-NL-BANK-LBL.
           MOVE 'MATNTC-ACCT' TO LXL-TEXT-KEY.
           MOVE ' ACCT: ' TO LXL-TEXT.
           PERFORM 3200-TRANSLATE-TEXT.
           MOVE LXL-TEXT TO WS-NL-ACCT-LBL.
           MOVE 'MATNTC-MATUR' TO LXL-TEXT-KEY.
           MOVE ' MATURES: ' TO LXL-TEXT.
           PERFORM 3200-TRANSLATE-TEXT.
           MOVE LXL-TEXT TO WS-NL-MAT-LBL.
           MOVE 'MATNTC-BAL' TO LXL-TEXT-KEY.
           MOVE ' BAL: ' TO LXL-TEXT.
           PERFORM 3200-TRANSLATE-TEXT.
           MOVE LXL-TEXT TO WS-NL-BAL-LBL.
           MOVE PDH-BANK-NO      TO WS-NL-BANK.
           MOVE PDH-ACCT-ID      TO WS-NL-ACCT-ID.
           MOVE PDH-ACCT-NO      TO WS-NL-ACCT-NO.
           MOVE PDH-ENDING-BAL   TO WS-NL-BAL.
           EVALUATE PDH-INV-RENEW-CODE
               WHEN 'A'
                   MOVE 'MATNTC-AUTO' TO LXL-TEXT-KEY
                   MOVE 'RENEWS AUTOMATICALLY AT MATURITY'
                       TO LXL-TEXT
               WHEN 'P'
                   MOVE 'MATNTC-PRIN' TO LXL-TEXT-KEY
                   MOVE 'PRINCIPAL RENEWS - INTEREST PAYS OUT'
                       TO LXL-TEXT
               WHEN OTHER
                   MOVE 'MATNTC-NOREN' TO LXL-TEXT-KEY
                   MOVE 'PAYS OUT AT MATURITY - NO RENEWAL'
                       TO LXL-TEXT
           END-EVALUATE.
           PERFORM 3200-TRANSLATE-TEXT.
           MOVE LXL-TEXT TO WS-NL-DISPOSITION.
           WRITE NOTICE-OUT-LINE FROM WS-NOTICE-LINE.
       3000-WRITE-NOTICE-EXIT.
           EXIT.

       3100-FIND-LANG-PREF.
           MOVE SPACE TO WS-ACCT-LANG-PREF.
           MOVE 'N' TO WS-LANG-FOUND-SW.
           PERFORM 3110-SCAN-LANG-PREFS
               VARYING WS-LP-IDX FROM 1 BY 1
               UNTIL WS-LP-IDX > WS-LP-COUNT
                  OR WS-LANG-FOUND.
           IF WS-LANG-FOUND
               SUBTRACT 1 FROM WS-LP-IDX
               MOVE WS-LP-LANG-PREF (WS-LP-IDX) TO WS-ACCT-LANG-PREF
           END-IF.
       3100-FIND-LANG-PREF-EXIT.
           EXIT.

       3110-SCAN-LANG-PREFS.
           IF PDH-BANK-NO = WS-LP-BANK-NO (WS-LP-IDX)
              AND PDH-ACCT-ID = WS-LP-ACCT-ID (WS-LP-IDX)
              AND PDH-ACCT-NO = WS-LP-ACCT-NO (WS-LP-IDX)
               MOVE 'Y' TO WS-LANG-FOUND-SW
           END-IF.
       3110-SCAN-LANG-PREFS-EXIT.
           EXIT.

      * LXL-TEXT-KEY and the English in LXL-TEXT are set by the
      * caller; LXL-TEXT comes back in the account's language where
      * DSDS207 has it.
       3200-TRANSLATE-TEXT.
           MOVE 'T' TO LXL-REQUEST.
           MOVE WS-ACCT-LANG-PREF TO LXL-LANG.
           MOVE 'H' TO LXL-TEXT-TYPE.
           CALL 'DSDS207' USING LXL-PARM-AREA.
       3200-TRANSLATE-TEXT-EXIT.
           EXIT.

       4000-WRITE-FOLLOW-UP.
           MOVE PDH-BANK-NO    TO WS-FL-BANK.
           MOVE PDH-ACCT-NO    TO WS-FL-ACCT-NO.
       4000-WRITE-FOLLOW-UP-EXIT.
           EXIT.

       8000-PRINT-LANG-TOTALS.
           MOVE WS-LANG-NOTICE-CNT TO WS-LT-COUNT.
           WRITE BRANCH-LIST-LINE FROM WS-LANG-TOTAL-LINE.
           MOVE 'N' TO WS-FALLBACK-END-SW.
           PERFORM 8100-PRINT-FALLBACK
               UNTIL WS-FALLBACK-END.
       8000-PRINT-LANG-TOTALS-EXIT.
           EXIT.

       8100-PRINT-FALLBACK.
           MOVE 'F' TO LXL-REQUEST.
           CALL 'DSDS207' USING LXL-PARM-AREA.
           IF LXL-END-OF-FALLBACKS
               MOVE 'Y' TO WS-FALLBACK-END-SW
           ELSE
               MOVE LXL-LANG TO WS-FL-LANG
               MOVE LXL-TEXT-KEY TO WS-FL-KEY
               MOVE LXL-FALLBACK-CNT TO WS-FL-COUNT
               WRITE BRANCH-LIST-LINE FROM WS-FALLBACK-LINE
           END-IF.
       8100-PRINT-FALLBACK-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PD-HDR-FILE
                 NOW-FILE
                 NOTICE-PARM-FILE
                 NOTICE-CTL-FILE
                 NOTICE-CTL-OUT
