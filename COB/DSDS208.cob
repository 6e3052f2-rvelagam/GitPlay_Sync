       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS208.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS208 puts customers' statements in their own language.
      * About a fifth of one charter's customers prefer Spanish and
      * have always been mailed English statements.
      *
      * The preference is NAH-LANG-PREF on the NOW header stream
      * (see DSDSODB), space or E for English, S for Spanish.  Run
      * between statement build and print, after DSDS147 and
      * DSDS193, the PD-REG-STMT-HDR stream (see DSDSPDTX) passes
      * through as in DSDS147 with three additions for an account
      * preferring another language:
      *
      *  - its statement header carries the language in
      *    PDH-LANG-PREF, which selects the print formatter's
      *    layout;
      *  - behind the header, one print record tagged 'LNG' per
      *    statement heading and piece of static text carries the
      *    translation from the DSDS207 text service -- or, with no
      *    translation on file, the English text;
      *  - a DSDS147 message record behind it that DSDS147 could
      *    only give in English (no variant on the message master)
      *    is counted as a fallback.
      *
      * The statement transaction detail (STMTDETL, TXL layout, see
      * DSDSTYP) rewrites to STMTDETO with each such account's
      * DSDSTXL-TX-DESC replaced by the translated description of
      * its transaction code, where DSDS207 has one.
      *
      * The cycle report shows statements and Spanish statements by
      * bank and every piece of text that fell back to English
      * because a translation was missing, so the table can be
      * completed before the next cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-DETAIL-FILE   ASSIGN TO STMTDETL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-OUT         ASSIGN TO PDHDROUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-DETAIL-OUT    ASSIGN TO STMTDETO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANG-RPT           ASSIGN TO LANGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.
      * Print records DSDS147 and DSDS193 write behind a header.
       01  PD-TAGGED-REC.
           05  PT-KEYS                 PIC X(14).
           05  PT-TAG                  PIC X(3).
               88  PT-MESSAGE                         VALUE 'MSG'.
           05  PT-MSG-ID               PIC 9(4).
           05  PT-MSG-TEXT             PIC X(60).
           05  PT-MSG-LANG             PIC X.
           05  FILLER                  PIC X(143).

       FD  STMT-DETAIL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  PD-HDR-OUT
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-HDR-OUT-REC              PIC X(225).

       FD  STMT-DETAIL-OUT
           RECORD CONTAINS 200 CHARACTERS.
       01  STMT-DETAIL-OUT-REC         PIC X(200).

       FD  LANG-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  LANG-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-DTL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-DTL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-FALLBACK-END-SW      PIC X          VALUE 'N'.
               88  WS-FALLBACK-END                    VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-LP-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-HD-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MF-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-MF-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * Accounts preferring a language other than English.
       01  WS-LANG-PREF-TABLE.
           05  WS-LP-ENTRY             OCCURS 20000 TIMES.
               10  WS-LP-BANK-NO       PIC 99.
               10  WS-LP-ACCT-ID       PIC 9(3).
               10  WS-LP-ACCT-NO       PIC 9(9).
               10  WS-LP-LANG-PREF     PIC X.

       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 100 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-STMTS         PIC S9(7)      COMP-3.
               10  WS-BK-SPANISH       PIC S9(7)      COMP-3.
               10  WS-BK-OTHER-LANG    PIC S9(7)      COMP-3.

      * Messages that went out in English on a Spanish statement.
       01  WS-MSG-FALLBACK-TABLE.
           05  WS-MF-ENTRY             OCCURS 200 TIMES.
               10  WS-MF-BANK-NO       PIC 99.
               10  WS-MF-MSG-ID        PIC 9(4).
               10  WS-MF-LANG          PIC X.
               10  WS-MF-CNT           PIC S9(7)      COMP-3.

      * The statement headings and static text the formatter takes
      * from the LNG records, with the English the table falls back
      * to.
       01  WS-HEADING-VALUES.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-TITLE'.
           05  FILLER                  PIC X(60)      VALUE
               'ACCOUNT STATEMENT'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-PERIOD'.
           05  FILLER                  PIC X(60)      VALUE
               'STATEMENT PERIOD'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-ACCT'.
           05  FILLER                  PIC X(60)      VALUE
               'ACCOUNT NUMBER'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-BEG-BAL'.
           05  FILLER                  PIC X(60)      VALUE
               'BEGINNING BALANCE'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-CREDITS'.
           05  FILLER                  PIC X(60)      VALUE
               'DEPOSITS AND OTHER CREDITS'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-DEBITS'.
           05  FILLER                  PIC X(60)      VALUE
               'WITHDRAWALS AND OTHER DEBITS'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-CHECKS'.
           05  FILLER                  PIC X(60)      VALUE
               'CHECKS PAID'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-END-BAL'.
           05  FILLER                  PIC X(60)      VALUE
               'ENDING BALANCE'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-DAILY'.
           05  FILLER                  PIC X(60)      VALUE
               'DAILY BALANCE SUMMARY'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-FEE-BOX'.
           05  FILLER                  PIC X(60)      VALUE
               'TOTAL OVERDRAFT AND RETURNED ITEM FEES'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-ERRORS'.
           05  FILLER                  PIC X(60)      VALUE
               'IN CASE OF ERRORS ABOUT YOUR ELECTRONIC TRANSFERS'.
           05  FILLER                  PIC X(12)      VALUE
               'STMT-CONTACT'.
           05  FILLER                  PIC X(60)      VALUE
               'QUESTIONS? CALL YOUR BRANCH OR CUSTOMER SERVICE'.
       01  WS-HEADING-TABLE REDEFINES WS-HEADING-VALUES.
           05  WS-HD-ENTRY             OCCURS 12 TIMES.
               10  WS-HD-TEXT-KEY      PIC X(12).
               10  WS-HD-TEXT          PIC X(60).

       01  WS-CUR-LANG-PREF            PIC X          VALUE SPACE.
           88  WS-CUR-ENGLISH                         VALUE ' ' 'E'.
       01  WS-TEST-BANK                PIC 99         VALUE ZERO.
       01  WS-TEST-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-TEST-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-TEST-MSG-ID              PIC 9(4)       VALUE ZERO.
       01  WS-TX-CODE                  PIC 9(3)       VALUE ZERO.

      * Heading text record written into the print stream, keyed
      * like a header and tagged 'LNG' for the print formatter.
       01  WS-LANG-PRINT-REC.
           05  WS-LR-BANK-NO           PIC 99.
           05  WS-LR-ACCT-ID           PIC 9(3).
           05  WS-LR-ACCT-NO           PIC 9(9).
           05  WS-LR-TAG               PIC X(3).
           05  WS-LR-LANG              PIC X.
           05  WS-LR-TEXT-KEY          PIC X(12).
           05  WS-LR-TEXT              PIC X(60).
           05  FILLER                  PIC X(135).

       01  WS-TOTALS.
           05  WS-TOT-STMTS            PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-SPANISH          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-OTHER-LANG       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-LNG-RECS         PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-HDG-FALLBACK     PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DESC-XLATED      PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DESC-FALLBACK    PIC S9(9)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-MSG-FALLBACK     PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-RECS-IN          PIC S9(9)      VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS208 - STATEMENT LANGUAGE CYCLE REPORT'.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-BANK-HDG.
           05  FILLER                  PIC X(40)      VALUE
               'BANK    STATEMENTS     SPANISH    OTHER '.
           05  FILLER                  PIC X(92)      VALUE SPACES.

       01  WS-BANK-LINE.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-BL-BANK              PIC Z9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-BL-STMTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)       VALUE SPACES.
           05  WS-BL-SPANISH           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)       VALUE SPACES.
           05  WS-BL-OTHER             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(94)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(44).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(77)      VALUE SPACES.

       01  WS-FALLBACK-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'TEXT PRINTED IN ENGLISH -- NO TRANSLATION ON FILE'.
           05  FILLER                  PIC X(82)      VALUE SPACES.

       01  WS-FALLBACK-LINE.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-FL-KIND              PIC X(12).
           05  FILLER                  PIC X(7)       VALUE
               '  LANG '.
           05  WS-FL-LANG              PIC X.
           05  FILLER                  PIC X(6)       VALUE
               '  KEY '.
           05  WS-FL-KEY               PIC X(12).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-FL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79)      VALUE SPACES.

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

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the print-stream record counts.
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
           MOVE 'DSDS208 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-LANG-PREFS
               UNTIL WS-NOW-EOF.
           PERFORM 2000-WORK-STREAM
               UNTIL WS-PDH-EOF.
           PERFORM 3000-WORK-DETAIL
               UNTIL WS-DTL-EOF.
           PERFORM 8000-PRINT-REPORT.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-RECS-IN TO RRG-RECORDS-IN.
           COMPUTE RRG-RECORDS-OUT = WS-TOT-RECS-IN + WS-TOT-LNG-RECS.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  NOW-FILE
                       PD-HDR-FILE
                       STMT-DETAIL-FILE
                OUTPUT PD-HDR-OUT
                       STMT-DETAIL-OUT
                       LANG-RPT.
           WRITE LANG-RPT-LINE FROM WS-RPT-HDG.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
           READ STMT-DETAIL-FILE
               AT END MOVE 'Y' TO WS-DTL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-LANG-PREFS.
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
       1100-LOAD-LANG-PREFS-EXIT.
           EXIT.

      * Statement headers are the cycle and special report codes of
      * each statement family; every other record belongs to the
      * statement above it.
       2000-WORK-STREAM.
           ADD 1 TO WS-TOT-RECS-IN.
           IF PDH-REPORT-CODE = 011 OR 012 OR 051 OR 052 OR 071
                             OR 072 OR 081 OR 082 OR 091 OR 092
               PERFORM 2100-WORK-HEADER
           ELSE
               IF PT-MESSAGE
                  AND NOT WS-CUR-ENGLISH
                  AND PT-MSG-LANG NOT = WS-CUR-LANG-PREF
                   PERFORM 2300-TALLY-MSG-FALLBACK
               END-IF
               WRITE PD-HDR-OUT-REC FROM PD-REG-STMT-HDR
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       2000-WORK-STREAM-EXIT.
           EXIT.

       2100-WORK-HEADER.
           MOVE PDH-BANK-NO TO WS-TEST-BANK.
           MOVE PDH-ACCT-ID TO WS-TEST-ACCT-ID.
           MOVE PDH-ACCT-NO TO WS-TEST-ACCT-NO.
           PERFORM 7000-FIND-LANG-PREF.
           PERFORM 7100-FIND-OR-ADD-BANK.
           ADD 1 TO WS-TOT-STMTS.
           ADD 1 TO WS-BK-STMTS (WS-BK-IDX).
           IF WS-CUR-ENGLISH
               MOVE SPACE TO PDH-LANG-PREF
               WRITE PD-HDR-OUT-REC FROM PD-REG-STMT-HDR
           ELSE
               MOVE WS-CUR-LANG-PREF TO PDH-LANG-PREF
               IF PDH-LANG-SPANISH
                   ADD 1 TO WS-TOT-SPANISH
                   ADD 1 TO WS-BK-SPANISH (WS-BK-IDX)
               ELSE
                   ADD 1 TO WS-TOT-OTHER-LANG
                   ADD 1 TO WS-BK-OTHER-LANG (WS-BK-IDX)
               END-IF
               WRITE PD-HDR-OUT-REC FROM PD-REG-STMT-HDR
               PERFORM 2200-WRITE-HEADING-TEXT
                   VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > 12
           END-IF.
       2100-WORK-HEADER-EXIT.
           EXIT.

       2200-WRITE-HEADING-TEXT.
           MOVE 'T' TO LXL-REQUEST.
           MOVE WS-CUR-LANG-PREF TO LXL-LANG.
           MOVE 'H' TO LXL-TEXT-TYPE.
           MOVE WS-HD-TEXT-KEY (WS-HD-IDX) TO LXL-TEXT-KEY.
           MOVE WS-HD-TEXT (WS-HD-IDX) TO LXL-TEXT.
           CALL 'DSDS207' USING LXL-PARM-AREA.
           IF LXL-FELL-BACK
               ADD 1 TO WS-TOT-HDG-FALLBACK
               MOVE 'E' TO WS-LR-LANG
           ELSE
               MOVE WS-CUR-LANG-PREF TO WS-LR-LANG
           END-IF.
           MOVE WS-TEST-BANK TO WS-LR-BANK-NO.
           MOVE WS-TEST-ACCT-ID TO WS-LR-ACCT-ID.
           MOVE WS-TEST-ACCT-NO TO WS-LR-ACCT-NO.
           MOVE 'LNG' TO WS-LR-TAG.
           MOVE WS-HD-TEXT-KEY (WS-HD-IDX) TO WS-LR-TEXT-KEY.
           MOVE LXL-TEXT TO WS-LR-TEXT.
           WRITE PD-HDR-OUT-REC FROM WS-LANG-PRINT-REC.
           ADD 1 TO WS-TOT-LNG-RECS.
       2200-WRITE-HEADING-TEXT-EXIT.
           EXIT.

       2300-TALLY-MSG-FALLBACK.
           ADD 1 TO WS-TOT-MSG-FALLBACK.
           MOVE PT-MSG-ID TO WS-TEST-MSG-ID.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-MSG-FALLBACKS
               VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > WS-MF-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-MF-IDX
               ADD 1 TO WS-MF-CNT (WS-MF-IDX)
           ELSE
               IF WS-MF-COUNT < 200
                   ADD 1 TO WS-MF-COUNT
                   MOVE WS-MF-COUNT TO WS-MF-IDX
                   MOVE WS-TEST-BANK TO WS-MF-BANK-NO (WS-MF-IDX)
                   MOVE WS-TEST-MSG-ID TO WS-MF-MSG-ID (WS-MF-IDX)
                   MOVE WS-CUR-LANG-PREF TO WS-MF-LANG (WS-MF-IDX)
                   MOVE 1 TO WS-MF-CNT (WS-MF-IDX)
               END-IF
           END-IF.
       2300-TALLY-MSG-FALLBACK-EXIT.
           EXIT.

       2310-SCAN-MSG-FALLBACKS.
           IF WS-TEST-BANK = WS-MF-BANK-NO (WS-MF-IDX)
              AND WS-TEST-MSG-ID = WS-MF-MSG-ID (WS-MF-IDX)
              AND WS-CUR-LANG-PREF = WS-MF-LANG (WS-MF-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-MSG-FALLBACKS-EXIT.
           EXIT.

       3000-WORK-DETAIL.
           MOVE DSDSTXL-BANK-NO TO WS-TEST-BANK.
           MOVE DSDSTXL-ACCT-ID TO WS-TEST-ACCT-ID.
           MOVE DSDSTXL-ACCT-NO TO WS-TEST-ACCT-NO.
           PERFORM 7000-FIND-LANG-PREF.
           IF NOT WS-CUR-ENGLISH
               MOVE DSDSTXL-CODE TO WS-TX-CODE
               MOVE 'T' TO LXL-REQUEST
               MOVE WS-CUR-LANG-PREF TO LXL-LANG
               MOVE 'T' TO LXL-TEXT-TYPE
               MOVE WS-TX-CODE TO LXL-TEXT-KEY
               MOVE DSDSTXL-TX-DESC TO LXL-TEXT
               CALL 'DSDS207' USING LXL-PARM-AREA
               IF LXL-FELL-BACK
                   ADD 1 TO WS-TOT-DESC-FALLBACK
               ELSE
                   ADD 1 TO WS-TOT-DESC-XLATED
                   MOVE LXL-TEXT TO DSDSTXL-TX-DESC
               END-IF
           END-IF.
           WRITE STMT-DETAIL-OUT-REC FROM DSDS-TRANSACTION-LONG.
           READ STMT-DETAIL-FILE
               AT END MOVE 'Y' TO WS-DTL-EOF-SW
           END-READ.
       3000-WORK-DETAIL-EXIT.
           EXIT.

       7000-FIND-LANG-PREF.
           MOVE SPACE TO WS-CUR-LANG-PREF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7010-SCAN-LANG-PREFS
               VARYING WS-LP-IDX FROM 1 BY 1
               UNTIL WS-LP-IDX > WS-LP-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-LP-IDX
               MOVE WS-LP-LANG-PREF (WS-LP-IDX) TO WS-CUR-LANG-PREF
           END-IF.
       7000-FIND-LANG-PREF-EXIT.
           EXIT.

       7010-SCAN-LANG-PREFS.
           IF WS-TEST-BANK = WS-LP-BANK-NO (WS-LP-IDX)
              AND WS-TEST-ACCT-ID = WS-LP-ACCT-ID (WS-LP-IDX)
              AND WS-TEST-ACCT-NO = WS-LP-ACCT-NO (WS-LP-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7010-SCAN-LANG-PREFS-EXIT.
           EXIT.

       7100-FIND-OR-ADD-BANK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-BANKS
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           ELSE
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO WS-BK-IDX
               MOVE WS-TEST-BANK TO WS-BK-BANK-NO (WS-BK-IDX)
               MOVE ZERO TO WS-BK-STMTS (WS-BK-IDX)
                            WS-BK-SPANISH (WS-BK-IDX)
                            WS-BK-OTHER-LANG (WS-BK-IDX)
           END-IF.
       7100-FIND-OR-ADD-BANK-EXIT.
           EXIT.

       7110-SCAN-BANKS.
           IF WS-TEST-BANK = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-BANKS-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           MOVE SPACES TO LANG-RPT-LINE.
           WRITE LANG-RPT-LINE.
           WRITE LANG-RPT-LINE FROM WS-BANK-HDG.
           PERFORM 8100-PRINT-BANK
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           MOVE SPACES TO LANG-RPT-LINE.
           WRITE LANG-RPT-LINE.
           MOVE 'STATEMENTS' TO WS-TL-LABEL.
           MOVE WS-TOT-STMTS TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SPANISH STATEMENTS PRODUCED' TO WS-TL-LABEL.
           MOVE WS-TOT-SPANISH TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STATEMENTS IN ANOTHER LANGUAGE' TO WS-TL-LABEL.
           MOVE WS-TOT-OTHER-LANG TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HEADING TEXT RECORDS WRITTEN' TO WS-TL-LABEL.
           MOVE WS-TOT-LNG-RECS TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH IN ENGLISH' TO WS-TL-LABEL.
           MOVE WS-TOT-HDG-FALLBACK TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTION DESCRIPTIONS TRANSLATED' TO WS-TL-LABEL.
           MOVE WS-TOT-DESC-XLATED TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTION DESCRIPTIONS LEFT IN ENGLISH'
               TO WS-TL-LABEL.
           MOVE WS-TOT-DESC-FALLBACK TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MESSAGES PRINTED IN ENGLISH' TO WS-TL-LABEL.
           MOVE WS-TOT-MSG-FALLBACK TO WS-TL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO LANG-RPT-LINE.
           WRITE LANG-RPT-LINE.
           WRITE LANG-RPT-LINE FROM WS-FALLBACK-HDG.
           MOVE 'N' TO WS-FALLBACK-END-SW.
           PERFORM 8200-PRINT-TEXT-FALLBACK
               UNTIL WS-FALLBACK-END.
           PERFORM 8300-PRINT-MSG-FALLBACK
               VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > WS-MF-COUNT.
       8000-PRINT-REPORT-EXIT.
           EXIT.

       8100-PRINT-BANK.
           MOVE WS-BK-BANK-NO (WS-BK-IDX) TO WS-BL-BANK.
           MOVE WS-BK-STMTS (WS-BK-IDX) TO WS-BL-STMTS.
           MOVE WS-BK-SPANISH (WS-BK-IDX) TO WS-BL-SPANISH.
           MOVE WS-BK-OTHER-LANG (WS-BK-IDX) TO WS-BL-OTHER.
           WRITE LANG-RPT-LINE FROM WS-BANK-LINE.
       8100-PRINT-BANK-EXIT.
           EXIT.

       8200-PRINT-TEXT-FALLBACK.
           MOVE 'F' TO LXL-REQUEST.
           CALL 'DSDS207' USING LXL-PARM-AREA.
           IF LXL-END-OF-FALLBACKS
               MOVE 'Y' TO WS-FALLBACK-END-SW
           ELSE
               IF LXL-TEXT-TYPE = 'T'
                   MOVE 'TRAN CODE' TO WS-FL-KIND
               ELSE
                   MOVE 'HEADING TEXT' TO WS-FL-KIND
               END-IF
               MOVE LXL-LANG TO WS-FL-LANG
               MOVE LXL-TEXT-KEY TO WS-FL-KEY
               MOVE LXL-FALLBACK-CNT TO WS-FL-COUNT
               WRITE LANG-RPT-LINE FROM WS-FALLBACK-LINE
           END-IF.
       8200-PRINT-TEXT-FALLBACK-EXIT.
           EXIT.

       8300-PRINT-MSG-FALLBACK.
           MOVE 'MESSAGE' TO WS-FL-KIND.
           MOVE WS-MF-LANG (WS-MF-IDX) TO WS-FL-LANG.
           MOVE SPACES TO WS-FL-KEY.
           MOVE WS-MF-BANK-NO (WS-MF-IDX) TO WS-FL-KEY (1:2).
           MOVE WS-MF-MSG-ID (WS-MF-IDX) TO WS-FL-KEY (4:4).
           MOVE WS-MF-CNT (WS-MF-IDX) TO WS-FL-COUNT.
           WRITE LANG-RPT-LINE FROM WS-FALLBACK-LINE.
       8300-PRINT-MSG-FALLBACK-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE NOW-FILE
                 PD-HDR-FILE
                 STMT-DETAIL-FILE
                 PD-HDR-OUT
                 STMT-DETAIL-OUT
                 LANG-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
