      * Accounts whose address will not resolve list as exceptions;
      * a letter we cannot deliver still has to be evidenced as
      * attempted.
      *
      * The letter carries the owner's language from the NOW header
      * stream (NAH-LANG-PREF, see DSDSODB), which selects the print
      * formatter's letter text, and its title in that language from
      * the DSDS207 text service -- in English where the table has no
      * translation.  The report totals the letters in another
      * language and lists the text that fell back to English.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAST-ACT-FILE      ASSIGN TO LASTACT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DD-PARM-FILE       ASSIGN TO DDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DD-LETTER-FILE     ASSIGN TO DDLETTER
           05  LA-STAGE                PIC 9.
               88  LA-ESCHEAT-SUSPECT                 VALUE 3.

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  DD-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  DD-PARM-REC.
           05  DL-LAST-ACT-DATE        PIC 9(7).
           05  DL-RESPONSE-DEADLINE    PIC 9(7).
           05  DL-LETTER-DATE          PIC 9(7).
           05  DL-LANG-PREF            PIC X.
           05  DL-TITLE                PIC X(50).
           05  FILLER                  PIC X(4).

       FD  DD-LOG-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  WS-SWITCHES.
           05  WS-ACT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ACT-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-LANG-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-LANG-FOUND                      VALUE 'Y'.
           05  WS-FALLBACK-END-SW      PIC X          VALUE 'N'.
               88  WS-FALLBACK-END                    VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-LP-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LP-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Accounts preferring a language other than English.
       01  WS-LANG-PREF-TABLE.
           05  WS-LP-ENTRY             OCCURS 20000 TIMES.
               10  WS-LP-BANK-NO       PIC 99.
               10  WS-LP-ACCT-ID       PIC 9(3).
               10  WS-LP-ACCT-NO       PIC 9(9).
               10  WS-LP-LANG-PREF     PIC X.

       01  WS-ACCT-LANG-PREF           PIC X          VALUE SPACE.
           88  WS-ACCT-ENGLISH                        VALUE ' ' 'E'.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RESPONSE-DAYS            PIC 9(3)       VALUE ZERO.
                                                       COMP-3.
       01  WS-BADADDR-CNT              PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-LANG-LETTER-CNT          PIC S9(5)      VALUE ZERO
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

       COPY CIFU032P.

           05  FILLER                  PIC X(17)      VALUE
               '  BAD ADDRESSES  '.
           05  WS-TL-BADADDR           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)      VALUE
               '  OTHER LANGUAGE    '.
           05  WS-TL-LANG              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(60)      VALUE SPACES.

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


       1000-INITIALIZE.
           OPEN INPUT  LAST-ACT-FILE
                       NOW-FILE
                       DD-PARM-FILE
                OUTPUT DD-LETTER-FILE
                       DD-LOG-FILE
           MOVE DP-RESPONSE-BUS-DAYS TO WS-RESPONSE-DAYS.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE DD-RPT-LINE FROM WS-RPT-HDG.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-LANG-PREFS
               UNTIL WS-NOW-EOF.
           READ LAST-ACT-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-SW
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

       2000-WORK-SUSPECT.
           IF LA-ESCHEAT-SUSPECT
               PERFORM 3000-GENERATE-LETTER
           MOVE LA-LAST-ACT-DATE TO DL-LAST-ACT-DATE.
           MOVE BDL-RESULT-DATE  TO DL-RESPONSE-DEADLINE.
           MOVE WS-RUN-DATE      TO DL-LETTER-DATE.
           PERFORM 3210-FIND-LANG-PREF.
           IF NOT WS-ACCT-ENGLISH
               ADD 1 TO WS-LANG-LETTER-CNT
           END-IF.
           MOVE WS-ACCT-LANG-PREF TO DL-LANG-PREF.
           MOVE 'T' TO LXL-REQUEST.
           MOVE WS-ACCT-LANG-PREF TO LXL-LANG.
           MOVE 'H' TO LXL-TEXT-TYPE.
           MOVE 'DDLTR-TITLE' TO LXL-TEXT-KEY.
           MOVE 'IMPORTANT - YOUR ACCOUNT MAY BE PRESUMED ABANDONED'
               TO LXL-TEXT.
           CALL 'DSDS207' USING LXL-PARM-AREA.
           MOVE LXL-TEXT TO DL-TITLE.
           WRITE DD-LETTER-REC.
       3200-WRITE-LETTER-EXIT.
           EXIT.

       3210-FIND-LANG-PREF.
           MOVE SPACE TO WS-ACCT-LANG-PREF.
           MOVE 'N' TO WS-LANG-FOUND-SW.
           PERFORM 3220-SCAN-LANG-PREFS
               VARYING WS-LP-IDX FROM 1 BY 1
               UNTIL WS-LP-IDX > WS-LP-COUNT
                  OR WS-LANG-FOUND.
           IF WS-LANG-FOUND
               SUBTRACT 1 FROM WS-LP-IDX
               MOVE WS-LP-LANG-PREF (WS-LP-IDX) TO WS-ACCT-LANG-PREF
           END-IF.
       3210-FIND-LANG-PREF-EXIT.
           EXIT.

       3220-SCAN-LANG-PREFS.
           IF LA-BANK-NO = WS-LP-BANK-NO (WS-LP-IDX)
              AND LA-ACCT-ID = WS-LP-ACCT-ID (WS-LP-IDX)
              AND LA-ACCT-NO = WS-LP-ACCT-NO (WS-LP-IDX)
               MOVE 'Y' TO WS-LANG-FOUND-SW
           END-IF.
       3220-SCAN-LANG-PREFS-EXIT.
           EXIT.

       3300-WRITE-LOG.
           MOVE SPACES TO DD-LOG-REC.
           MOVE LA-BANK-NO      TO DG-BANK-NO.
       8000-PRINT-DETAIL-EXIT.
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
               WRITE DD-RPT-LINE FROM WS-FALLBACK-LINE
           END-IF.
       8100-PRINT-FALLBACK-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-LETTER-CNT  TO WS-TL-LETTERS.
           MOVE WS-BADADDR-CNT TO WS-TL-BADADDR.
           MOVE WS-LANG-LETTER-CNT TO WS-TL-LANG.
           WRITE DD-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-LANG-LETTER-CNT > ZERO
               PERFORM 8100-PRINT-FALLBACK
                   UNTIL WS-FALLBACK-END
           END-IF.
           CLOSE LAST-ACT-FILE
                 NOW-FILE
                 DD-PARM-FILE
                 DD-LETTER-FILE
                 DD-LOG-FILE
