      * can hand-deliver.  Every notice also logs to NTCLOG --
      * bank, account, effective date, notice date -- so compliance
      * can evidence the mailing account by account.
      *
      * The notice carries the account's language from the NOW header
      * (NAH-LANG-PREF), which selects the print formatter's notice
      * text, and its title in that language from the DSDS207 text
      * service -- in English where the table has no translation.
      * The bank lines count the notices in another language and the
      * text that fell back to English lists after them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  NP-NOTICE-DATE          PIC X(10).

       FD  NOTICE-FILE
           RECORD CONTAINS 330 CHARACTERS.
       01  NOTICE-REC.
           05  NT-BANK-NO              PIC 99.
           05  NT-ACCT-ID              PIC 9(3).
           05  NT-NEW-RATE             PIC 9V9(9).
           05  NT-EFFECTIVE-DATE       PIC X(10).
           05  NT-NOTICE-DATE          PIC X(10).
           05  NT-LANG-PREF            PIC X.
           05  NT-TITLE                PIC X(50).
           05  FILLER                  PIC X(25).

       FD  NOTICE-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
               88  WS-NAH-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-FALLBACK-END-SW      PIC X          VALUE 'N'.
               88  WS-FALLBACK-END                    VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-DC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP-3.
           05  WS-EXCEPT-CNT           PIC S9(5)      VALUE ZERO
                                                       COMP-3.
           05  WS-LANG-NOTICE-CNT      PIC S9(7)      VALUE ZERO
                                                       COMP-3.

      * One entry per bank with a savings-rate decrease effective
      * inside the notice window.
               10  WS-DC-NEW-RATE      PIC SV9(9)     COMP-3.
               10  WS-DC-EFF-DATE      PIC X(10).
               10  WS-DC-NOTICES       PIC S9(7)      COMP-3.
               10  WS-DC-LANG-NOTICES  PIC S9(7)      COMP-3.

       01  WS-WINDOW-START             PIC X(10)      VALUE SPACES.
       01  WS-WINDOW-END               PIC X(10)      VALUE SPACES.

       COPY CIFU032P.

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

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'CDU104 - DEPOSIT RATE DECREASE CUSTOMER NOTICES'.
           05  FILLER                  PIC X(11)      VALUE
               '  NOTICES: '.
           05  WS-BL-NOTICES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18)      VALUE
               '  OTHER LANGUAGE: '.
           05  WS-BL-LANG-NOTICES      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(42)      VALUE SPACES.

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

           PERFORM 4000-PRINT-BANK-TOTALS
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT.
           IF WS-LANG-NOTICE-CNT > ZERO
               PERFORM 4100-PRINT-FALLBACK
                   UNTIL WS-FALLBACK-END
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
                   MOVE RH-OLD-SAV-RATE
                       TO WS-DC-OLD-RATE (WS-DC-IDX)
                   MOVE ZERO TO WS-DC-NOTICES (WS-DC-IDX)
                                WS-DC-LANG-NOTICES (WS-DC-IDX)
               END-IF
               MOVE RH-NEW-SAV-RATE TO WS-DC-NEW-RATE (WS-DC-IDX)
               MOVE RH-EFFECTIVE-DATE
           MOVE WS-DC-NEW-RATE (WS-DC-IDX) TO NT-NEW-RATE.
           MOVE WS-DC-EFF-DATE (WS-DC-IDX) TO NT-EFFECTIVE-DATE.
           MOVE WS-NOTICE-DATE TO NT-NOTICE-DATE.
           MOVE NAH-LANG-PREF TO NT-LANG-PREF.
           MOVE 'T' TO LXL-REQUEST.
           MOVE NAH-LANG-PREF TO LXL-LANG.
           MOVE 'H' TO LXL-TEXT-TYPE.
           MOVE 'RATENT-TITLE' TO LXL-TEXT-KEY.
           MOVE 'NOTICE OF A DECREASE IN YOUR DEPOSIT INTEREST RATE'
               TO LXL-TEXT.
           CALL 'DSDS207' USING LXL-PARM-AREA.
           MOVE LXL-TEXT TO NT-TITLE.
           WRITE NOTICE-REC.
           MOVE NAH-BANK-NO TO NL-BANK-NO.
           MOVE NAH-ACCT-ID TO NL-ACCT-ID.
           WRITE NOTICE-LOG-REC.
           ADD 1 TO WS-NOTICE-CNT.
           ADD 1 TO WS-DC-NOTICES (WS-DC-IDX).
           IF NOT NAH-LANG-ENGLISH
               ADD 1 TO WS-LANG-NOTICE-CNT
               ADD 1 TO WS-DC-LANG-NOTICES (WS-DC-IDX)
           END-IF.
       3200-WRITE-NOTICE-EXIT.
           EXIT.

           MOVE WS-DC-NEW-RATE (WS-DC-IDX) TO WS-BL-NEW-RATE.
           MOVE WS-DC-EFF-DATE (WS-DC-IDX) TO WS-BL-EFF-DATE.
           MOVE WS-DC-NOTICES (WS-DC-IDX)  TO WS-BL-NOTICES.
           MOVE WS-DC-LANG-NOTICES (WS-DC-IDX) TO WS-BL-LANG-NOTICES.
           WRITE NOTICE-RPT-LINE FROM WS-BANK-LINE.
       4000-PRINT-BANK-TOTALS-EXIT.
           EXIT.

       4100-PRINT-FALLBACK.
           MOVE 'F' TO LXL-REQUEST.
           CALL 'DSDS207' USING LXL-PARM-AREA.
           IF LXL-END-OF-FALLBACKS
               MOVE 'Y' TO WS-FALLBACK-END-SW
           ELSE
               MOVE LXL-LANG TO WS-FL-LANG
               MOVE LXL-TEXT-KEY TO WS-FL-KEY
               MOVE LXL-FALLBACK-CNT TO WS-FL-COUNT
               WRITE NOTICE-RPT-LINE FROM WS-FALLBACK-LINE
           END-IF.
       4100-PRINT-FALLBACK-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RATE-HISTORY-FILE
                 NOW-HDR-FILE
