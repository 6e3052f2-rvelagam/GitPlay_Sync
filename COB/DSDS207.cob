       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS207.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS207 is the customer-language text service behind the
      * Spanish statements and notices, callable in the DSDS103
      * style:
      *
      *     CALL 'DSDS207' USING LXL-PARM-AREA.
      *
      * LANGTBL is the translation table: one row per language,
      * text type and text key with the translated text.  Text
      * types are H (statement and notice headings and static
      * text, keyed by the caller's text name) and T (transaction
      * code descriptions, keyed by the three-digit code).  Message
      * text is not here -- DSDS147's message master carries its
      * own language variants.  The table loads on the first call
      * and stays resident for the run.
      *
      * LXL-REQUEST T translates: the caller sets LXL-LANG,
      * LXL-TEXT-TYPE and LXL-TEXT-KEY and puts the English text in
      * LXL-TEXT.  English (space or E) comes back untouched; any
      * other language comes back translated (return code 0) or, with
      * no row for it, still in English (return code 1), the key
      * tallied as a fallback.
      *
      * LXL-REQUEST F walks the fallback tally for the caller's run
      * report: each call returns the next key with its count in
      * LXL-FALLBACK-CNT, return code 2 once the tally is exhausted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANG-TABLE-FILE    ASSIGN TO LANGTBL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LANG-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LANG-TABLE-REC.
           05  LT-LANG                 PIC X.
           05  LT-TEXT-TYPE            PIC X.
           05  LT-TEXT-KEY             PIC X(12).
           05  LT-TEXT                 PIC X(60).
           05  FILLER                  PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOADED-SW            PIC X          VALUE 'N'.
               88  WS-LOADED                          VALUE 'Y'.
           05  WS-LT-EOF-SW            PIC X          VALUE 'N'.
               88  WS-LT-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-TX-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TX-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FB-NEXT              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-TEXT-TABLE.
           05  WS-TX-ENTRY             OCCURS 5000 TIMES.
               10  WS-TX-LANG          PIC X.
               10  WS-TX-TEXT-TYPE     PIC X.
               10  WS-TX-TEXT-KEY      PIC X(12).
               10  WS-TX-TEXT          PIC X(60).

      * Keys asked for in a language the table could not answer.
       01  WS-FALLBACK-TABLE.
           05  WS-FB-ENTRY             OCCURS 500 TIMES.
               10  WS-FB-LANG          PIC X.
               10  WS-FB-TEXT-TYPE     PIC X.
               10  WS-FB-TEXT-KEY      PIC X(12).
               10  WS-FB-CNT           PIC S9(7)      COMP-3.

       LINKAGE SECTION.
       01  LXL-PARM-AREA.
           05  LXL-REQUEST             PIC X.
               88  LXL-TRANSLATE                      VALUE 'T'.
               88  LXL-NEXT-FALLBACK                  VALUE 'F'.
           05  LXL-LANG                PIC X.
               88  LXL-ENGLISH                        VALUE ' ' 'E'.
           05  LXL-TEXT-TYPE           PIC X.
           05  LXL-TEXT-KEY            PIC X(12).
           05  LXL-TEXT                PIC X(60).
           05  LXL-FALLBACK-CNT        PIC 9(7).
           05  LXL-RETURN-CODE         PIC 99.
               88  LXL-TRANSLATED                     VALUE 0.
               88  LXL-FELL-BACK                      VALUE 1.
               88  LXL-END-OF-FALLBACKS               VALUE 2.

       PROCEDURE DIVISION USING LXL-PARM-AREA.

       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-TEXT-TABLE
           END-IF.
           IF LXL-NEXT-FALLBACK
               PERFORM 3000-RETURN-FALLBACK
           ELSE
               PERFORM 2000-TRANSLATE
           END-IF.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-LOAD-TEXT-TABLE.
           OPEN INPUT LANG-TABLE-FILE.
           READ LANG-TABLE-FILE
               AT END MOVE 'Y' TO WS-LT-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ONE-ROW
               UNTIL WS-LT-EOF.
           CLOSE LANG-TABLE-FILE.
           MOVE 'Y' TO WS-LOADED-SW.
       1000-LOAD-TEXT-TABLE-EXIT.
           EXIT.

       1100-LOAD-ONE-ROW.
           IF WS-TX-COUNT < 5000
               ADD 1 TO WS-TX-COUNT
               MOVE WS-TX-COUNT TO WS-TX-IDX
               MOVE LT-LANG      TO WS-TX-LANG (WS-TX-IDX)
               MOVE LT-TEXT-TYPE TO WS-TX-TEXT-TYPE (WS-TX-IDX)
               MOVE LT-TEXT-KEY  TO WS-TX-TEXT-KEY (WS-TX-IDX)
               MOVE LT-TEXT      TO WS-TX-TEXT (WS-TX-IDX)
           END-IF.
           READ LANG-TABLE-FILE
               AT END MOVE 'Y' TO WS-LT-EOF-SW
           END-READ.
       1100-LOAD-ONE-ROW-EXIT.
           EXIT.

       2000-TRANSLATE.
           MOVE ZERO TO LXL-RETURN-CODE.
           IF NOT LXL-ENGLISH
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2100-SCAN-TEXT-TABLE
                   VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-TX-IDX
                   MOVE WS-TX-TEXT (WS-TX-IDX) TO LXL-TEXT
               ELSE
                   MOVE 01 TO LXL-RETURN-CODE
                   PERFORM 2200-TALLY-FALLBACK
               END-IF
           END-IF.
       2000-TRANSLATE-EXIT.
           EXIT.

       2100-SCAN-TEXT-TABLE.
           IF LXL-LANG = WS-TX-LANG (WS-TX-IDX)
              AND LXL-TEXT-TYPE = WS-TX-TEXT-TYPE (WS-TX-IDX)
              AND LXL-TEXT-KEY = WS-TX-TEXT-KEY (WS-TX-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2100-SCAN-TEXT-TABLE-EXIT.
           EXIT.

       2200-TALLY-FALLBACK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-FALLBACKS
               VARYING WS-FB-IDX FROM 1 BY 1
               UNTIL WS-FB-IDX > WS-FB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FB-IDX
               ADD 1 TO WS-FB-CNT (WS-FB-IDX)
           ELSE
               IF WS-FB-COUNT < 500
                   ADD 1 TO WS-FB-COUNT
                   MOVE WS-FB-COUNT TO WS-FB-IDX
                   MOVE LXL-LANG      TO WS-FB-LANG (WS-FB-IDX)
                   MOVE LXL-TEXT-TYPE TO WS-FB-TEXT-TYPE (WS-FB-IDX)
                   MOVE LXL-TEXT-KEY  TO WS-FB-TEXT-KEY (WS-FB-IDX)
                   MOVE 1 TO WS-FB-CNT (WS-FB-IDX)
               END-IF
           END-IF.
       2200-TALLY-FALLBACK-EXIT.
           EXIT.

       2210-SCAN-FALLBACKS.
           IF LXL-LANG = WS-FB-LANG (WS-FB-IDX)
              AND LXL-TEXT-TYPE = WS-FB-TEXT-TYPE (WS-FB-IDX)
              AND LXL-TEXT-KEY = WS-FB-TEXT-KEY (WS-FB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-FALLBACKS-EXIT.
           EXIT.

       3000-RETURN-FALLBACK.
           ADD 1 TO WS-FB-NEXT.
           IF WS-FB-NEXT > WS-FB-COUNT
               MOVE 02 TO LXL-RETURN-CODE
           ELSE
               MOVE WS-FB-LANG (WS-FB-NEXT)      TO LXL-LANG
               MOVE WS-FB-TEXT-TYPE (WS-FB-NEXT) TO LXL-TEXT-TYPE
               MOVE WS-FB-TEXT-KEY (WS-FB-NEXT)  TO LXL-TEXT-KEY
               MOVE WS-FB-CNT (WS-FB-NEXT)       TO LXL-FALLBACK-CNT
               MOVE ZERO TO LXL-RETURN-CODE
           END-IF.
       3000-RETURN-FALLBACK-EXIT.
           EXIT.
