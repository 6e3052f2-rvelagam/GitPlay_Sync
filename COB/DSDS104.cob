      * dormancy entries are accepted from inactive too.
           05  FILLER  PIC 9(9)  VALUE 025030030.
           05  FILLER  PIC 9(9)  VALUE 025040040.
      * Date-of-death notices written by DSDS169 carry status 070
      * (deceased) on maint type 070 from any live status; the
      * estate closes a deceased account the ordinary way.
           05  FILLER  PIC 9(9)  VALUE 010070070.
           05  FILLER  PIC 9(9)  VALUE 025070070.
           05  FILLER  PIC 9(9)  VALUE 030070070.
           05  FILLER  PIC 9(9)  VALUE 040070070.
           05  FILLER  PIC 9(9)  VALUE 070007020.

       01  WS-TRANSITION-TABLE REDEFINES WS-TRANSITION-CONSTANTS.
           05  WS-TR-ENTRY             OCCURS 28 TIMES.
               10  WS-TR-PRIOR-STATUS  PIC 9(3).
               10  WS-TR-MAINT-TYPE    PIC 9(3).
               10  WS-TR-NEW-STATUS    PIC 9(3).
           MOVE ZERO TO WS-EXPECTED-STATUS.
           PERFORM 2210-SCAN-TRANSITION-TABLE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 28.
           IF WS-EXPECTED-STATUS = DSDS-H-STATUS-CODE
              AND WS-EXPECTED-STATUS NOT = ZERO
               MOVE 'Y' TO WS-VALID-SW
