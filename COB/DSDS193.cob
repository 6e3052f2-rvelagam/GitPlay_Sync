       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS193.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS193 puts the Reg DD aggregate-fee box on consumer
      * periodic statements: total overdraft fees and total
      * returned-item fees, for the statement period and for the
      * calendar year to date, as DSDS192 holds them on the fee
      * accumulator (see DSDSFEEA).
      *
      * Run between statement build and print, after DSDS192, the
      * PD-REG-STMT-HDR stream (see DSDSPDTX) passes through
      * untouched as in DSDS147.  Behind each statement header --
      * regular or special -- of a consumer account, a print record
      * tagged 'FEE' writes into the stream carrying the statement's
      * keys and the four totals; an account with no fees on file
      * gets the box showing zeros, which Reg DD still requires.
      * Accounts DSDS167's ACCTCLAS marks commercial ('C') get no
      * box; an account it does not carry is taken as consumer.
      *
      * Each box disclosed is also written to FEEDISC, which closes
      * the statement period on the accumulator the next night and
      * which DSDR345 proves the printed figures against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE      ASSIGN TO FEEPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-ACCUM-FILE     ASSIGN TO FEEACCUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-CLASS-FILE    ASSIGN TO ACCTCLAS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-FILE        ASSIGN TO PDHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PD-HDR-OUT         ASSIGN TO PDHDROUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-DISC-FILE      ASSIGN TO FEEDISC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-DISC-RPT       ASSIGN TO FEEDSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  FEE-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(23).

       FD  FEE-ACCUM-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY DSDSFEEA.

       FD  ACCT-CLASS-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  ACCT-CLASS-REC.
           05  AC-BANK-NO              PIC 99.
           05  AC-ACCT-ID              PIC 9(3).
           05  AC-ACCT-NO              PIC 9(9).
           05  AC-CLASS                PIC X.

       FD  PD-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-REG-STMT-HDR.
           COPY DSDSPDTX.

       FD  PD-HDR-OUT
           RECORD CONTAINS 225 CHARACTERS.
       01  PD-HDR-OUT-REC              PIC X(225).

       FD  FEE-DISC-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  FEE-DISC-REC.
           05  FD-BANK-NO              PIC 99.
           05  FD-ACCT-ID              PIC 9(3).
           05  FD-ACCT-NO              PIC 9(9).
           05  FD-STMT-DATE            PIC 9(7).
           05  FD-PRD-OD-FEES          PIC 9(7)V99.
           05  FD-PRD-RI-FEES          PIC 9(7)V99.
           05  FD-YTD-OD-FEES          PIC 9(7)V99.
           05  FD-YTD-RI-FEES          PIC 9(7)V99.
           05  FILLER                  PIC X(3).

       FD  FEE-DISC-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  FEE-DISC-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FA-EOF-SW            PIC X          VALUE 'N'.
               88  WS-FA-EOF                          VALUE 'Y'.
           05  WS-AC-EOF-SW            PIC X          VALUE 'N'.
               88  WS-AC-EOF                          VALUE 'Y'.
           05  WS-PDH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-PDH-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-FA-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FA-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CM-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CM-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-ACCUM-TABLE.
           05  WS-FA-ENTRY             OCCURS 5000 TIMES.
               10  WS-FA-BANK-NO       PIC 99.
               10  WS-FA-ACCT-ID       PIC 9(3).
               10  WS-FA-ACCT-NO       PIC 9(9).
               10  WS-FA-YTD-YEAR      PIC 9(4).
               10  WS-FA-PRD-OD-FEES   PIC 9(7)V99.
               10  WS-FA-PRD-RI-FEES   PIC 9(7)V99.
               10  WS-FA-YTD-OD-FEES   PIC 9(7)V99.
               10  WS-FA-YTD-RI-FEES   PIC 9(7)V99.

      * Commercial accounts only; anything else is consumer.
       01  WS-COMMERCIAL-TABLE.
           05  WS-CM-ENTRY             OCCURS 5000 TIMES.
               10  WS-CM-BANK-NO       PIC 99.
               10  WS-CM-ACCT-ID       PIC 9(3).
               10  WS-CM-ACCT-NO       PIC 9(9).

       01  WS-DATE-WORK.
           05  WS-WORK-DATE            PIC 9(7).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-DAY         PIC 9(3).

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-FA-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-CM-OVERFLOW              PIC 9(7)       VALUE ZERO.

      * Fee box emitted into the print stream: keyed like a header,
      * tagged 'FEE' so the print formatter knows it.
       01  WS-FEE-PRINT-REC.
           05  WS-FB-BANK-NO           PIC 99.
           05  WS-FB-ACCT-ID           PIC 9(3).
           05  WS-FB-ACCT-NO           PIC 9(9).
           05  WS-FB-TAG               PIC X(3).
           05  WS-FB-YTD-YEAR          PIC 9(4).
           05  WS-FB-PRD-OD-FEES       PIC 9(7)V99.
           05  WS-FB-PRD-RI-FEES       PIC 9(7)V99.
           05  WS-FB-YTD-OD-FEES       PIC 9(7)V99.
           05  WS-FB-YTD-RI-FEES       PIC 9(7)V99.
           05  FILLER                  PIC X(168).

       01  WS-TOTALS.
           05  WS-TOT-STATEMENTS       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-COMMERCIAL       PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-DISCLOSED        PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-NO-FEES          PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PRD-OD-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-PRD-RI-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-YTD-OD-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
           05  WS-TOT-YTD-RI-AMT       PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(48)      VALUE
               'DSDS193 - STATEMENT AGGREGATE FEE DISCLOSURE    '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(71)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(65)      VALUE SPACES.

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
           MOVE 'DSDS193 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-STATEMENT
               UNTIL WS-PDH-EOF.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-TOT-STATEMENTS TO RRG-RECORDS-IN.
           MOVE WS-TOT-DISCLOSED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-FA-OVERFLOW > ZERO
              OR WS-CM-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FEE-PARM-FILE
                       FEE-ACCUM-FILE
                       ACCT-CLASS-FILE
                       PD-HDR-FILE
                OUTPUT PD-HDR-OUT
                       FEE-DISC-FILE
                       FEE-DISC-RPT.
           READ FEE-PARM-FILE.
           MOVE FP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE FEE-DISC-RPT-LINE FROM WS-RPT-HDG.
           READ FEE-ACCUM-FILE
               AT END MOVE 'Y' TO WS-FA-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-ACCUM
               UNTIL WS-FA-EOF.
           READ ACCT-CLASS-FILE
               AT END MOVE 'Y' TO WS-AC-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-COMMERCIAL
               UNTIL WS-AC-EOF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ACCUM.
           IF WS-FA-COUNT < 5000
               ADD 1 TO WS-FA-COUNT
               MOVE WS-FA-COUNT TO WS-FA-IDX
               MOVE FA-BANK-NO     TO WS-FA-BANK-NO (WS-FA-IDX)
               MOVE FA-ACCT-ID     TO WS-FA-ACCT-ID (WS-FA-IDX)
               MOVE FA-ACCT-NO     TO WS-FA-ACCT-NO (WS-FA-IDX)
               MOVE FA-YTD-YEAR    TO WS-FA-YTD-YEAR (WS-FA-IDX)
               MOVE FA-PRD-OD-FEES TO WS-FA-PRD-OD-FEES (WS-FA-IDX)
               MOVE FA-PRD-RI-FEES TO WS-FA-PRD-RI-FEES (WS-FA-IDX)
               MOVE FA-YTD-OD-FEES TO WS-FA-YTD-OD-FEES (WS-FA-IDX)
               MOVE FA-YTD-RI-FEES TO WS-FA-YTD-RI-FEES (WS-FA-IDX)
           ELSE
               ADD 1 TO WS-FA-OVERFLOW
           END-IF.
           READ FEE-ACCUM-FILE
               AT END MOVE 'Y' TO WS-FA-EOF-SW
           END-READ.
       1100-LOAD-ACCUM-EXIT.
           EXIT.

       1200-LOAD-COMMERCIAL.
           IF AC-CLASS = 'C'
               IF WS-CM-COUNT < 5000
                   ADD 1 TO WS-CM-COUNT
                   MOVE WS-CM-COUNT TO WS-CM-IDX
                   MOVE AC-BANK-NO TO WS-CM-BANK-NO (WS-CM-IDX)
                   MOVE AC-ACCT-ID TO WS-CM-ACCT-ID (WS-CM-IDX)
                   MOVE AC-ACCT-NO TO WS-CM-ACCT-NO (WS-CM-IDX)
               ELSE
                   ADD 1 TO WS-CM-OVERFLOW
               END-IF
           END-IF.
           READ ACCT-CLASS-FILE
               AT END MOVE 'Y' TO WS-AC-EOF-SW
           END-READ.
       1200-LOAD-COMMERCIAL-EXIT.
           EXIT.

       2000-WORK-STATEMENT.
           WRITE PD-HDR-OUT-REC FROM PD-REG-STMT-HDR.
           IF PDH-HEADER OR PDH-SPECIAL-HEADER
               ADD 1 TO WS-TOT-STATEMENTS
               PERFORM 2100-FIND-COMMERCIAL
               IF WS-FOUND
                   ADD 1 TO WS-TOT-COMMERCIAL
               ELSE
                   PERFORM 3000-EMIT-FEE-BOX
               END-IF
           END-IF.
           READ PD-HDR-FILE
               AT END MOVE 'Y' TO WS-PDH-EOF-SW
           END-READ.
       2000-WORK-STATEMENT-EXIT.
           EXIT.

       2100-FIND-COMMERCIAL.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2110-SCAN-COMMERCIAL
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
                  OR WS-FOUND.
       2100-FIND-COMMERCIAL-EXIT.
           EXIT.

       2110-SCAN-COMMERCIAL.
           IF PDH-BANK-NO = WS-CM-BANK-NO (WS-CM-IDX)
              AND PDH-ACCT-ID = WS-CM-ACCT-ID (WS-CM-IDX)
              AND PDH-ACCT-NO = WS-CM-ACCT-NO (WS-CM-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2110-SCAN-COMMERCIAL-EXIT.
           EXIT.

       2200-FIND-ACCUM.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-ACCUM
               VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FA-IDX
           END-IF.
       2200-FIND-ACCUM-EXIT.
           EXIT.

       2210-SCAN-ACCUM.
           IF PDH-BANK-NO = WS-FA-BANK-NO (WS-FA-IDX)
              AND PDH-ACCT-ID = WS-FA-ACCT-ID (WS-FA-IDX)
              AND PDH-ACCT-NO = WS-FA-ACCT-NO (WS-FA-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-ACCUM-EXIT.
           EXIT.

      * No accumulator record means no fees this period or year;
      * the box still prints, all zero, for the statement's year.
       3000-EMIT-FEE-BOX.
           MOVE SPACES TO WS-FEE-PRINT-REC.
           MOVE PDH-BANK-NO TO WS-FB-BANK-NO.
           MOVE PDH-ACCT-ID TO WS-FB-ACCT-ID.
           MOVE PDH-ACCT-NO TO WS-FB-ACCT-NO.
           MOVE 'FEE' TO WS-FB-TAG.
           PERFORM 2200-FIND-ACCUM.
           IF WS-FOUND
               MOVE WS-FA-YTD-YEAR (WS-FA-IDX) TO WS-FB-YTD-YEAR
               MOVE WS-FA-PRD-OD-FEES (WS-FA-IDX)
                   TO WS-FB-PRD-OD-FEES
               MOVE WS-FA-PRD-RI-FEES (WS-FA-IDX)
                   TO WS-FB-PRD-RI-FEES
               MOVE WS-FA-YTD-OD-FEES (WS-FA-IDX)
                   TO WS-FB-YTD-OD-FEES
               MOVE WS-FA-YTD-RI-FEES (WS-FA-IDX)
                   TO WS-FB-YTD-RI-FEES
           ELSE
               MOVE PDH-CURR-PROC-DT TO WS-WORK-DATE
               MOVE WS-WORK-YEAR TO WS-FB-YTD-YEAR
               MOVE ZERO TO WS-FB-PRD-OD-FEES
                            WS-FB-PRD-RI-FEES
                            WS-FB-YTD-OD-FEES
                            WS-FB-YTD-RI-FEES
               ADD 1 TO WS-TOT-NO-FEES
           END-IF.
           WRITE PD-HDR-OUT-REC FROM WS-FEE-PRINT-REC.
           MOVE SPACES TO FEE-DISC-REC.
           MOVE PDH-BANK-NO       TO FD-BANK-NO.
           MOVE PDH-ACCT-ID       TO FD-ACCT-ID.
           MOVE PDH-ACCT-NO       TO FD-ACCT-NO.
           MOVE PDH-CURR-PROC-DT  TO FD-STMT-DATE.
           MOVE WS-FB-PRD-OD-FEES TO FD-PRD-OD-FEES.
           MOVE WS-FB-PRD-RI-FEES TO FD-PRD-RI-FEES.
           MOVE WS-FB-YTD-OD-FEES TO FD-YTD-OD-FEES.
           MOVE WS-FB-YTD-RI-FEES TO FD-YTD-RI-FEES.
           WRITE FEE-DISC-REC.
           ADD 1 TO WS-TOT-DISCLOSED.
           ADD WS-FB-PRD-OD-FEES TO WS-TOT-PRD-OD-AMT.
           ADD WS-FB-PRD-RI-FEES TO WS-TOT-PRD-RI-AMT.
           ADD WS-FB-YTD-OD-FEES TO WS-TOT-YTD-OD-AMT.
           ADD WS-FB-YTD-RI-FEES TO WS-TOT-YTD-RI-AMT.
       3000-EMIT-FEE-BOX-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO FEE-DISC-RPT-LINE.
           WRITE FEE-DISC-RPT-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE 'STATEMENTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-STATEMENTS TO WS-TL-COUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'COMMERCIAL - NO FEE BOX' TO WS-TL-LABEL.
           MOVE WS-TOT-COMMERCIAL TO WS-TL-COUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE BOXES PRINTED' TO WS-TL-LABEL.
           MOVE WS-TOT-DISCLOSED TO WS-TL-COUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FEE BOXES WITH NO FEES ON FILE' TO WS-TL-LABEL.
           MOVE WS-TOT-NO-FEES TO WS-TL-COUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-TOT-DISCLOSED TO WS-TL-COUNT.
           MOVE 'PERIOD OVERDRAFT FEES DISCLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-PRD-OD-AMT TO WS-TL-AMOUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PERIOD RETURNED-ITEM FEES DISCLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-PRD-RI-AMT TO WS-TL-AMOUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'YTD OVERDRAFT FEES DISCLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-YTD-OD-AMT TO WS-TL-AMOUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'YTD RETURNED-ITEM FEES DISCLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-YTD-RI-AMT TO WS-TL-AMOUNT.
           WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-AMOUNT.
           IF WS-FA-OVERFLOW > ZERO
               MOVE 'ACCUMULATOR TABLE FULL - NOT LOADED' TO
                   WS-TL-LABEL
               MOVE WS-FA-OVERFLOW TO WS-TL-COUNT
               WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-CM-OVERFLOW > ZERO
               MOVE 'COMMERCIAL TABLE FULL - NOT LOADED' TO
                   WS-TL-LABEL
               MOVE WS-CM-OVERFLOW TO WS-TL-COUNT
               WRITE FEE-DISC-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FEE-PARM-FILE
                 FEE-ACCUM-FILE
                 ACCT-CLASS-FILE
                 PD-HDR-FILE
                 PD-HDR-OUT
                 FEE-DISC-FILE
                 FEE-DISC-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
