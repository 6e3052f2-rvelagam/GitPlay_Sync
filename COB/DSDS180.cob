       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS180.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS180 is the cycle-end foreign ATM surcharge refund.  The
      * premium checking routines promise to give back the
      * surcharge other banks' ATMs take, up to a monthly cap; the
      * refunds were being worked by hand off customer complaints.
      *
      *  - ATM-BENEFIT-FILE names each bank's service-charge
      *    routines (NAH-SC-ROUTINE, see DSDSODB) that carry the
      *    benefit and the routine's monthly refund cap (zero is no
      *    cap).  The product name on the report is the routine's
      *    SC-RTN-DESCRIPTION off the BCF (see DSDSCOLE).
      *  - the NOW header stream gives each account's routine; only
      *    accounts on a benefit routine are looked at.
      *  - OWN-ATM-FILE lists the owner names that are ours
      *    (affiliates included) as they come in DSDSTXL-ATM-BANK.
      *  - a foreign withdrawal is an ATM debit (DSDSTXL-ATM-SC, code
      *    500 and up, see DSDSTYP) dated inside the parm cycle,
      *    whose DSDSTXL-ATM-BANK is not ours and which carries a
      *    DSDSTXL-ATM-SURCHARGE.
      *
      * Each refund posts to TXLOUT as a credit under the parm refund
      * code, one per withdrawal, with the ATM location carried in
      * the description.  Once an account reaches its routine's cap
      * the rest of the month's surcharges are left unrefunded and
      * counted.  The report gives refunds paid by product for
      * marketing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-PARM-FILE      ASSIGN TO ATMRPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATM-BENEFIT-FILE   ASSIGN TO ATMRBEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWN-ATM-FILE       ASSIGN TO OWNATM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-HDR-FILE       ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-RPT         ASSIGN TO ATMRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ATM-PARM-REC.
           05  AP-CYCLE-START-DATE     PIC 9(7).
           05  AP-CYCLE-END-DATE       PIC 9(7).
           05  AP-REFUND-CODE          PIC 9(3).
           05  FILLER                  PIC X(3).

       FD  ATM-BENEFIT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ATM-BENEFIT-REC.
           05  AB-BANK-NO              PIC 99.
           05  AB-SC-ROUTINE           PIC 99.
           05  AB-MONTHLY-CAP          PIC 9(5)V99.
           05  FILLER                  PIC X(9).

       FD  OWN-ATM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  OWN-ATM-REC.
           05  OW-ATM-BANK             PIC X(14).
           05  FILLER                  PIC X(6).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  NOW-HDR-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==ATM-TRANSACTION==
               LEADING ==DSDSTXL== BY ==ATTXL==.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  REFUND-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REFUND-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BN-EOF-SW            PIC X          VALUE 'N'.
               88  WS-BN-EOF                          VALUE 'Y'.
           05  WS-OW-EOF-SW            PIC X          VALUE 'N'.
               88  WS-OW-EOF                          VALUE 'Y'.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-NAH-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NAH-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BN-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BN-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OW-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-OW-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RTN-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AC-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * One entry per benefit routine, with the product totals.
       01  WS-BENEFIT-TABLE.
           05  WS-BN-ENTRY             OCCURS 500 TIMES.
               10  WS-BN-BANK-NO       PIC 99.
               10  WS-BN-SC-ROUTINE    PIC 99.
               10  WS-BN-CAP           PIC S9(5)V99   COMP-3.
               10  WS-BN-PRODUCT       PIC X(20).
               10  WS-BN-ACCTS         PIC S9(5)      COMP-3.
               10  WS-BN-ITEMS         PIC S9(7)      COMP-3.
               10  WS-BN-REFUNDED      PIC S9(9)V99   COMP-3.
               10  WS-BN-NOT-REFUNDED  PIC S9(9)V99   COMP-3.

       01  WS-OWN-ATM-TABLE.
           05  WS-OW-ATM-BANK          PIC X(14)      OCCURS 50 TIMES.

      * One entry per account on a benefit routine.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY             OCCURS 20000 TIMES.
               10  WS-AC-BANK-NO       PIC 99.
               10  WS-AC-ACCT-ID       PIC 9(3).
               10  WS-AC-ACCT-NO       PIC 9(9).
               10  WS-AC-BN-IDX        PIC S9(4)      COMP.
               10  WS-AC-REFUNDED      PIC S9(7)V99   COMP-3.

       01  WS-CYCLE-START              PIC 9(7)       VALUE ZERO.
       01  WS-CYCLE-END                PIC 9(7)       VALUE ZERO.
       01  WS-REFUND-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-REFUND-AMT               PIC S9(5)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-CAP-ROOM                 PIC S9(7)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-TEST-BANK                PIC 99         VALUE ZERO.
       01  WS-TEST-ACCT-ID             PIC 9(3)       VALUE ZERO.
       01  WS-TEST-ACCT-NO             PIC 9(9)       VALUE ZERO.
       01  WS-TEST-ROUTINE             PIC 99         VALUE ZERO.

       01  WS-REFUND-DESC.
           05  FILLER                  PIC X(5)       VALUE 'RFND '.
           05  WS-RD-CITY              PIC X(13).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RD-STATE             PIC XX.
           05  FILLER                  PIC X(5)       VALUE SPACES.

       01  WS-COUNTS.
           05  WS-REFUND-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-REFUND-TOT           PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
           05  WS-CAPPED-CNT           PIC S9(7)      VALUE ZERO
                                                       COMP-3.
           05  WS-CAPPED-TOT           PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the driver-record count.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(52)      VALUE
               'DSDS180 - FOREIGN ATM SURCHARGE REFUNDS BY PRODUCT'.
           05  FILLER                  PIC X(7)       VALUE 'CYCLE: '.
           05  WS-RH-START             PIC 9(7).
           05  FILLER                  PIC X(4)       VALUE ' TO '.
           05  WS-RH-END               PIC 9(7).
           05  FILLER                  PIC X(55)      VALUE SPACES.

       01  WS-PRODUCT-LINE.
           05  FILLER                  PIC X(5)       VALUE 'BANK '.
           05  WS-PL-BANK              PIC ZZ9.
           05  FILLER                  PIC X(5)       VALUE ' RTN '.
           05  WS-PL-ROUTINE           PIC 99.
           05  FILLER                  PIC XX         VALUE SPACES.
           05  WS-PL-PRODUCT           PIC X(20).
           05  FILLER                  PIC X(5)       VALUE ' CAP '.
           05  WS-PL-CAP               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(7)       VALUE ' ACCTS '.
           05  WS-PL-ACCTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)       VALUE ' ITEMS '.
           05  WS-PL-ITEMS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10)      VALUE
               ' REFUNDED '.
           05  WS-PL-REFUNDED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14)      VALUE
               ' NOT REFUNDED '.
           05  WS-PL-NOT-REFUNDED      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)       VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)       VALUE SPACES.
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(62)      VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS180 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TXL
               UNTIL WS-TXL-EOF.
           PERFORM 3000-PRINT-PRODUCT
               VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT.
           MOVE 'REFUND CREDITS POSTED' TO WS-TOT-LABEL.
           MOVE WS-REFUND-CNT TO WS-TOT-COUNT.
           MOVE WS-REFUND-TOT TO WS-TOT-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SURCHARGES OVER CAP NOT REFUNDED' TO WS-TOT-LABEL.
           MOVE WS-CAPPED-CNT TO WS-TOT-COUNT.
           MOVE WS-CAPPED-TOT TO WS-TOT-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-REFUND-CNT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ATM-PARM-FILE
                       ATM-BENEFIT-FILE
                       OWN-ATM-FILE
                       BCF-FILE
                       NOW-HDR-FILE
                       DSDS-TXL-FILE
                OUTPUT TXL-OUT-FILE
                       REFUND-RPT.
           READ ATM-PARM-FILE.
           MOVE AP-CYCLE-START-DATE TO WS-CYCLE-START
                                       WS-RH-START.
           MOVE AP-CYCLE-END-DATE   TO WS-CYCLE-END
                                       WS-RH-END.
           MOVE AP-REFUND-CODE      TO WS-REFUND-CODE.
           WRITE REFUND-RPT-LINE FROM WS-RPT-HDG.
           READ ATM-BENEFIT-FILE
               AT END MOVE 'Y' TO WS-BN-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-BENEFIT
               UNTIL WS-BN-EOF.
           READ OWN-ATM-FILE
               AT END MOVE 'Y' TO WS-OW-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-OWN-ATM
               UNTIL WS-OW-EOF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1300-NAME-PRODUCTS
               UNTIL WS-BCF-EOF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NAH-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-ACCOUNT
               UNTIL WS-NAH-EOF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-BENEFIT.
           ADD 1 TO WS-BN-COUNT.
           MOVE AB-BANK-NO     TO WS-BN-BANK-NO (WS-BN-COUNT).
           MOVE AB-SC-ROUTINE  TO WS-BN-SC-ROUTINE (WS-BN-COUNT).
           MOVE AB-MONTHLY-CAP TO WS-BN-CAP (WS-BN-COUNT).
           MOVE 'NOT ON BCF'   TO WS-BN-PRODUCT (WS-BN-COUNT).
           MOVE ZERO TO WS-BN-ACCTS (WS-BN-COUNT)
                        WS-BN-ITEMS (WS-BN-COUNT)
                        WS-BN-REFUNDED (WS-BN-COUNT)
                        WS-BN-NOT-REFUNDED (WS-BN-COUNT).
           READ ATM-BENEFIT-FILE
               AT END MOVE 'Y' TO WS-BN-EOF-SW
           END-READ.
       1100-LOAD-BENEFIT-EXIT.
           EXIT.

       1200-LOAD-OWN-ATM.
           ADD 1 TO WS-OW-COUNT.
           MOVE OW-ATM-BANK TO WS-OW-ATM-BANK (WS-OW-COUNT).
           READ OWN-ATM-FILE
               AT END MOVE 'Y' TO WS-OW-EOF-SW
           END-READ.
       1200-LOAD-OWN-ATM-EXIT.
           EXIT.

       1300-NAME-PRODUCTS.
           IF BCF-DSD-REC
               PERFORM 1310-NAME-BENEFIT
                   VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1300-NAME-PRODUCTS-EXIT.
           EXIT.

       1310-NAME-BENEFIT.
           IF WS-BN-BANK-NO (WS-BN-IDX) = BCF-BANK-NO
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1320-SCAN-ROUTINES
                   VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > 100
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-RTN-IDX
                   MOVE SC-RTN-DESCRIPTION (WS-RTN-IDX)
                       TO WS-BN-PRODUCT (WS-BN-IDX)
               END-IF
           END-IF.
       1310-NAME-BENEFIT-EXIT.
           EXIT.

       1320-SCAN-ROUTINES.
           IF SC-RTN-NUMBER (WS-RTN-IDX) = WS-BN-SC-ROUTINE (WS-BN-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1320-SCAN-ROUTINES-EXIT.
           EXIT.

       1400-LOAD-ACCOUNT.
           MOVE NAH-BANK-NO    TO WS-TEST-BANK.
           MOVE NAH-SC-ROUTINE TO WS-TEST-ROUTINE.
           PERFORM 7100-FIND-BENEFIT.
           IF WS-FOUND
               ADD 1 TO WS-AC-COUNT
               MOVE NAH-BANK-NO TO WS-AC-BANK-NO (WS-AC-COUNT)
               MOVE NAH-ACCT-ID TO WS-AC-ACCT-ID (WS-AC-COUNT)
               MOVE NAH-ACCT-NO TO WS-AC-ACCT-NO (WS-AC-COUNT)
               MOVE WS-BN-IDX   TO WS-AC-BN-IDX (WS-AC-COUNT)
               MOVE ZERO        TO WS-AC-REFUNDED (WS-AC-COUNT)
           END-IF.
           READ NOW-HDR-FILE
               AT END MOVE 'Y' TO WS-NAH-EOF-SW
           END-READ.
       1400-LOAD-ACCOUNT-EXIT.
           EXIT.

       2000-PROCESS-TXL.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF ATTXL-ATM-SC
              AND ATTXL-CODE NOT < 500
              AND ATTXL-DATE NOT < WS-CYCLE-START
              AND ATTXL-DATE NOT > WS-CYCLE-END
              AND ATTXL-ATM-BANK NOT = SPACES
               PERFORM 2050-CHECK-SURCHARGE
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       2000-PROCESS-TXL-EXIT.
           EXIT.

       2050-CHECK-SURCHARGE.
           IF ATTXL-ATM-SURCHARGE NUMERIC
               IF ATTXL-ATM-SURCHARGE > ZERO
                   PERFORM 2060-CHECK-FOREIGN-ATM
               END-IF
           END-IF.
       2050-CHECK-SURCHARGE-EXIT.
           EXIT.

       2060-CHECK-FOREIGN-ATM.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2100-SCAN-OWN-ATM
               VARYING WS-OW-IDX FROM 1 BY 1
               UNTIL WS-OW-IDX > WS-OW-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE ATTXL-BANK-NO TO WS-TEST-BANK
               MOVE ATTXL-ACCT-ID TO WS-TEST-ACCT-ID
               MOVE ATTXL-ACCT-NO TO WS-TEST-ACCT-NO
               PERFORM 7200-FIND-ACCOUNT
               IF WS-FOUND
                   PERFORM 2200-APPLY-CAP
               END-IF
           END-IF.
       2060-CHECK-FOREIGN-ATM-EXIT.
           EXIT.

       2100-SCAN-OWN-ATM.
           IF ATTXL-ATM-BANK = WS-OW-ATM-BANK (WS-OW-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2100-SCAN-OWN-ATM-EXIT.
           EXIT.

      * Refund the surcharge up to what is left of the account's cap
      * for the month; whatever the cap will not cover is counted
      * against the product as not refunded.
       2200-APPLY-CAP.
           MOVE WS-AC-BN-IDX (WS-AC-IDX) TO WS-BN-IDX.
           MOVE ATTXL-ATM-SURCHARGE TO WS-REFUND-AMT.
           IF WS-BN-CAP (WS-BN-IDX) > ZERO
               COMPUTE WS-CAP-ROOM = WS-BN-CAP (WS-BN-IDX)
                   - WS-AC-REFUNDED (WS-AC-IDX)
               IF WS-CAP-ROOM < WS-REFUND-AMT
                   MOVE WS-CAP-ROOM TO WS-REFUND-AMT
               END-IF
           END-IF.
           IF WS-REFUND-AMT < ATTXL-ATM-SURCHARGE
               ADD 1 TO WS-CAPPED-CNT
               COMPUTE WS-CAPPED-TOT = WS-CAPPED-TOT
                   + ATTXL-ATM-SURCHARGE - WS-REFUND-AMT
               COMPUTE WS-BN-NOT-REFUNDED (WS-BN-IDX) =
                   WS-BN-NOT-REFUNDED (WS-BN-IDX)
                   + ATTXL-ATM-SURCHARGE - WS-REFUND-AMT
           END-IF.
           IF WS-REFUND-AMT > ZERO
               IF WS-AC-REFUNDED (WS-AC-IDX) = ZERO
                   ADD 1 TO WS-BN-ACCTS (WS-BN-IDX)
               END-IF
               ADD WS-REFUND-AMT TO WS-AC-REFUNDED (WS-AC-IDX)
                                    WS-BN-REFUNDED (WS-BN-IDX)
                                    WS-REFUND-TOT
               ADD 1 TO WS-BN-ITEMS (WS-BN-IDX)
                        WS-REFUND-CNT
               PERFORM 2300-POST-REFUND
           END-IF.
       2200-APPLY-CAP-EXIT.
           EXIT.

      * The credit carries the withdrawal's ATM description so the
      * statement shows where the refunded surcharge was taken.
       2300-POST-REFUND.
           MOVE ATM-TRANSACTION TO DSDS-TRANSACTION-LONG.
           MOVE WS-REFUND-CODE TO DSDSTXL-CODE.
           MOVE WS-REFUND-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-CYCLE-END TO DSDSTXL-EFFECT-DT
                                DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO
                        DSDSTXL-ATM-SURCHARGE.
           MOVE ZERO TO DSDSTXL-SC-TYPE.
           MOVE ATTXL-ATM-CITY TO WS-RD-CITY.
           MOVE ATTXL-ATM-STATE TO WS-RD-STATE.
           MOVE WS-REFUND-DESC TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       2300-POST-REFUND-EXIT.
           EXIT.

       3000-PRINT-PRODUCT.
           MOVE WS-BN-BANK-NO (WS-BN-IDX)      TO WS-PL-BANK.
           MOVE WS-BN-SC-ROUTINE (WS-BN-IDX)   TO WS-PL-ROUTINE.
           MOVE WS-BN-PRODUCT (WS-BN-IDX)      TO WS-PL-PRODUCT.
           MOVE WS-BN-CAP (WS-BN-IDX)          TO WS-PL-CAP.
           MOVE WS-BN-ACCTS (WS-BN-IDX)        TO WS-PL-ACCTS.
           MOVE WS-BN-ITEMS (WS-BN-IDX)        TO WS-PL-ITEMS.
           MOVE WS-BN-REFUNDED (WS-BN-IDX)     TO WS-PL-REFUNDED.
           MOVE WS-BN-NOT-REFUNDED (WS-BN-IDX) TO WS-PL-NOT-REFUNDED.
           WRITE REFUND-RPT-LINE FROM WS-PRODUCT-LINE.
       3000-PRINT-PRODUCT-EXIT.
           EXIT.

       7100-FIND-BENEFIT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7110-SCAN-BENEFIT
               VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-BN-IDX
           END-IF.
       7100-FIND-BENEFIT-EXIT.
           EXIT.

       7110-SCAN-BENEFIT.
           IF WS-BN-BANK-NO (WS-BN-IDX) = WS-TEST-BANK
              AND WS-BN-SC-ROUTINE (WS-BN-IDX) = WS-TEST-ROUTINE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7110-SCAN-BENEFIT-EXIT.
           EXIT.

       7200-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 7210-SCAN-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AC-IDX
           END-IF.
       7200-FIND-ACCOUNT-EXIT.
           EXIT.

       7210-SCAN-ACCOUNT.
           IF WS-AC-BANK-NO (WS-AC-IDX) = WS-TEST-BANK
              AND WS-AC-ACCT-ID (WS-AC-IDX) = WS-TEST-ACCT-ID
              AND WS-AC-ACCT-NO (WS-AC-IDX) = WS-TEST-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       7210-SCAN-ACCOUNT-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ATM-PARM-FILE
                 ATM-BENEFIT-FILE
                 OWN-ATM-FILE
                 BCF-FILE
                 NOW-HDR-FILE
                 DSDS-TXL-FILE
                 TXL-OUT-FILE
                 REFUND-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
