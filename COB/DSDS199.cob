       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS199.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS199 takes in the online banking channel's customer
      * requests, which until now have been e-mailed to the back
      * office and rekeyed.  OLBREQ carries one request per record,
      * with the online user, the customer's CIF key (bank and
      * customer id, as U010-CUST-BANK-NBR/U010-CUST-ID, see
      * CIFU032P) and the account it is for:
      *
      *   SP  stop payment      -- check number and amount;
      *   ES  e-statements      -- enrol (Y) or withdraw (N);
      *   AD  address change    -- two lines, city, state, zip;
      *   AL  alert preference  -- enrol, change or cancel one
      *                            alert subscription, in DSDS174's
      *                            ALERTMNT terms.
      *
      * Each request is validated before anything is routed:
      *
      *   01  request type unknown;
      *   02  account not on NOWHDR;
      *   03  CIFU010 shows a different owner for the account;
      *   04  CIFU010 could not resolve the account;
      *   05  the online user is not entitled to the request type
      *       on the account (OLBENTL);
      *   06  duplicate of an earlier request in the file -- the
      *       same request id, or the same request for the same
      *       account;
      *   07  a stop already on STOP-MASTER for the check;
      *   08  the request's details are incomplete or invalid.
      *
      * An account missing from NOWHDR is reported as 02 whatever
      * else was found, unless the type itself was unknown.
      *
      * An accepted request routes to its subsystem:
      *
      *  - a stop payment becomes a transaction 440 on TXLOUT, to
      *    join the day's DSDS-TRANSACTION-LONG (see DSDSTYP) ahead
      *    of DSDS139, which enters the stop, and DSDS110, which
      *    fees the 440 exactly as for a stop keyed at the branch;
      *    the entry is stamped with the channel's operator number
      *    from OLBPARM, as the keying operator is at the branch;
      *  - an e-statement change sets NAH-ESTATEMENT (see DSDSODB)
      *    as the NOW header stream rewrites to NOWHDRO;
      *  - an address change writes ADDRVEND for the address
      *    vendor;
      *  - an alert preference writes ALERTMNT for DSDS174.
      *
      * Every request, accepted or rejected, answers back to online
      * banking on OLBRESP with its reason code, and prints on the
      * intake register with per-type totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLB-PARM-FILE      ASSIGN TO OLBPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLB-REQUEST-FILE   ASSIGN TO OLBREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITLE-FILE       ASSIGN TO OLBENTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-FILE   ASSIGN TO STOPMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-OUT            ASSIGN TO NOWHDRO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-VENDOR-FILE   ASSIGN TO ADDRVEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-MAINT-FILE   ASSIGN TO ALERTMNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLB-RESPONSE-FILE  ASSIGN TO OLBRESP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLB-RPT            ASSIGN TO OLBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLB-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  OLB-PARM-REC.
           05  OP-RUN-DATE             PIC 9(7).
           05  OP-CHANNEL-OPER         PIC 9(5).
           05  FILLER                  PIC X(8).

       FD  OLB-REQUEST-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  OLB-REQUEST-REC.
           05  OR-REQUEST-ID           PIC X(16).
           05  OR-REQUEST-TYPE         PIC XX.
               88  OR-STOP-PAYMENT                    VALUE 'SP'.
               88  OR-ESTATEMENT                      VALUE 'ES'.
               88  OR-ADDRESS-CHANGE                  VALUE 'AD'.
               88  OR-ALERT-PREF                      VALUE 'AL'.
           05  OR-USER-ID              PIC X(12).
           05  OR-CUST-BANK            PIC 9(3).
           05  OR-CUST-ID              PIC 9(9).
           05  OR-BANK-NO              PIC 99.
           05  OR-ACCT-ID              PIC 9(3).
           05  OR-ACCT-NO              PIC 9(9).
           05  OR-REQUEST-DATE         PIC 9(7).
           05  OR-DETAIL               PIC X(220).
           05  OR-STOP-DETAIL REDEFINES OR-DETAIL.
               10  OR-SP-CHK-NO        PIC 9(11).
               10  OR-SP-AMOUNT        PIC 9(9)V99.
               10  FILLER              PIC X(198).
           05  OR-ESTMT-DETAIL REDEFINES OR-DETAIL.
               10  OR-ES-ENROLL-SW     PIC X.
                   88  OR-ES-VALID                    VALUE 'Y' 'N'.
               10  FILLER              PIC X(219).
           05  OR-ADDRESS-DETAIL REDEFINES OR-DETAIL.
               10  OR-AD-LINE-1        PIC X(40).
               10  OR-AD-LINE-2        PIC X(40).
               10  OR-AD-CITY          PIC X(30).
               10  OR-AD-STATE         PIC XX.
               10  OR-AD-ZIP           PIC X(5).
               10  OR-AD-ZIP4          PIC X(4).
               10  FILLER              PIC X(99).
           05  OR-ALERT-DETAIL REDEFINES OR-DETAIL.
               10  OR-AL-ACTION        PIC X.
                   88  OR-AL-ACTION-VALID             VALUE 'A' 'C'
                                                            'D'.
               10  OR-AL-ALERT-TYPE    PIC XX.
                   88  OR-AL-TYPE-VALID               VALUE 'LB'
                                                 'LW' 'OD' 'RD' 'NH'.
               10  OR-AL-CHANNEL       PIC X.
                   88  OR-AL-CHANNEL-VALID            VALUE 'E' 'T'.
               10  OR-AL-THRESHOLD     PIC 9(9)V99.
               10  OR-AL-CONTACT       PIC X(60).
               10  OR-AL-STATUS        PIC X.
                   88  OR-AL-STATUS-VALID             VALUE 'A' 'S'.
               10  FILLER              PIC X(144).
           05  FILLER                  PIC X(17).

      * One record per online user and account, with a Y against
      * each request type the user may make on it.
       FD  ENTITLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ENTITLE-REC.
           05  EN-USER-ID              PIC X(12).
           05  EN-BANK-NO              PIC 99.
           05  EN-ACCT-ID              PIC 9(3).
           05  EN-ACCT-NO              PIC 9(9).
           05  EN-STOP-SW              PIC X.
           05  EN-ESTMT-SW             PIC X.
           05  EN-ADDR-SW              PIC X.
           05  EN-ALERT-SW             PIC X.
           05  FILLER                  PIC X(10).

       FD  STOP-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  STOP-MASTER-REC.
           05  SM-BANK-NO              PIC 99.
           05  SM-ACCT-ID              PIC 9(3).
           05  SM-ACCT-NO              PIC 9(9).
           05  SM-CHK-NO               PIC 9(11).
           05  SM-AMT-LOW              PIC 9(9)V99.
           05  SM-AMT-HIGH             PIC 9(9)V99.
           05  SM-ENTER-DATE           PIC 9(7).
           05  SM-EXPIRY-DATE          PIC 9(7).
           05  SM-RENEWED-CNT          PIC 9.
           05  FILLER                  PIC X(2).

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  NOW-OUT
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-OUT-REC                 PIC X(225).

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  ADDR-VENDOR-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  ADDR-VENDOR-REC.
           05  AV-BANK-NO              PIC 99.
           05  AV-ACCT-ID              PIC 9(3).
           05  AV-ACCT-NO              PIC 9(9).
           05  AV-CUST-BANK            PIC 9(3).
           05  AV-CUST-ID              PIC 9(9).
           05  AV-ADDR-LINE-1          PIC X(40).
           05  AV-ADDR-LINE-2          PIC X(40).
           05  AV-CITY                 PIC X(30).
           05  AV-STATE                PIC XX.
           05  AV-ZIP                  PIC X(5).
           05  AV-ZIP4                 PIC X(4).
           05  AV-EFF-DATE             PIC 9(7).
           05  AV-SOURCE               PIC X(3).
           05  AV-REQUEST-ID           PIC X(16).
           05  FILLER                  PIC X(27).

      * DSDS174's maintenance layout.
       FD  ALERT-MAINT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-MAINT-REC.
           05  AM-ACTION               PIC X.
           05  AM-KEY.
               10  AM-BANK-NO          PIC 99.
               10  AM-ACCT-ID          PIC 9(3).
               10  AM-ACCT-NO          PIC 9(9).
               10  AM-ALERT-TYPE       PIC XX.
               10  AM-CHANNEL          PIC X.
           05  AM-THRESHOLD            PIC 9(9)V99.
           05  AM-CONTACT              PIC X(60).
           05  AM-STATUS               PIC X.
           05  FILLER                  PIC X(10).

       FD  OLB-RESPONSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OLB-RESPONSE-REC.
           05  RS-REQUEST-ID           PIC X(16).
           05  RS-REQUEST-TYPE         PIC XX.
           05  RS-STATUS               PIC X.
               88  RS-ACCEPTED                        VALUE 'A'.
               88  RS-REJECTED                        VALUE 'R'.
           05  RS-REASON-CODE          PIC 99.
           05  RS-REASON-TEXT          PIC X(40).
           05  RS-PROCESS-DATE         PIC 9(7).
           05  FILLER                  PIC X(12).

       FD  OLB-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  OLB-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REQ-EOF                         VALUE 'Y'.
           05  WS-ENT-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ENT-EOF                         VALUE 'Y'.
           05  WS-STP-EOF-SW           PIC X          VALUE 'N'.
               88  WS-STP-EOF                         VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RQ-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RQ-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-EN-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-EN-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TY-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

      * The day's requests, each with its verdict.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY             OCCURS 3000 TIMES.
               10  WS-RQ-IMAGE         PIC X(300).
               10  WS-RQ-TYPE-IDX      PIC S9(4)      COMP.
               10  WS-RQ-ON-FILE       PIC X.
               10  WS-RQ-REASON-CODE   PIC 99.
                   88  WS-RQ-ACCEPTED                 VALUE ZERO.

      * An earlier request, laid out as OLB-REQUEST-REC, for the
      * duplicate test.
       01  WS-PRIOR-REQUEST.
           05  WS-PQ-REQUEST-ID        PIC X(16).
           05  WS-PQ-REQUEST-TYPE      PIC XX.
           05  WS-PQ-USER-ID           PIC X(12).
           05  WS-PQ-CUST-BANK         PIC 9(3).
           05  WS-PQ-CUST-ID           PIC 9(9).
           05  WS-PQ-BANK-NO           PIC 99.
           05  WS-PQ-ACCT-ID           PIC 9(3).
           05  WS-PQ-ACCT-NO           PIC 9(9).
           05  WS-PQ-REQUEST-DATE      PIC 9(7).
           05  WS-PQ-DETAIL            PIC X(220).
           05  FILLER                  PIC X(17).

       01  WS-ENTITLE-TABLE.
           05  WS-EN-ENTRY             OCCURS 5000 TIMES.
               10  WS-EN-USER-ID       PIC X(12).
               10  WS-EN-BANK-NO       PIC 99.
               10  WS-EN-ACCT-ID       PIC 9(3).
               10  WS-EN-ACCT-NO       PIC 9(9).
               10  WS-EN-GRANT         PIC X          OCCURS 4 TIMES.

      * Request types in entitlement-flag order, with the register
      * label and running totals for each.
       01  WS-TYPE-VALUES.
           05  FILLER                  PIC X(22)      VALUE
               'SPSTOP PAYMENT        '.
           05  FILLER                  PIC X(22)      VALUE
               'ESE-STATEMENT CHANGE  '.
           05  FILLER                  PIC X(22)      VALUE
               'ADADDRESS CHANGE      '.
           05  FILLER                  PIC X(22)      VALUE
               'ALALERT PREFERENCE    '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  WS-TY-ENTRY             OCCURS 4 TIMES.
               10  WS-TY-CODE          PIC XX.
               10  WS-TY-LABEL         PIC X(20).
       01  WS-TYPE-TOTALS.
           05  WS-TT-ENTRY             OCCURS 4 TIMES.
               10  WS-TT-ACCEPTED      PIC S9(5)      COMP-3.
               10  WS-TT-REJECTED      PIC S9(5)      COMP-3.

       01  WS-REASON-VALUES.
           05  FILLER                  PIC X(40)      VALUE
               'ACCEPTED                                '.
           05  FILLER                  PIC X(40)      VALUE
               'REQUEST TYPE NOT RECOGNIZED             '.
           05  FILLER                  PIC X(40)      VALUE
               'ACCOUNT NOT ON FILE                     '.
           05  FILLER                  PIC X(40)      VALUE
               'CUSTOMER DOES NOT OWN ACCOUNT           '.
           05  FILLER                  PIC X(40)      VALUE
               'ACCOUNT OWNERSHIP COULD NOT BE VERIFIED '.
           05  FILLER                  PIC X(40)      VALUE
               'USER NOT ENTITLED TO THIS REQUEST       '.
           05  FILLER                  PIC X(40)      VALUE
               'DUPLICATE REQUEST                       '.
           05  FILLER                  PIC X(40)      VALUE
               'STOP ALREADY ON FILE FOR THIS CHECK     '.
           05  FILLER                  PIC X(40)      VALUE
               'REQUEST DETAILS INCOMPLETE OR INVALID   '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-TEXT          PIC X(40)      OCCURS 9 TIMES.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-CHANNEL-OPER             PIC 9(5)       VALUE ZERO.
       01  WS-REASON-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-TOT-ACCEPTED             PIC 9(5)       VALUE ZERO.
       01  WS-TOT-REJECTED             PIC 9(5)       VALUE ZERO.
       01  WS-TOT-NOW-CHANGED          PIC 9(5)       VALUE ZERO.

       COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS199 - ONLINE BANKING REQUEST INTAKE REGISTER  '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  WS-RL-REQUEST-ID        PIC X(16).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-TYPE              PIC XX.
           05  FILLER                  PIC X(7)       VALUE ' USER: '.
           05  WS-RL-USER-ID           PIC X(12).
           05  FILLER                  PIC X(7)       VALUE ' ACCT: '.
           05  WS-RL-BANK              PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-ACCT-ID           PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-RL-ACCT-NO           PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-STATUS            PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-REASON-CODE       PIC 99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-RL-REASON-TEXT       PIC X(40).
           05  FILLER                  PIC X(18)      VALUE SPACES.

       01  WS-TYPE-TOTAL-LINE.
           05  WS-TTL-LABEL            PIC X(20).
           05  FILLER                  PIC X(11)      VALUE
               ' ACCEPTED  '.
           05  WS-TTL-ACCEPTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)      VALUE
               '  REJECTED '.
           05  WS-TTL-REJECTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(78)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(86)      VALUE SPACES.

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

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS199 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-VALIDATE-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 3000-APPLY-NOW-HEADER
               UNTIL WS-NOW-EOF.
           PERFORM 4000-ROUTE-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 7000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-ACCEPTED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  OLB-PARM-FILE
                       OLB-REQUEST-FILE
                       ENTITLE-FILE
                       STOP-MASTER-FILE
                       NOW-FILE
                OUTPUT NOW-OUT
                       TXL-OUT-FILE
                       ADDR-VENDOR-FILE
                       ALERT-MAINT-FILE
                       OLB-RESPONSE-FILE
                       OLB-RPT.
           READ OLB-PARM-FILE.
           MOVE OP-RUN-DATE TO WS-RUN-DATE.
           IF OP-CHANNEL-OPER NUMERIC
               MOVE OP-CHANNEL-OPER TO WS-CHANNEL-OPER
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE OLB-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 1050-CLEAR-TYPE-TOTALS
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > 4.
           READ OLB-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-REQUEST
               UNTIL WS-REQ-EOF.
           READ ENTITLE-FILE
               AT END MOVE 'Y' TO WS-ENT-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-ENTITLEMENT
               UNTIL WS-ENT-EOF.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STP-EOF-SW
           END-READ.
           PERFORM 1300-CHECK-STOP-ON-FILE
               UNTIL WS-STP-EOF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1050-CLEAR-TYPE-TOTALS.
           MOVE ZERO TO WS-TT-ACCEPTED (WS-TY-IDX)
                        WS-TT-REJECTED (WS-TY-IDX).
       1050-CLEAR-TYPE-TOTALS-EXIT.
           EXIT.

      * The request type is resolved as the request loads; an
      * unknown type is rejected here and goes no further.
       1100-LOAD-REQUEST.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF WS-RQ-COUNT < 3000
               ADD 1 TO WS-RQ-COUNT
               MOVE OLB-REQUEST-REC TO WS-RQ-IMAGE (WS-RQ-COUNT)
               MOVE 'N' TO WS-RQ-ON-FILE (WS-RQ-COUNT)
               MOVE ZERO TO WS-RQ-REASON-CODE (WS-RQ-COUNT)
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 1110-SCAN-TYPE
                   VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > 4
                      OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-TY-IDX
                   MOVE WS-TY-IDX TO WS-RQ-TYPE-IDX (WS-RQ-COUNT)
               ELSE
                   MOVE ZERO TO WS-RQ-TYPE-IDX (WS-RQ-COUNT)
                   MOVE 01 TO WS-RQ-REASON-CODE (WS-RQ-COUNT)
               END-IF
           END-IF.
           READ OLB-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       1100-LOAD-REQUEST-EXIT.
           EXIT.

       1110-SCAN-TYPE.
           IF OR-REQUEST-TYPE = WS-TY-CODE (WS-TY-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       1110-SCAN-TYPE-EXIT.
           EXIT.

       1200-LOAD-ENTITLEMENT.
           IF WS-EN-COUNT < 5000
               ADD 1 TO WS-EN-COUNT
               MOVE EN-USER-ID  TO WS-EN-USER-ID (WS-EN-COUNT)
               MOVE EN-BANK-NO  TO WS-EN-BANK-NO (WS-EN-COUNT)
               MOVE EN-ACCT-ID  TO WS-EN-ACCT-ID (WS-EN-COUNT)
               MOVE EN-ACCT-NO  TO WS-EN-ACCT-NO (WS-EN-COUNT)
               MOVE EN-STOP-SW  TO WS-EN-GRANT (WS-EN-COUNT 1)
               MOVE EN-ESTMT-SW TO WS-EN-GRANT (WS-EN-COUNT 2)
               MOVE EN-ADDR-SW  TO WS-EN-GRANT (WS-EN-COUNT 3)
               MOVE EN-ALERT-SW TO WS-EN-GRANT (WS-EN-COUNT 4)
           END-IF.
           READ ENTITLE-FILE
               AT END MOVE 'Y' TO WS-ENT-EOF-SW
           END-READ.
       1200-LOAD-ENTITLEMENT-EXIT.
           EXIT.

      * A stop request for a check already stopped is rejected
      * before any other test, so DSDS139 never sees it twice.
       1300-CHECK-STOP-ON-FILE.
           PERFORM 1310-MATCH-STOP
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STP-EOF-SW
           END-READ.
       1300-CHECK-STOP-ON-FILE-EXIT.
           EXIT.

       1310-MATCH-STOP.
           MOVE WS-RQ-IMAGE (WS-RQ-IDX) TO OLB-REQUEST-REC.
           IF OR-STOP-PAYMENT
              AND WS-RQ-ACCEPTED (WS-RQ-IDX)
              AND OR-BANK-NO = SM-BANK-NO
              AND OR-ACCT-ID = SM-ACCT-ID
              AND OR-ACCT-NO = SM-ACCT-NO
              AND OR-SP-CHK-NO = SM-CHK-NO
               MOVE 07 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
           END-IF.
       1310-MATCH-STOP-EXIT.
           EXIT.

      * Details, duplicates, entitlement, then ownership -- the
      * CIFU010 call is made only for a request still standing.
       2000-VALIDATE-REQUEST.
           MOVE WS-RQ-IMAGE (WS-RQ-IDX) TO OLB-REQUEST-REC.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               PERFORM 2100-CHECK-DETAILS
           END-IF.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 2200-CHECK-DUPLICATE
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX NOT < WS-RQ-IDX
                      OR WS-FOUND
               IF WS-FOUND
                   MOVE 06 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
               END-IF
           END-IF.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               PERFORM 2300-CHECK-ENTITLEMENT
           END-IF.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               PERFORM 2400-CHECK-OWNERSHIP
           END-IF.
       2000-VALIDATE-REQUEST-EXIT.
           EXIT.

       2100-CHECK-DETAILS.
           EVALUATE TRUE
               WHEN OR-STOP-PAYMENT
                AND (OR-SP-CHK-NO NOT NUMERIC
                     OR OR-SP-CHK-NO = ZERO
                     OR OR-SP-AMOUNT NOT NUMERIC)
                   MOVE 08 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
               WHEN OR-ESTATEMENT
                AND NOT OR-ES-VALID
                   MOVE 08 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
               WHEN OR-ADDRESS-CHANGE
                AND (OR-AD-LINE-1 = SPACES
                     OR OR-AD-CITY = SPACES
                     OR OR-AD-STATE = SPACES
                     OR OR-AD-ZIP NOT NUMERIC)
                   MOVE 08 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
               WHEN OR-ALERT-PREF
                   PERFORM 2110-CHECK-ALERT-DETAILS
           END-EVALUATE.
       2100-CHECK-DETAILS-EXIT.
           EXIT.

      * A cancel needs only the subscription key; an enrolment or a
      * change also needs a threshold, a contact and a status.
       2110-CHECK-ALERT-DETAILS.
           IF NOT OR-AL-ACTION-VALID
              OR NOT OR-AL-TYPE-VALID
              OR NOT OR-AL-CHANNEL-VALID
               MOVE 08 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
           ELSE
               IF OR-AL-ACTION NOT = 'D'
                  AND (OR-AL-THRESHOLD NOT NUMERIC
                       OR OR-AL-CONTACT = SPACES
                       OR NOT OR-AL-STATUS-VALID)
                   MOVE 08 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
               END-IF
           END-IF.
       2110-CHECK-ALERT-DETAILS-EXIT.
           EXIT.

      * An earlier request with the same id, or the same type for
      * the same account and details, makes this one a duplicate.
       2200-CHECK-DUPLICATE.
           MOVE WS-RQ-IMAGE (WS-PR-IDX) TO WS-PRIOR-REQUEST.
           IF WS-PQ-REQUEST-ID = OR-REQUEST-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
           IF WS-PQ-REQUEST-TYPE = OR-REQUEST-TYPE
              AND WS-PQ-CUST-BANK = OR-CUST-BANK
              AND WS-PQ-CUST-ID = OR-CUST-ID
              AND WS-PQ-BANK-NO = OR-BANK-NO
              AND WS-PQ-ACCT-ID = OR-ACCT-ID
              AND WS-PQ-ACCT-NO = OR-ACCT-NO
              AND WS-PQ-DETAIL = OR-DETAIL
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2200-CHECK-DUPLICATE-EXIT.
           EXIT.

       2300-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2310-SCAN-ENTITLEMENT
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-EN-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 05 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
           END-IF.
       2300-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2310-SCAN-ENTITLEMENT.
           IF OR-USER-ID = WS-EN-USER-ID (WS-EN-IDX)
              AND OR-BANK-NO = WS-EN-BANK-NO (WS-EN-IDX)
              AND OR-ACCT-ID = WS-EN-ACCT-ID (WS-EN-IDX)
              AND OR-ACCT-NO = WS-EN-ACCT-NO (WS-EN-IDX)
              AND WS-EN-GRANT (WS-EN-IDX
                               WS-RQ-TYPE-IDX (WS-RQ-IDX)) = 'Y'
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2310-SCAN-ENTITLEMENT-EXIT.
           EXIT.

      * The account's owner on CIF must be the customer signed on
      * to online banking.
       2400-CHECK-OWNERSHIP.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE OR-BANK-NO TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE OR-ACCT-ID TO U010-FILE-KEY (1:3).
           MOVE OR-ACCT-NO TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +1 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               IF U010-CUST-BANK-NBR NOT = OR-CUST-BANK
                  OR U010-CUST-ID NOT = OR-CUST-ID
                   MOVE 03 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
               END-IF
           ELSE
               MOVE 04 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
           END-IF.
       2400-CHECK-OWNERSHIP-EXIT.
           EXIT.

      * The NOW header stream passes once: every request's account
      * is confirmed on file, and an accepted e-statement change is
      * applied as the header rewrites.
       3000-APPLY-NOW-HEADER.
           PERFORM 3100-MATCH-NOW-HEADER
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           MOVE NOW-ACCT-HEADER-RECORD TO NOW-OUT-REC.
           WRITE NOW-OUT-REC.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       3000-APPLY-NOW-HEADER-EXIT.
           EXIT.

       3100-MATCH-NOW-HEADER.
           MOVE WS-RQ-IMAGE (WS-RQ-IDX) TO OLB-REQUEST-REC.
           IF OR-BANK-NO = NAH-BANK-NO
              AND OR-ACCT-ID = NAH-ACCT-ID
              AND OR-ACCT-NO = NAH-ACCT-NO
               MOVE 'Y' TO WS-RQ-ON-FILE (WS-RQ-IDX)
               IF OR-ESTATEMENT
                  AND WS-RQ-ACCEPTED (WS-RQ-IDX)
                   MOVE OR-ES-ENROLL-SW TO NAH-ESTATEMENT
                   ADD 1 TO WS-TOT-NOW-CHANGED
               END-IF
           END-IF.
       3100-MATCH-NOW-HEADER-EXIT.
           EXIT.

      * An account missing from NOWHDR is the last rejection; what
      * is still standing routes to its subsystem.
       4000-ROUTE-REQUEST.
           MOVE WS-RQ-IMAGE (WS-RQ-IDX) TO OLB-REQUEST-REC.
           IF WS-RQ-ON-FILE (WS-RQ-IDX) NOT = 'Y'
              AND WS-RQ-REASON-CODE (WS-RQ-IDX) NOT = 01
               MOVE 02 TO WS-RQ-REASON-CODE (WS-RQ-IDX)
           END-IF.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               EVALUATE TRUE
                   WHEN OR-STOP-PAYMENT
                       PERFORM 4100-WRITE-STOP-REQUEST
                   WHEN OR-ADDRESS-CHANGE
                       PERFORM 4200-WRITE-ADDRESS-CHANGE
                   WHEN OR-ALERT-PREF
                       PERFORM 4300-WRITE-ALERT-MAINT
               END-EVALUATE
               ADD 1 TO WS-TOT-ACCEPTED
               ADD 1 TO WS-TT-ACCEPTED (WS-RQ-TYPE-IDX (WS-RQ-IDX))
           ELSE
               ADD 1 TO WS-TOT-REJECTED
               IF WS-RQ-TYPE-IDX (WS-RQ-IDX) > ZERO
                   ADD 1
                     TO WS-TT-REJECTED (WS-RQ-TYPE-IDX (WS-RQ-IDX))
               END-IF
           END-IF.
           PERFORM 4400-WRITE-RESPONSE.
           PERFORM 6000-PRINT-REQUEST.
       4000-ROUTE-REQUEST-EXIT.
           EXIT.

      * The 440 as a branch would key it: the check number, and the
      * amount when the customer gave one.
       4100-WRITE-STOP-REQUEST.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE OR-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE OR-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE OR-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE 440 TO DSDSTXL-CODE.
           MOVE OR-SP-AMOUNT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-ATM-SURCHARGE.
           MOVE OR-SP-CHK-NO TO DSDSTXL-CHK-NO.
           MOVE 0 TO DSDSTXL-SC-TYPE.
           MOVE WS-CHANNEL-OPER TO DSDSTXL-ENTRY-OPER.
           MOVE 'ONLINE STOP PAYMENT       ' TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       4100-WRITE-STOP-REQUEST-EXIT.
           EXIT.

       4200-WRITE-ADDRESS-CHANGE.
           MOVE SPACES TO ADDR-VENDOR-REC.
           MOVE OR-BANK-NO    TO AV-BANK-NO.
           MOVE OR-ACCT-ID    TO AV-ACCT-ID.
           MOVE OR-ACCT-NO    TO AV-ACCT-NO.
           MOVE OR-CUST-BANK  TO AV-CUST-BANK.
           MOVE OR-CUST-ID    TO AV-CUST-ID.
           MOVE OR-AD-LINE-1  TO AV-ADDR-LINE-1.
           MOVE OR-AD-LINE-2  TO AV-ADDR-LINE-2.
           MOVE OR-AD-CITY    TO AV-CITY.
           MOVE OR-AD-STATE   TO AV-STATE.
           MOVE OR-AD-ZIP     TO AV-ZIP.
           MOVE OR-AD-ZIP4    TO AV-ZIP4.
           MOVE WS-RUN-DATE   TO AV-EFF-DATE.
           MOVE 'OLB'         TO AV-SOURCE.
           MOVE OR-REQUEST-ID TO AV-REQUEST-ID.
           WRITE ADDR-VENDOR-REC.
       4200-WRITE-ADDRESS-CHANGE-EXIT.
           EXIT.

       4300-WRITE-ALERT-MAINT.
           MOVE SPACES TO ALERT-MAINT-REC.
           MOVE OR-AL-ACTION     TO AM-ACTION.
           MOVE OR-BANK-NO       TO AM-BANK-NO.
           MOVE OR-ACCT-ID       TO AM-ACCT-ID.
           MOVE OR-ACCT-NO       TO AM-ACCT-NO.
           MOVE OR-AL-ALERT-TYPE TO AM-ALERT-TYPE.
           MOVE OR-AL-CHANNEL    TO AM-CHANNEL.
           IF OR-AL-ACTION = 'D'
               MOVE ZERO TO AM-THRESHOLD
           ELSE
               MOVE OR-AL-THRESHOLD TO AM-THRESHOLD
               MOVE OR-AL-CONTACT   TO AM-CONTACT
               MOVE OR-AL-STATUS    TO AM-STATUS
           END-IF.
           WRITE ALERT-MAINT-REC.
       4300-WRITE-ALERT-MAINT-EXIT.
           EXIT.

       4400-WRITE-RESPONSE.
           MOVE SPACES TO OLB-RESPONSE-REC.
           MOVE OR-REQUEST-ID   TO RS-REQUEST-ID.
           MOVE OR-REQUEST-TYPE TO RS-REQUEST-TYPE.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               MOVE 'A' TO RS-STATUS
           ELSE
               MOVE 'R' TO RS-STATUS
           END-IF.
           MOVE WS-RQ-REASON-CODE (WS-RQ-IDX) TO RS-REASON-CODE.
           COMPUTE WS-REASON-IDX = WS-RQ-REASON-CODE (WS-RQ-IDX) + 1.
           MOVE WS-REASON-TEXT (WS-REASON-IDX) TO RS-REASON-TEXT.
           MOVE WS-RUN-DATE     TO RS-PROCESS-DATE.
           WRITE OLB-RESPONSE-REC.
       4400-WRITE-RESPONSE-EXIT.
           EXIT.

       6000-PRINT-REQUEST.
           MOVE OR-REQUEST-ID   TO WS-RL-REQUEST-ID.
           MOVE OR-REQUEST-TYPE TO WS-RL-TYPE.
           MOVE OR-USER-ID      TO WS-RL-USER-ID.
           MOVE OR-BANK-NO      TO WS-RL-BANK.
           MOVE OR-ACCT-ID      TO WS-RL-ACCT-ID.
           MOVE OR-ACCT-NO      TO WS-RL-ACCT-NO.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               MOVE 'ACCEPTED' TO WS-RL-STATUS
           ELSE
               MOVE 'REJECTED' TO WS-RL-STATUS
           END-IF.
           MOVE WS-RQ-REASON-CODE (WS-RQ-IDX) TO WS-RL-REASON-CODE.
           MOVE RS-REASON-TEXT TO WS-RL-REASON-TEXT.
           WRITE OLB-RPT-LINE FROM WS-REQUEST-LINE.
       6000-PRINT-REQUEST-EXIT.
           EXIT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO OLB-RPT-LINE.
           WRITE OLB-RPT-LINE.
           PERFORM 7100-PRINT-TYPE-TOTAL
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > 4.
           MOVE 'REQUESTS ACCEPTED' TO WS-TL-LABEL.
           MOVE WS-TOT-ACCEPTED TO WS-TL-COUNT.
           WRITE OLB-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-REJECTED TO WS-TL-COUNT.
           WRITE OLB-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOW HEADERS E-STATEMENT CHANGED' TO WS-TL-LABEL.
           MOVE WS-TOT-NOW-CHANGED TO WS-TL-COUNT.
           WRITE OLB-RPT-LINE FROM WS-TOTAL-LINE.
       7000-PRINT-TOTALS-EXIT.
           EXIT.

       7100-PRINT-TYPE-TOTAL.
           MOVE WS-TY-LABEL (WS-TY-IDX)    TO WS-TTL-LABEL.
           MOVE WS-TT-ACCEPTED (WS-TY-IDX) TO WS-TTL-ACCEPTED.
           MOVE WS-TT-REJECTED (WS-TY-IDX) TO WS-TTL-REJECTED.
           WRITE OLB-RPT-LINE FROM WS-TYPE-TOTAL-LINE.
       7100-PRINT-TYPE-TOTAL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE OLB-PARM-FILE
                 OLB-REQUEST-FILE
                 ENTITLE-FILE
                 STOP-MASTER-FILE
                 NOW-FILE
                 NOW-OUT
                 TXL-OUT-FILE
                 ADDR-VENDOR-FILE
                 ALERT-MAINT-FILE
                 OLB-RESPONSE-FILE
                 OLB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
