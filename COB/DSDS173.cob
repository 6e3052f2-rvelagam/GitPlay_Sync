       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS173.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS173 writes ISO 20022 cash-management statements for the
      * treasury clients whose ERP systems no longer take BAI2.  It
      * reads a DSDS-BAI-TX-WORK file (see DSDSCLW) -- the nightly
      * extract for the camt.053 prior-day statement, or one of
      * DSDS128's intraday cuts for the camt.052 intraday report;
      * CAMTPARM says which -- and builds for each subscribing
      * account its own file holding one BkToCstmrStmt (or
      * BkToCstmrAcctRpt) message with the account's Stmt (Rpt):
      *
      *  - CAMTSUB lists the subscribing accounts, which message
      *    types each takes, the account identification, currency,
      *    owner name and servicer id the client's ERP knows them
      *    by, and the transmission id the account's files go under
      *    (blank is 'C' and the last seven digits of the account
      *    number);
      *  - BAI-REC-03 gives the account's balances (camt.053 only;
      *    the intraday cuts carry no balances) and its credit and
      *    debit counts and totals for the transaction summary;
      *  - each BAI-REC-16 becomes an entry.  BAI-DSDS-TX-CODE maps
      *    to an ISO bank transaction code (domain, family,
      *    sub-family) through CAMTBTC, with the DSDS code kept as
      *    the proprietary code; an unmapped code goes out as
      *    miscellaneous credit or debit operation.  The ACH
      *    company name or RTP sender (BAI-16-REMIT-NAME) and the
      *    RTP network reference (BAI-16-REMIT-REF) go into the
      *    entry's remittance information, the network reference
      *    also as its clearing-system reference.  DSDS128's
      *    intraday cuts carry these on the REC-16; the nightly
      *    extract does not, so for camt.053 they are taken from
      *    the day's DSDSTXL posting the REC-16 was built from --
      *    same bank, account and DSDSTXL-SEQ-NO as BAI-SEQ-NBR,
      *    the match DSDR318 reconciles on.
      *
      * An account's file is CAMTnnn.bbb.xxxxxxxx -- the message
      * type, the bank and the transmission id -- which the
      * transmission step picks up by name.  As each file closes
      * its manifest goes to XMITMAN for DSDS163 under the
      * transmission id and bank, with the account's entry count
      * and entry amount total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI-IN-FILE        ASSIGN TO BAIWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMT-SUB-FILE      ASSIGN TO CAMTSUB
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMT-BTC-FILE      ASSIGN TO CAMTBTC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMT-PARM-FILE     ASSIGN TO CAMTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMT-OUT-FILE      ASSIGN USING WS-CAMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE      ASSIGN TO XMITMAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSDS-TXL-FILE      ASSIGN TO DSDSTXL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAI-IN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DSDSCLW.

       FD  CAMT-SUB-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  CAMT-SUB-REC.
           05  CS-BANK-NO              PIC 99.
           05  CS-ACCT-ID              PIC 9(3).
           05  CS-ACCT-NO              PIC 9(9).
           05  CS-TAKES-053            PIC X.
           05  CS-TAKES-052            PIC X.
           05  CS-ACCT-IDENT           PIC X(34).
           05  CS-CURRENCY             PIC X(3).
           05  CS-OWNER-NAME           PIC X(35).
           05  CS-SERVICER-ID          PIC X(11).
           05  CS-XMIT-ID              PIC X(8).
           05  FILLER                  PIC X(3).

       FD  CAMT-BTC-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CAMT-BTC-REC.
           05  CB-TX-CODE              PIC 9(3).
           05  CB-DOMAIN               PIC X(4).
           05  CB-FAMILY               PIC X(4).
           05  CB-SUB-FAMILY           PIC X(4).
           05  FILLER                  PIC X(5).

       FD  CAMT-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CAMT-PARM-REC.
           05  CP-MSG-TYPE             PIC X(3).
               88  CP-CAMT-053                        VALUE '053'.
               88  CP-CAMT-052                        VALUE '052'.
           05  CP-STMT-DATE-ISO        PIC X(10).
           05  CP-CREATE-STAMP         PIC X(19).
           05  FILLER                  PIC X(8).

       FD  CAMT-OUT-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  CAMT-OUT-LINE               PIC X(256).

       FD  MANIFEST-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  MANIFEST-REC.
           05  MF-FILE-ID              PIC X(8).
           05  MF-BANK-NO              PIC 9(3).
           05  MF-REC-COUNT            PIC 9(9).
           05  MF-CTL-TOTAL            PIC S9(13)V99  SIGN LEADING
                                                       SEPARATE.
           05  MF-CREATE-DATE          PIC 9(6).
           05  MF-CREATE-TIME          PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  DSDS-TXL-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-BAI-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BAI-EOF                         VALUE 'Y'.
           05  WS-SUB-EOF-SW           PIC X          VALUE 'N'.
               88  WS-SUB-EOF                         VALUE 'Y'.
           05  WS-BTC-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BTC-EOF                         VALUE 'Y'.
           05  WS-TXL-EOF-SW           PIC X          VALUE 'N'.
               88  WS-TXL-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-STMT-OPEN-SW         PIC X          VALUE 'N'.
               88  WS-STMT-OPEN                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CS-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CS-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CB-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-CB-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ESC-IDX              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ESC-IN-LEN           PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-ESC-LEN              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AMT-LEAD             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AMT-LEN              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NUM-LEAD             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-NUM-LEN              PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TXL-COUNT            PIC S9(7)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-TXL-IDX              PIC S9(7)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-SUB-TABLE.
           05  WS-CS-ENTRY             OCCURS 1000 TIMES.
               10  WS-CS-BANK-NO       PIC 99.
               10  WS-CS-ACCT-ID       PIC 9(3).
               10  WS-CS-ACCT-NO       PIC 9(9).
               10  WS-CS-TAKES-053     PIC X.
               10  WS-CS-TAKES-052     PIC X.
               10  WS-CS-ACCT-IDENT    PIC X(34).
               10  WS-CS-CURRENCY      PIC X(3).
               10  WS-CS-OWNER-NAME    PIC X(35).
               10  WS-CS-SERVICER-ID   PIC X(11).
               10  WS-CS-XMIT-ID       PIC X(8).

      * The day's DSDSTXL postings that carry an originator, for
      * the camt.053 remittance information.
       01  WS-TXL-TABLE.
           05  WS-TXL-ENTRY            OCCURS 20000 TIMES.
               10  WS-TXL-BANK-NO      PIC 99.
               10  WS-TXL-ACCT-NO      PIC 9(9)       COMP-3.
               10  WS-TXL-SEQ-NO       PIC S9(5)      COMP-3.
               10  WS-TXL-REMIT-NAME   PIC X(20).
               10  WS-TXL-REMIT-REF    PIC X(15).

       01  WS-BTC-TABLE.
           05  WS-CB-ENTRY             OCCURS 999 TIMES.
               10  WS-CB-TX-CODE       PIC 9(3).
               10  WS-CB-DOMAIN        PIC X(4).
               10  WS-CB-FAMILY        PIC X(4).
               10  WS-CB-SUB-FAMILY    PIC X(4).

       01  WS-MSG-TYPE                 PIC X(3)       VALUE SPACES.
           88  WS-CAMT-053                            VALUE '053'.
           88  WS-CAMT-052                            VALUE '052'.
       01  WS-STMT-DATE-ISO            PIC X(10)      VALUE SPACES.
       01  WS-CREATE-STAMP             PIC X(19)      VALUE SPACES.
       01  WS-MSG-ID                   PIC X(35)      VALUE SPACES.
       01  WS-XMIT-ID                  PIC X(8)       VALUE SPACES.
       01  WS-XMIT-BANK                PIC 9(3)       VALUE ZERO.

      * The account's output file, opened under this name.
       01  WS-CAMT-FILE-NAME.
           05  FILLER                  PIC X(4)       VALUE 'CAMT'.
           05  WS-FN-MSG-TYPE          PIC X(3)       VALUE SPACES.
           05  FILLER                  PIC X          VALUE '.'.
           05  WS-FN-BANK              PIC 9(3)       VALUE ZERO.
           05  FILLER                  PIC X          VALUE '.'.
           05  WS-FN-XMIT-ID           PIC X(8)       VALUE SPACES.

       01  WS-DEFAULT-XMIT-ID.
           05  FILLER                  PIC X          VALUE 'C'.
           05  WS-DX-ACCT-DIGITS       PIC 9(7)       VALUE ZERO.
       01  WS-CCY                      PIC X(3)       VALUE SPACES.
       01  WS-ACCT-NO-TEXT             PIC 9(9)       VALUE ZERO.
       01  WS-DSDS-CODE-TEXT           PIC 9(3)       VALUE ZERO.
       01  WS-CDT-DBT                  PIC X(4)       VALUE SPACES.
       01  WS-TX-REMIT-NAME            PIC X(20)      VALUE SPACES.
       01  WS-TX-REMIT-REF             PIC X(15)      VALUE SPACES.
       01  WS-BAL-CODE                 PIC X(4)       VALUE SPACES.
       01  WS-BAL-AMOUNT               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-DOMAIN                   PIC X(4)       VALUE SPACES.
       01  WS-FAMILY                   PIC X(4)       VALUE SPACES.
       01  WS-SUB-FAMILY               PIC X(4)       VALUE SPACES.
       01  WS-ENTRY-COUNT              PIC 9(9)       VALUE ZERO.
       01  WS-ENTRY-TOTAL              PIC S9(13)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-LINES-WRITTEN            PIC 9(9)       VALUE ZERO.
       01  WS-MF-STAMP-DATE            PIC 9(6)       VALUE ZERO.
       01  WS-MF-STAMP-TIME            PIC 9(8)       VALUE ZERO.

      * Amount and count text for the XML: the edited picture with
      * its leading blanks stepped over.
       01  WS-AMT-WORK                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-AMT-EDIT                 PIC Z(10)9.99.
       01  WS-NUM-WORK                 PIC 9(9)       VALUE ZERO.
       01  WS-NUM-EDIT                 PIC Z(8)9.

      * Free text is escaped for XML before it goes on a line.
       01  WS-ESC-IN                   PIC X(40)      VALUE SPACES.
       01  WS-ESC-CHAR                 PIC X          VALUE SPACE.
       01  WS-ESC-OUT                  PIC X(240)     VALUE SPACES.

       01  WS-XML-LINE                 PIC X(256)     VALUE SPACES.

       01  RRG-PARM-AREA.
           05  RRG-PROGRAM-ID          PIC X(8).
           05  RRG-EVENT               PIC X.
           05  RRG-BANK-SCOPE          PIC X(3).
           05  RRG-RECORDS-IN          PIC 9(9).
           05  RRG-RECORDS-OUT         PIC 9(9).
           05  RRG-STATUS              PIC X(4).
           05  RRG-RETURN-CODE         PIC 99.

       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DSDS173 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-PROCESS-BAI-RECORD
               UNTIL WS-BAI-EOF.
           IF WS-STMT-OPEN
               PERFORM 3900-CLOSE-STATEMENT
           END-IF.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-LINES-WRITTEN TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BAI-IN-FILE
                       CAMT-SUB-FILE
                       CAMT-BTC-FILE
                       CAMT-PARM-FILE
                EXTEND MANIFEST-FILE.
           READ CAMT-PARM-FILE.
           MOVE CP-MSG-TYPE      TO WS-MSG-TYPE.
           MOVE CP-STMT-DATE-ISO TO WS-STMT-DATE-ISO.
           MOVE CP-CREATE-STAMP  TO WS-CREATE-STAMP.
           IF NOT WS-CAMT-052
               MOVE '053' TO WS-MSG-TYPE
           END-IF.
           MOVE WS-MSG-TYPE TO WS-FN-MSG-TYPE.
           READ CAMT-SUB-FILE
               AT END MOVE 'Y' TO WS-SUB-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-SUBSCRIPTION
               UNTIL WS-SUB-EOF.
           READ CAMT-BTC-FILE
               AT END MOVE 'Y' TO WS-BTC-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-BTC
               UNTIL WS-BTC-EOF.
           IF WS-CAMT-053
               OPEN INPUT DSDS-TXL-FILE
               READ DSDS-TXL-FILE
                   AT END MOVE 'Y' TO WS-TXL-EOF-SW
               END-READ
               PERFORM 1300-LOAD-TXL
                   UNTIL WS-TXL-EOF
           END-IF.
           READ BAI-IN-FILE
               AT END MOVE 'Y' TO WS-BAI-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Only accounts taking this run's message type are loaded.
       1100-LOAD-SUBSCRIPTION.
           IF (WS-CAMT-053 AND CS-TAKES-053 = 'Y')
              OR (WS-CAMT-052 AND CS-TAKES-052 = 'Y')
               ADD 1 TO WS-CS-COUNT
               MOVE CS-BANK-NO     TO WS-CS-BANK-NO (WS-CS-COUNT)
               MOVE CS-ACCT-ID     TO WS-CS-ACCT-ID (WS-CS-COUNT)
               MOVE CS-ACCT-NO     TO WS-CS-ACCT-NO (WS-CS-COUNT)
               MOVE CS-TAKES-053   TO WS-CS-TAKES-053 (WS-CS-COUNT)
               MOVE CS-TAKES-052   TO WS-CS-TAKES-052 (WS-CS-COUNT)
               MOVE CS-ACCT-IDENT  TO WS-CS-ACCT-IDENT (WS-CS-COUNT)
               MOVE CS-CURRENCY    TO WS-CS-CURRENCY (WS-CS-COUNT)
               MOVE CS-OWNER-NAME  TO WS-CS-OWNER-NAME (WS-CS-COUNT)
               MOVE CS-SERVICER-ID TO WS-CS-SERVICER-ID (WS-CS-COUNT)
               MOVE CS-XMIT-ID     TO WS-CS-XMIT-ID (WS-CS-COUNT)
               IF WS-CS-CURRENCY (WS-CS-COUNT) = SPACES
                   MOVE 'USD' TO WS-CS-CURRENCY (WS-CS-COUNT)
               END-IF
               IF WS-CS-XMIT-ID (WS-CS-COUNT) = SPACES
                   MOVE CS-ACCT-NO TO WS-DX-ACCT-DIGITS
                   MOVE WS-DEFAULT-XMIT-ID
                       TO WS-CS-XMIT-ID (WS-CS-COUNT)
               END-IF
           END-IF.
           READ CAMT-SUB-FILE
               AT END MOVE 'Y' TO WS-SUB-EOF-SW
           END-READ.
       1100-LOAD-SUBSCRIPTION-EXIT.
           EXIT.

       1200-LOAD-BTC.
           ADD 1 TO WS-CB-COUNT.
           MOVE CB-TX-CODE    TO WS-CB-TX-CODE (WS-CB-COUNT).
           MOVE CB-DOMAIN     TO WS-CB-DOMAIN (WS-CB-COUNT).
           MOVE CB-FAMILY     TO WS-CB-FAMILY (WS-CB-COUNT).
           MOVE CB-SUB-FAMILY TO WS-CB-SUB-FAMILY (WS-CB-COUNT).
           READ CAMT-BTC-FILE
               AT END MOVE 'Y' TO WS-BTC-EOF-SW
           END-READ.
       1200-LOAD-BTC-EXIT.
           EXIT.

      * The originator is the RTP sender and network reference, or
      * the ACH company name, as DSDS128 holds it for the intraday
      * cuts.  Postings with neither are not kept.
       1300-LOAD-TXL.
           MOVE SPACES TO WS-TX-REMIT-NAME
                          WS-TX-REMIT-REF.
           IF DSDSTXL-FORMAT-RTP
               MOVE DSDSTXL-RTP-SENDER-NAME TO WS-TX-REMIT-NAME
               MOVE DSDSTXL-RTP-NETWORK-REF TO WS-TX-REMIT-REF
           ELSE
               IF DSDSTXL-ACH-STD-ENTRY-CLASS NOT = SPACES
                   MOVE DSDSTXL-ACH-CO-NAME TO WS-TX-REMIT-NAME
               END-IF
           END-IF.
           IF WS-TX-REMIT-NAME NOT = SPACES
              OR WS-TX-REMIT-REF NOT = SPACES
               IF WS-TXL-COUNT < 20000
                   ADD 1 TO WS-TXL-COUNT
                   MOVE DSDSTXL-BANK-NO
                       TO WS-TXL-BANK-NO (WS-TXL-COUNT)
                   MOVE DSDSTXL-ACCT-NO
                       TO WS-TXL-ACCT-NO (WS-TXL-COUNT)
                   MOVE DSDSTXL-SEQ-NO
                       TO WS-TXL-SEQ-NO (WS-TXL-COUNT)
                   MOVE WS-TX-REMIT-NAME
                       TO WS-TXL-REMIT-NAME (WS-TXL-COUNT)
                   MOVE WS-TX-REMIT-REF
                       TO WS-TXL-REMIT-REF (WS-TXL-COUNT)
               ELSE
                   DISPLAY 'DSDS173 DSDSTXL REMITTANCE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DSDS-TXL-FILE
               AT END MOVE 'Y' TO WS-TXL-EOF-SW
           END-READ.
       1300-LOAD-TXL-EXIT.
           EXIT.

      * Each account's file is a message of its own, its id the
      * message type, the transmission id and the creation stamp.
       2000-WRITE-MESSAGE-HEADER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE SPACES TO WS-MSG-ID.
           STRING 'DSDS' DELIMITED BY SIZE
                  WS-MSG-TYPE DELIMITED BY SIZE
                  WS-XMIT-ID DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-CREATE-STAMP DELIMITED BY SIZE
               INTO WS-MSG-ID.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                      DELIMITED BY SIZE
                  'camt.' DELIMITED BY SIZE
                  WS-MSG-TYPE DELIMITED BY SIZE
                  '.001.02">' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           IF WS-CAMT-053
               MOVE ' <BkToCstmrStmt>' TO WS-XML-LINE
           ELSE
               MOVE ' <BkToCstmrAcctRpt>' TO WS-XML-LINE
           END-IF.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '  <GrpHdr>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '   <MsgId>' DELIMITED BY SIZE
                  WS-MSG-ID DELIMITED BY SPACE
                  '</MsgId>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '   <CreDtTm>' DELIMITED BY SIZE
                  WS-CREATE-STAMP DELIMITED BY SIZE
                  '</CreDtTm>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '  </GrpHdr>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       2000-WRITE-MESSAGE-HEADER-EXIT.
           EXIT.

      * Each account's REC-03 leads its REC-16s; a REC-03 for an
      * account nobody subscribed closes the open statement and its
      * file and lets its details pass by.
       3000-PROCESS-BAI-RECORD.
           ADD 1 TO WS-RRG-RECORDS-IN.
           EVALUATE BAI-RECORD-CODE
               WHEN 03
                   IF WS-STMT-OPEN
                       PERFORM 3900-CLOSE-STATEMENT
                   END-IF
                   PERFORM 3100-FIND-SUBSCRIPTION
                   IF WS-FOUND
                       PERFORM 3200-OPEN-STATEMENT
                   END-IF
               WHEN 16
                   IF WS-STMT-OPEN
                       IF WS-CAMT-053
                           PERFORM 3400-FIND-REMITTANCE
                       END-IF
                       PERFORM 3500-WRITE-ENTRY
                   END-IF
               WHEN 99
                   IF WS-STMT-OPEN
                       PERFORM 3900-CLOSE-STATEMENT
                   END-IF
           END-EVALUATE.
           READ BAI-IN-FILE
               AT END MOVE 'Y' TO WS-BAI-EOF-SW
           END-READ.
       3000-PROCESS-BAI-RECORD-EXIT.
           EXIT.

       3100-FIND-SUBSCRIPTION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3110-SCAN-SUBSCRIPTION
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CS-IDX
           END-IF.
       3100-FIND-SUBSCRIPTION-EXIT.
           EXIT.

       3110-SCAN-SUBSCRIPTION.
           IF BAI-BANK-NO = WS-CS-BANK-NO (WS-CS-IDX)
              AND BAI-03-ACCT-ID = WS-CS-ACCT-ID (WS-CS-IDX)
              AND BAI-ACCT-NBR = WS-CS-ACCT-NO (WS-CS-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3110-SCAN-SUBSCRIPTION-EXIT.
           EXIT.

      * A subscribed account opens its own file and message.
       3200-OPEN-STATEMENT.
           MOVE 'Y' TO WS-STMT-OPEN-SW.
           MOVE WS-CS-CURRENCY (WS-CS-IDX) TO WS-CCY.
           MOVE WS-CS-XMIT-ID (WS-CS-IDX) TO WS-XMIT-ID
                                             WS-FN-XMIT-ID.
           MOVE WS-CS-BANK-NO (WS-CS-IDX) TO WS-XMIT-BANK
                                             WS-FN-BANK.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE ZERO TO WS-ENTRY-TOTAL.
           OPEN OUTPUT CAMT-OUT-FILE.
           PERFORM 2000-WRITE-MESSAGE-HEADER.
           IF WS-CAMT-053
               MOVE '  <Stmt>' TO WS-XML-LINE
           ELSE
               MOVE '  <Rpt>' TO WS-XML-LINE
           END-IF.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '   <Id>' DELIMITED BY SIZE
                  WS-MSG-ID DELIMITED BY SPACE
                  '</Id>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '   <CreDtTm>' DELIMITED BY SIZE
                  WS-CREATE-STAMP DELIMITED BY SIZE
                  '</CreDtTm>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           PERFORM 3300-WRITE-ACCOUNT.
           IF WS-CAMT-053
               MOVE 'OPBD' TO WS-BAL-CODE
               MOVE BAI-OPENING-LGR TO WS-BAL-AMOUNT
               PERFORM 3400-WRITE-BALANCE
               MOVE 'CLBD' TO WS-BAL-CODE
               MOVE BAI-CLOSING-LGR TO WS-BAL-AMOUNT
               PERFORM 3400-WRITE-BALANCE
               MOVE 'CLAV' TO WS-BAL-CODE
               MOVE BAI-CLOSING-AVL TO WS-BAL-AMOUNT
               PERFORM 3400-WRITE-BALANCE
           END-IF.
           PERFORM 3450-WRITE-SUMMARY.
       3200-OPEN-STATEMENT-EXIT.
           EXIT.

       3300-WRITE-ACCOUNT.
           MOVE '   <Acct>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    <Id>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           IF WS-CS-ACCT-IDENT (WS-CS-IDX) = SPACES
               MOVE WS-CS-ACCT-NO (WS-CS-IDX) TO WS-ACCT-NO-TEXT
               MOVE WS-ACCT-NO-TEXT TO WS-ESC-IN
           ELSE
               MOVE WS-CS-ACCT-IDENT (WS-CS-IDX) TO WS-ESC-IN
           END-IF.
           PERFORM 7100-ESCAPE-TEXT.
           STRING '     <Othr><Id>' DELIMITED BY SIZE
                  WS-ESC-OUT (1:WS-ESC-LEN) DELIMITED BY SIZE
                  '</Id></Othr>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    </Id>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '    <Ccy>' DELIMITED BY SIZE
                  WS-CCY DELIMITED BY SIZE
                  '</Ccy>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           IF WS-CS-OWNER-NAME (WS-CS-IDX) NOT = SPACES
               MOVE WS-CS-OWNER-NAME (WS-CS-IDX) TO WS-ESC-IN
               PERFORM 7100-ESCAPE-TEXT
               STRING '    <Ownr><Nm>' DELIMITED BY SIZE
                      WS-ESC-OUT (1:WS-ESC-LEN) DELIMITED BY SIZE
                      '</Nm></Ownr>' DELIMITED BY SIZE
                   INTO WS-XML-LINE
               PERFORM 8000-WRITE-XML-LINE
           END-IF.
           IF WS-CS-SERVICER-ID (WS-CS-IDX) NOT = SPACES
               MOVE WS-CS-SERVICER-ID (WS-CS-IDX) TO WS-ESC-IN
               PERFORM 7100-ESCAPE-TEXT
               STRING '    <Svcr><FinInstnId><Othr><Id>'
                          DELIMITED BY SIZE
                      WS-ESC-OUT (1:WS-ESC-LEN) DELIMITED BY SIZE
                      '</Id></Othr></FinInstnId></Svcr>'
                          DELIMITED BY SIZE
                   INTO WS-XML-LINE
               PERFORM 8000-WRITE-XML-LINE
           END-IF.
           MOVE '   </Acct>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3300-WRITE-ACCOUNT-EXIT.
           EXIT.

       3400-WRITE-BALANCE.
           MOVE '   <Bal>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '    <Tp><CdOrPrtry><Cd>' DELIMITED BY SIZE
                  WS-BAL-CODE DELIMITED BY SIZE
                  '</Cd></CdOrPrtry></Tp>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           IF WS-BAL-AMOUNT < ZERO
               MOVE 'DBIT' TO WS-CDT-DBT
           ELSE
               MOVE 'CRDT' TO WS-CDT-DBT
           END-IF.
           MOVE WS-BAL-AMOUNT TO WS-AMT-WORK.
           PERFORM 7000-FORMAT-AMOUNT.
           STRING '    <Amt Ccy="' DELIMITED BY SIZE
                  WS-CCY DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  WS-AMT-EDIT (WS-AMT-LEAD + 1:WS-AMT-LEN)
                      DELIMITED BY SIZE
                  '</Amt>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '    <CdtDbtInd>' DELIMITED BY SIZE
                  WS-CDT-DBT DELIMITED BY SIZE
                  '</CdtDbtInd>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '    <Dt><Dt>' DELIMITED BY SIZE
                  WS-STMT-DATE-ISO DELIMITED BY SIZE
                  '</Dt></Dt>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '   </Bal>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3400-WRITE-BALANCE-EXIT.
           EXIT.

       3450-WRITE-SUMMARY.
           MOVE '   <TxsSummry>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    <TtlCdtNtries>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE BAI-NBR-CREDITS TO WS-NUM-WORK.
           MOVE BAI-TOT-CREDITS TO WS-AMT-WORK.
           PERFORM 3460-WRITE-COUNT-AND-SUM.
           MOVE '    </TtlCdtNtries>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    <TtlDbtNtries>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE BAI-NBR-DEBITS TO WS-NUM-WORK.
           MOVE BAI-TOT-DEBITS TO WS-AMT-WORK.
           PERFORM 3460-WRITE-COUNT-AND-SUM.
           MOVE '    </TtlDbtNtries>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '   </TxsSummry>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3450-WRITE-SUMMARY-EXIT.
           EXIT.

       3460-WRITE-COUNT-AND-SUM.
           PERFORM 7050-FORMAT-COUNT.
           STRING '     <NbOfNtries>' DELIMITED BY SIZE
                  WS-NUM-EDIT (WS-NUM-LEAD + 1:WS-NUM-LEN)
                      DELIMITED BY SIZE
                  '</NbOfNtries>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           PERFORM 7000-FORMAT-AMOUNT.
           STRING '     <Sum>' DELIMITED BY SIZE
                  WS-AMT-EDIT (WS-AMT-LEAD + 1:WS-AMT-LEN)
                      DELIMITED BY SIZE
                  '</Sum>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3460-WRITE-COUNT-AND-SUM-EXIT.
           EXIT.

       3400-FIND-REMITTANCE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3410-SCAN-TXL
               VARYING WS-TXL-IDX FROM 1 BY 1
               UNTIL WS-TXL-IDX > WS-TXL-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TXL-IDX
               MOVE WS-TXL-REMIT-NAME (WS-TXL-IDX)
                   TO BAI-16-REMIT-NAME
               MOVE WS-TXL-REMIT-REF (WS-TXL-IDX)
                   TO BAI-16-REMIT-REF
           END-IF.
       3400-FIND-REMITTANCE-EXIT.
           EXIT.

       3410-SCAN-TXL.
           IF WS-TXL-BANK-NO (WS-TXL-IDX) = BAI-BANK-NO
              AND WS-TXL-ACCT-NO (WS-TXL-IDX) = BAI-ACCT-NBR
              AND WS-TXL-SEQ-NO (WS-TXL-IDX) = BAI-SEQ-NBR
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3410-SCAN-TXL-EXIT.
           EXIT.

       3500-WRITE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD BAI-TX-AMOUNT TO WS-ENTRY-TOTAL.
           IF BAI-DSDS-TX-CODE < 500
               MOVE 'CRDT' TO WS-CDT-DBT
           ELSE
               MOVE 'DBIT' TO WS-CDT-DBT
           END-IF.
           MOVE '   <Ntry>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE BAI-TX-AMOUNT TO WS-AMT-WORK.
           PERFORM 7000-FORMAT-AMOUNT.
           STRING '    <Amt Ccy="' DELIMITED BY SIZE
                  WS-CCY DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  WS-AMT-EDIT (WS-AMT-LEAD + 1:WS-AMT-LEN)
                      DELIMITED BY SIZE
                  '</Amt>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '    <CdtDbtInd>' DELIMITED BY SIZE
                  WS-CDT-DBT DELIMITED BY SIZE
                  '</CdtDbtInd>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    <Sts>BOOK</Sts>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '    <BookgDt><Dt>' DELIMITED BY SIZE
                  WS-STMT-DATE-ISO DELIMITED BY SIZE
                  '</Dt></BookgDt>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           PERFORM 3600-WRITE-TX-CODE.
           PERFORM 3700-WRITE-DETAILS.
           MOVE '   </Ntry>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3500-WRITE-ENTRY-EXIT.
           EXIT.

       3600-WRITE-TX-CODE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 3610-SCAN-BTC
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CB-IDX
               MOVE WS-CB-DOMAIN (WS-CB-IDX)     TO WS-DOMAIN
               MOVE WS-CB-FAMILY (WS-CB-IDX)     TO WS-FAMILY
               MOVE WS-CB-SUB-FAMILY (WS-CB-IDX) TO WS-SUB-FAMILY
           ELSE
               MOVE 'PMNT' TO WS-DOMAIN
               MOVE 'OTHR' TO WS-SUB-FAMILY
               IF BAI-DSDS-TX-CODE < 500
                   MOVE 'MCOP' TO WS-FAMILY
               ELSE
                   MOVE 'MDOP' TO WS-FAMILY
               END-IF
           END-IF.
           MOVE '    <BkTxCd>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           STRING '     <Domn><Cd>' DELIMITED BY SIZE
                  WS-DOMAIN DELIMITED BY SPACE
                  '</Cd><Fmly><Cd>' DELIMITED BY SIZE
                  WS-FAMILY DELIMITED BY SPACE
                  '</Cd><SubFmlyCd>' DELIMITED BY SIZE
                  WS-SUB-FAMILY DELIMITED BY SPACE
                  '</SubFmlyCd></Fmly></Domn>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE BAI-DSDS-TX-CODE TO WS-DSDS-CODE-TEXT.
           STRING '     <Prtry><Cd>' DELIMITED BY SIZE
                  WS-DSDS-CODE-TEXT DELIMITED BY SIZE
                  '</Cd><Issr>DSDS</Issr></Prtry>' DELIMITED BY SIZE
               INTO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    </BkTxCd>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3600-WRITE-TX-CODE-EXIT.
           EXIT.

       3610-SCAN-BTC.
           IF BAI-DSDS-TX-CODE = WS-CB-TX-CODE (WS-CB-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3610-SCAN-BTC-EXIT.
           EXIT.

       3700-WRITE-DETAILS.
           MOVE '    <NtryDtls><TxDtls>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           IF BAI-CHK-NO > ZERO
              OR BAI-16-REMIT-REF NOT = SPACES
               MOVE '     <Refs>' TO WS-XML-LINE
               PERFORM 8000-WRITE-XML-LINE
               IF BAI-CHK-NO > ZERO
                   MOVE BAI-CHK-NO TO WS-NUM-WORK
                   PERFORM 7050-FORMAT-COUNT
                   STRING '      <ChqNb>' DELIMITED BY SIZE
                          WS-NUM-EDIT (WS-NUM-LEAD + 1:WS-NUM-LEN)
                              DELIMITED BY SIZE
                          '</ChqNb>' DELIMITED BY SIZE
                       INTO WS-XML-LINE
                   PERFORM 8000-WRITE-XML-LINE
               END-IF
               IF BAI-16-REMIT-REF NOT = SPACES
                   MOVE BAI-16-REMIT-REF TO WS-ESC-IN
                   PERFORM 7100-ESCAPE-TEXT
                   STRING '      <ClrSysRef>' DELIMITED BY SIZE
                          WS-ESC-OUT (1:WS-ESC-LEN) DELIMITED BY SIZE
                          '</ClrSysRef>' DELIMITED BY SIZE
                       INTO WS-XML-LINE
                   PERFORM 8000-WRITE-XML-LINE
               END-IF
               MOVE '     </Refs>' TO WS-XML-LINE
               PERFORM 8000-WRITE-XML-LINE
           END-IF.
           MOVE '     <RmtInf>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE BAI-TX-DESC TO WS-ESC-IN.
           PERFORM 3710-WRITE-UNSTRUCTURED.
           IF BAI-16-REMIT-NAME NOT = SPACES
               MOVE BAI-16-REMIT-NAME TO WS-ESC-IN
               PERFORM 3710-WRITE-UNSTRUCTURED
           END-IF.
           IF BAI-16-REMIT-REF NOT = SPACES
               MOVE SPACES TO WS-ESC-IN
               STRING 'RTP REF ' DELIMITED BY SIZE
                      BAI-16-REMIT-REF DELIMITED BY SIZE
                   INTO WS-ESC-IN
               PERFORM 3710-WRITE-UNSTRUCTURED
           END-IF.
           MOVE '     </RmtInf>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '    </TxDtls></NtryDtls>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       3700-WRITE-DETAILS-EXIT.
           EXIT.

       3710-WRITE-UNSTRUCTURED.
           PERFORM 7100-ESCAPE-TEXT.
           IF WS-ESC-LEN > ZERO
               STRING '      <Ustrd>' DELIMITED BY SIZE
                      WS-ESC-OUT (1:WS-ESC-LEN) DELIMITED BY SIZE
                      '</Ustrd>' DELIMITED BY SIZE
                   INTO WS-XML-LINE
               PERFORM 8000-WRITE-XML-LINE
           END-IF.
       3710-WRITE-UNSTRUCTURED-EXIT.
           EXIT.

       3900-CLOSE-STATEMENT.
           IF WS-CAMT-053
               MOVE '  </Stmt>' TO WS-XML-LINE
           ELSE
               MOVE '  </Rpt>' TO WS-XML-LINE
           END-IF.
           PERFORM 8000-WRITE-XML-LINE.
           PERFORM 4000-WRITE-MESSAGE-TRAILER.
           CLOSE CAMT-OUT-FILE.
           PERFORM 8900-WRITE-MANIFEST.
           MOVE 'N' TO WS-STMT-OPEN-SW.
       3900-CLOSE-STATEMENT-EXIT.
           EXIT.

       4000-WRITE-MESSAGE-TRAILER.
           IF WS-CAMT-053
               MOVE ' </BkToCstmrStmt>' TO WS-XML-LINE
           ELSE
               MOVE ' </BkToCstmrAcctRpt>' TO WS-XML-LINE
           END-IF.
           PERFORM 8000-WRITE-XML-LINE.
           MOVE '</Document>' TO WS-XML-LINE.
           PERFORM 8000-WRITE-XML-LINE.
       4000-WRITE-MESSAGE-TRAILER-EXIT.
           EXIT.

      * Amounts go out unsigned -- the sign travels in CdtDbtInd.
       7000-FORMAT-AMOUNT.
           IF WS-AMT-WORK < ZERO
               MULTIPLY -1 BY WS-AMT-WORK
           END-IF.
           MOVE WS-AMT-WORK TO WS-AMT-EDIT.
           MOVE ZERO TO WS-AMT-LEAD.
           INSPECT WS-AMT-EDIT TALLYING WS-AMT-LEAD
               FOR LEADING SPACES.
           COMPUTE WS-AMT-LEN = 14 - WS-AMT-LEAD.
       7000-FORMAT-AMOUNT-EXIT.
           EXIT.

       7050-FORMAT-COUNT.
           MOVE WS-NUM-WORK TO WS-NUM-EDIT.
           MOVE ZERO TO WS-NUM-LEAD.
           INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD
               FOR LEADING SPACES.
           COMPUTE WS-NUM-LEN = 9 - WS-NUM-LEAD.
       7050-FORMAT-COUNT-EXIT.
           EXIT.

      * Copies WS-ESC-IN up to its last non-blank into WS-ESC-OUT,
      * replacing the five XML special characters with entities.
       7100-ESCAPE-TEXT.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE ZERO TO WS-ESC-LEN.
           MOVE 40 TO WS-ESC-IN-LEN.
           PERFORM 7110-FIND-LAST-CHAR
               UNTIL WS-ESC-IN-LEN = ZERO
                  OR WS-ESC-IN (WS-ESC-IN-LEN:1) NOT = SPACE.
           PERFORM 7120-ESCAPE-ONE-CHAR
               VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-IN-LEN.
           IF WS-ESC-LEN = ZERO
               MOVE 1 TO WS-ESC-LEN
           END-IF.
       7100-ESCAPE-TEXT-EXIT.
           EXIT.

       7110-FIND-LAST-CHAR.
           SUBTRACT 1 FROM WS-ESC-IN-LEN.
       7110-FIND-LAST-CHAR-EXIT.
           EXIT.

       7120-ESCAPE-ONE-CHAR.
           MOVE WS-ESC-IN (WS-ESC-IDX:1) TO WS-ESC-CHAR.
           EVALUATE WS-ESC-CHAR
               WHEN '&'
                   MOVE '&amp;' TO WS-ESC-OUT (WS-ESC-LEN + 1:5)
                   ADD 5 TO WS-ESC-LEN
               WHEN '<'
                   MOVE '&lt;' TO WS-ESC-OUT (WS-ESC-LEN + 1:4)
                   ADD 4 TO WS-ESC-LEN
               WHEN '>'
                   MOVE '&gt;' TO WS-ESC-OUT (WS-ESC-LEN + 1:4)
                   ADD 4 TO WS-ESC-LEN
               WHEN '"'
                   MOVE '&quot;' TO WS-ESC-OUT (WS-ESC-LEN + 1:6)
                   ADD 6 TO WS-ESC-LEN
               WHEN "'"
                   MOVE '&apos;' TO WS-ESC-OUT (WS-ESC-LEN + 1:6)
                   ADD 6 TO WS-ESC-LEN
               WHEN OTHER
                   MOVE WS-ESC-CHAR TO WS-ESC-OUT (WS-ESC-LEN + 1:1)
                   ADD 1 TO WS-ESC-LEN
           END-EVALUATE.
       7120-ESCAPE-ONE-CHAR-EXIT.
           EXIT.

       8000-WRITE-XML-LINE.
           MOVE WS-XML-LINE TO CAMT-OUT-LINE.
           WRITE CAMT-OUT-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE SPACES TO WS-XML-LINE.
       8000-WRITE-XML-LINE-EXIT.
           EXIT.

      * The transmission-register manifest for DSDS163, one per
      * account file.
       8900-WRITE-MANIFEST.
           ACCEPT WS-MF-STAMP-DATE FROM DATE.
           ACCEPT WS-MF-STAMP-TIME FROM TIME.
           MOVE WS-XMIT-ID TO MF-FILE-ID.
           MOVE WS-XMIT-BANK TO MF-BANK-NO.
           MOVE WS-ENTRY-COUNT TO MF-REC-COUNT.
           MOVE WS-ENTRY-TOTAL TO MF-CTL-TOTAL.
           MOVE WS-MF-STAMP-DATE TO MF-CREATE-DATE.
           MOVE WS-MF-STAMP-TIME TO MF-CREATE-TIME.
           MOVE SPACES TO MANIFEST-REC (51:4).
           WRITE MANIFEST-REC.
       8900-WRITE-MANIFEST-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BAI-IN-FILE
                 CAMT-SUB-FILE
                 CAMT-BTC-FILE
                 CAMT-PARM-FILE
                 MANIFEST-FILE.
           IF WS-CAMT-053
               CLOSE DSDS-TXL-FILE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
