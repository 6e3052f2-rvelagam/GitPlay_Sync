       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS210.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS210 is the nightly fee-refund edit.  Branch staff used to
      * refund overdraft and service fees with a plain credit and no
      * record of who refunded what or why; every fee refund now
      * comes in on RFNDREQ -- the account, the original fee (its
      * fee code, date, amount and sequence, the nth fee of that
      * code and amount that day), the refund amount, a reason code,
      * the requesting operator and their branch.
      *
      * The fees themselves come from FEETXN, the generated-fee
      * transactions in the DSDS-TRANSACTION-LONG layout DSDS155
      * posts; the JCL concatenates the FEETXN files kept for as far
      * back as a fee may be refunded.  Each refundable fee there is
      * numbered within its account, code, date and amount the way
      * the request counts it.
      *
      * Each request is edited:
      *
      *  - the refund must be more than zero and the reason one of
      *    the codes below;
      *  - the fee code must be refundable.  FEEPARM's overdraft and
      *    returned-item fee codes (DSDS192's parameter) are fee
      *    types OD and RI and refund under FEEPARM's own refund
      *    codes, so every such refund reaches the Reg DD fee
      *    accumulator; any other fee code must be on RFNDCODE, which
      *    gives its fee type and refund credit code;
      *  - the operator must hold monetary entitlement for the bank
      *    (APIU104, category M -- a denial is logged there too);
      *  - the fee must be on FEETXN, and the refund no more than the
      *    fee as posted there -- the amount on the request only
      *    identifies the fee;
      *  - the fee must not already be refunded: refunds on RFNDHIST
      *    and those taken earlier tonight, plus this one, may not
      *    pass the original fee.
      *
      * RFNDLIM, kept alongside ENTFILE, carries each operator's
      * refund authority per bank and fee type, the most a single
      * refund may be on their own say-so.  No row means no
      * authority.  A refund within the limit posts tonight; one over
      * it goes to the APIU102 dual-control queue on RFNDMNT (added
      * to the next run's MNTREQ) as CLW-FLD-FEE-REFUND (020, see
      * DSDSDESC) with the fee in CLW-OLD-INFO and the refund,
      * reason and branch in CLW-NEW-INFO.  APIU102 runs ahead of
      * this step, so the CHGLOG it writes tonight carries the
      * refunds a second operator released; each is checked against
      * FEETXN and RFNDHIST again and posts with the approver's key.
      *
      * A posted refund is a credit on TXLOUT under the refund code
      * and an RFNDHIST record (see DSDSRFND) for DSDR349's monthly
      * analytics.  RFNDRPT lists every request and approval with
      * what became of it.  A fee table that fills leaves the run at
      * RC 8 with the fees not loaded counted; their refunds reject
      * as not on file.
      *
      * Reason codes: BE bank error, CS customer service, FT
      * first-time courtesy, RL relationship, DS disputed item,
      * OT other.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE      ASSIGN TO FEEPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-TXN-FILE       ASSIGN TO FEETXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-CODE-FILE   ASSIGN TO RFNDCODE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-LIMIT-FILE  ASSIGN TO RFNDLIM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-HIST-FILE   ASSIGN TO RFNDHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-HIST-OUT    ASSIGN TO RFNDHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-REQ-FILE    ASSIGN TO RFNDREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE    ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-MNT-FILE    ASSIGN TO RFNDMNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-RPT         ASSIGN TO RFNDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  FEE-PARM-REC.
           05  FP-RUN-DATE             PIC 9(7).
           05  FP-OD-FEE-CODE          PIC 9(3).
           05  FP-RI-FEE-CODE          PIC 9(3).
           05  FP-OD-REFUND-CODE       PIC 9(3).
           05  FP-RI-REFUND-CODE       PIC 9(3).
           05  FILLER                  PIC X(11).

       FD  FEE-TXN-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP REPLACING
               ==DSDS-TRANSACTION-LONG== BY ==FEE-TRANSACTION==
               LEADING ==DSDSTXL== BY ==FETXL==.

       FD  REFUND-CODE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  REFUND-CODE-REC.
           05  RC-FEE-CODE             PIC 9(3).
           05  RC-FEE-TYPE             PIC X(2).
           05  RC-REFUND-CODE          PIC 9(3).
           05  FILLER                  PIC X(12).

       FD  REFUND-LIMIT-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  REFUND-LIMIT-REC.
           05  RL-OPERATOR-KEY         PIC 9(5).
           05  RL-BANK-NO              PIC 99.
           05  RL-FEE-TYPE             PIC X(2).
           05  RL-LIMIT-AMT            PIC 9(7)V99.
           05  FILLER                  PIC X(2).

       FD  REFUND-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DSDSRFND.

       FD  REFUND-HIST-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  REFUND-HIST-OUT-REC         PIC X(80).

       FD  REFUND-REQ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REFUND-REQ-REC.
           05  RQ-BANK-NO              PIC 99.
           05  RQ-ACCT-ID              PIC 9(3).
           05  RQ-ACCT-NO              PIC 9(9).
           05  RQ-FEE-CODE             PIC 9(3).
           05  RQ-FEE-DATE             PIC 9(7).
           05  RQ-FEE-AMT              PIC 9(7)V99.
           05  RQ-FEE-SEQ              PIC 9.
           05  RQ-REFUND-AMT           PIC 9(7)V99.
           05  RQ-REASON               PIC X(2).
               88  RQ-VALID-REASON                    VALUE 'BE'
                                                            'CS'
                                                            'FT'
                                                            'RL'
                                                            'DS'
                                                            'OT'.
           05  RQ-OPERATOR-KEY         PIC 9(5).
           05  RQ-BRANCH               PIC 9(4).
           05  RQ-REQUEST-DATE         PIC 9(7).
           05  FILLER                  PIC X(19).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-LOG-WORK.
           COPY DSDSDESC.

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

      * Over-limit refunds, in APIU102's MAINT-REQ-FILE layout.
       FD  REFUND-MNT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  REFUND-MNT-REC.
           05  RM-BANK-NO              PIC 99.
           05  RM-ACCT-ID              PIC 9(3).
           05  RM-ACCT-NO              PIC 9(9).
           05  RM-FIELD-CODE           PIC 9(3).
           05  RM-OLD-INFO.
               10  RM-FEE-CODE         PIC 9(3).
               10  RM-FEE-DATE         PIC 9(7).
               10  RM-FEE-AMT          PIC 9(7)V99.
               10  RM-FEE-SEQ          PIC 9.
           05  RM-NEW-INFO.
               10  RM-REFUND-AMT       PIC 9(7)V99.
               10  RM-REASON           PIC X(2).
               10  RM-BRANCH           PIC 9(4).
               10  FILLER              PIC X(5).
           05  RM-REQUEST-OPER         PIC 9(5).

       FD  REFUND-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REFUND-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CODE-EOF-SW          PIC X          VALUE 'N'.
               88  WS-CODE-EOF                        VALUE 'Y'.
           05  WS-LIM-EOF-SW           PIC X          VALUE 'N'.
               88  WS-LIM-EOF                         VALUE 'Y'.
           05  WS-FEE-EOF-SW           PIC X          VALUE 'N'.
               88  WS-FEE-EOF                         VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HIST-EOF                        VALUE 'Y'.
           05  WS-REQ-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REQ-EOF                         VALUE 'Y'.
           05  WS-CHG-EOF-SW           PIC X          VALUE 'N'.
               88  WS-CHG-EOF                         VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-FEE-FOUND-SW         PIC X          VALUE 'N'.
               88  WS-FEE-FOUND                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-RC-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LM-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-LM-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FE-COUNT             PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-FE-IDX               PIC S9(5)      VALUE ZERO
                                                       COMP SYNC.

      * Refundable fee codes other than FEEPARM's two.
       01  WS-CODE-TABLE.
           05  WS-RC-ENTRY             OCCURS 500 TIMES.
               10  WS-RC-FEE-CODE      PIC 9(3).
               10  WS-RC-FEE-TYPE      PIC X(2).
               10  WS-RC-REFUND-CODE   PIC 9(3).

      * Refund authority per operator, bank and fee type.
       01  WS-LIMIT-TABLE.
           05  WS-LM-ENTRY             OCCURS 5000 TIMES.
               10  WS-LM-OPERATOR-KEY  PIC 9(5).
               10  WS-LM-BANK-NO       PIC 99.
               10  WS-LM-FEE-TYPE      PIC X(2).
               10  WS-LM-LIMIT-AMT     PIC 9(7)V99.

      * Every refundable fee on FEETXN, with the total refunded
      * against it -- RFNDHIST, then tonight's postings and queued
      * refunds.
       01  WS-FEE-TABLE.
           05  WS-FE-ENTRY             OCCURS 20000 TIMES.
               10  WS-FE-BANK-NO       PIC 99.
               10  WS-FE-ACCT-ID       PIC 9(3).
               10  WS-FE-ACCT-NO       PIC 9(9).
               10  WS-FE-FEE-CODE      PIC 9(3).
               10  WS-FE-FEE-DATE      PIC 9(7).
               10  WS-FE-FEE-AMT       PIC 9(7)V99.
               10  WS-FE-FEE-SEQ       PIC 9.
               10  WS-FE-REFUNDED      PIC S9(9)V99   COMP-3.
       01  WS-FE-OVERFLOW              PIC 9(7)       VALUE ZERO.
       01  WS-FE-SAME-COUNT            PIC 9(5)       VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-OD-FEE-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-RI-FEE-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-OD-REFUND-CODE           PIC 9(3)       VALUE ZERO.
       01  WS-RI-REFUND-CODE           PIC 9(3)       VALUE ZERO.

      * The refund in hand, from a request or a released approval.
       01  WS-REFUND.
           05  WS-RF-BANK-NO           PIC 99.
           05  WS-RF-ACCT-ID           PIC 9(3).
           05  WS-RF-ACCT-NO           PIC 9(9).
           05  WS-RF-FEE-CODE          PIC 9(3).
           05  WS-RF-FEE-DATE          PIC 9(7).
           05  WS-RF-FEE-AMT           PIC 9(7)V99.
           05  WS-RF-FEE-SEQ           PIC 9.
           05  WS-RF-FEE-TYPE          PIC X(2).
           05  WS-RF-REFUND-CODE       PIC 9(3).
           05  WS-RF-REFUND-AMT        PIC 9(7)V99.
           05  WS-RF-REASON            PIC X(2).
           05  WS-RF-REQUEST-OPER      PIC 9(5).
           05  WS-RF-BRANCH            PIC 9(4).
           05  WS-RF-APPROVE-OPER      PIC 9(5).

       01  WS-REJECT-TEXT              PIC X(30)      VALUE SPACES.
       01  WS-LIMIT-AMT                PIC 9(7)V99    VALUE ZERO.
       01  WS-NEW-REFUNDED             PIC S9(9)V99   COMP-3
                                                       VALUE ZERO.

       01  WS-TX-DESC.
           05  WS-TD-FEE-TYPE          PIC X(2).
           05  FILLER                  PIC X(24)      VALUE
               ' FEE REFUND             '.

       01  WS-TOTALS.
           05  WS-TOT-REQUESTS         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-APPROVALS        PIC 9(7)       VALUE ZERO.
           05  WS-TOT-POSTED-LIMIT     PIC 9(7)       VALUE ZERO.
           05  WS-TOT-POSTED-APPR      PIC 9(7)       VALUE ZERO.
           05  WS-TOT-QUEUED           PIC 9(7)       VALUE ZERO.
           05  WS-TOT-REJECTED         PIC 9(7)       VALUE ZERO.
           05  WS-TOT-APPR-REJECTED    PIC 9(7)       VALUE ZERO.
           05  WS-AMT-POSTED-LIMIT     PIC S9(11)V99  COMP-3
                                                       VALUE ZERO.
           05  WS-AMT-POSTED-APPR      PIC S9(11)V99  COMP-3
                                                       VALUE ZERO.
           05  WS-AMT-QUEUED           PIC S9(11)V99  COMP-3
                                                       VALUE ZERO.
           05  WS-AMT-REJECTED         PIC S9(11)V99  COMP-3
                                                       VALUE ZERO.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS210 - FEE REFUND EDIT AND POSTING             '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-COL-HDG.
           05  FILLER                  PIC X(49)      VALUE
               'BK  ID  ACCOUNT   FEE TP FEE DATE S       REFUND '.
           05  FILLER                  PIC X(50)      VALUE
               'RS OPER  BRCH APPR  ACTION                        '.
           05  FILLER                  PIC X(33)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-BANK              PIC Z9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-ACCT-ID           PIC 9(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-ACCT-NO           PIC Z(8)9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-FEE-CODE          PIC 9(3).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-FEE-TYPE          PIC X(2).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-FEE-DATE          PIC 9(7).
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-DL-FEE-SEQ           PIC 9.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-REFUND-AMT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-REASON            PIC X(2).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-OPER              PIC 9(5).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-BRANCH            PIC 9(4).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-APPR              PIC 9(5).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-ACTION            PIC X(30).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-DL-LIMIT-AREA.
               10  WS-DL-LIMIT-LABEL   PIC X(7).
               10  WS-DL-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(57)      VALUE SPACES.

       01  ENT-PARM-AREA.
           05  ENT-OPERATOR-KEY        PIC 9(5).
           05  ENT-BANK-NO             PIC 99.
           05  ENT-CATEGORY            PIC X.
           05  ENT-ATTEMPT-DATE        PIC 9(7).
           05  ENT-RETURN-CODE         PIC 99.
               88  ENT-ALLOWED                        VALUE 0.

      * Run-registry interface (DSDS161): one start and one end
      * stamp per run, with the requests and approvals read.
       01  WS-RRG-RECORDS-IN           PIC 9(9)       VALUE ZERO.
       01  WS-RRG-RECORDS-OUT          PIC 9(9)       VALUE ZERO.
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
           MOVE 'DSDS210 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
      * Released refunds were asked for on an earlier night, so they
      * take their place against the fee ahead of tonight's requests.
           PERFORM 3000-WORK-APPROVAL
               UNTIL WS-CHG-EOF.
           PERFORM 2000-WORK-REQUEST
               UNTIL WS-REQ-EOF.
           PERFORM 8000-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           COMPUTE WS-RRG-RECORDS-OUT = WS-TOT-POSTED-LIMIT
                                      + WS-TOT-POSTED-APPR.
           MOVE WS-RRG-RECORDS-OUT TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           IF WS-FE-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FEE-PARM-FILE
                       FEE-TXN-FILE
                       REFUND-CODE-FILE
                       REFUND-LIMIT-FILE
                       REFUND-HIST-FILE
                       REFUND-REQ-FILE
                       CHANGE-LOG-FILE
                OUTPUT TXL-OUT-FILE
                       REFUND-MNT-FILE
                       REFUND-RPT.
           READ FEE-PARM-FILE.
           MOVE FP-RUN-DATE       TO WS-RUN-DATE.
           MOVE FP-OD-FEE-CODE    TO WS-OD-FEE-CODE.
           MOVE FP-RI-FEE-CODE    TO WS-RI-FEE-CODE.
           MOVE FP-OD-REFUND-CODE TO WS-OD-REFUND-CODE.
           MOVE FP-RI-REFUND-CODE TO WS-RI-REFUND-CODE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE REFUND-RPT-LINE FROM WS-RPT-HDG.
           MOVE SPACES TO REFUND-RPT-LINE.
           WRITE REFUND-RPT-LINE.
           WRITE REFUND-RPT-LINE FROM WS-COL-HDG.
           READ REFUND-CODE-FILE
               AT END MOVE 'Y' TO WS-CODE-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-CODE
               UNTIL WS-CODE-EOF.
           READ REFUND-LIMIT-FILE
               AT END MOVE 'Y' TO WS-LIM-EOF-SW
           END-READ.
           PERFORM 1200-LOAD-LIMIT
               UNTIL WS-LIM-EOF.
           READ FEE-TXN-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
           PERFORM 1400-LOAD-FEE
               UNTIL WS-FEE-EOF.
           CLOSE FEE-TXN-FILE.
           READ REFUND-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-HISTORY
               UNTIL WS-HIST-EOF.
           CLOSE REFUND-HIST-FILE.
           OPEN EXTEND REFUND-HIST-OUT.
           READ CHANGE-LOG-FILE
               AT END MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.
           READ REFUND-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-CODE.
           IF WS-RC-COUNT < 500
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-IDX
               MOVE RC-FEE-CODE    TO WS-RC-FEE-CODE (WS-RC-IDX)
               MOVE RC-FEE-TYPE    TO WS-RC-FEE-TYPE (WS-RC-IDX)
               MOVE RC-REFUND-CODE TO WS-RC-REFUND-CODE (WS-RC-IDX)
           END-IF.
           READ REFUND-CODE-FILE
               AT END MOVE 'Y' TO WS-CODE-EOF-SW
           END-READ.
       1100-LOAD-CODE-EXIT.
           EXIT.

       1200-LOAD-LIMIT.
           IF WS-LM-COUNT < 5000
               ADD 1 TO WS-LM-COUNT
               MOVE WS-LM-COUNT TO WS-LM-IDX
               MOVE RL-OPERATOR-KEY TO WS-LM-OPERATOR-KEY (WS-LM-IDX)
               MOVE RL-BANK-NO      TO WS-LM-BANK-NO (WS-LM-IDX)
               MOVE RL-FEE-TYPE     TO WS-LM-FEE-TYPE (WS-LM-IDX)
               MOVE RL-LIMIT-AMT    TO WS-LM-LIMIT-AMT (WS-LM-IDX)
           END-IF.
           READ REFUND-LIMIT-FILE
               AT END MOVE 'Y' TO WS-LIM-EOF-SW
           END-READ.
       1200-LOAD-LIMIT-EXIT.
           EXIT.

       1300-LOAD-HISTORY.
           MOVE RH-BANK-NO    TO WS-RF-BANK-NO.
           MOVE RH-ACCT-ID    TO WS-RF-ACCT-ID.
           MOVE RH-ACCT-NO    TO WS-RF-ACCT-NO.
           MOVE RH-FEE-CODE   TO WS-RF-FEE-CODE.
           MOVE RH-FEE-DATE   TO WS-RF-FEE-DATE.
           MOVE RH-FEE-AMT    TO WS-RF-FEE-AMT.
           MOVE RH-FEE-SEQ    TO WS-RF-FEE-SEQ.
           MOVE RH-REFUND-AMT TO WS-RF-REFUND-AMT.
           PERFORM 6000-FIND-FEE.
           IF WS-FEE-FOUND
               PERFORM 6100-ADD-TO-FEE
           END-IF.
           READ REFUND-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
       1300-LOAD-HISTORY-EXIT.
           EXIT.

      * A refundable fee on FEETXN joins the table as the next of its
      * code and amount on the account that day.  Fees post as debits
      * under some streams, so the amount is taken unsigned.
       1400-LOAD-FEE.
           MOVE FETXL-CODE TO WS-RF-FEE-CODE.
           PERFORM 5000-SET-FEE-TYPE.
           IF WS-RF-FEE-TYPE NOT = SPACES
              AND FETXL-AMOUNT NOT = ZERO
               MOVE FETXL-BANK-NO TO WS-RF-BANK-NO
               MOVE FETXL-ACCT-ID TO WS-RF-ACCT-ID
               MOVE FETXL-ACCT-NO TO WS-RF-ACCT-NO
               MOVE FETXL-DATE    TO WS-RF-FEE-DATE
               IF FETXL-AMOUNT < ZERO
                   COMPUTE WS-RF-FEE-AMT = ZERO - FETXL-AMOUNT
               ELSE
                   MOVE FETXL-AMOUNT TO WS-RF-FEE-AMT
               END-IF
               MOVE ZERO TO WS-FE-SAME-COUNT
               PERFORM 1410-COUNT-SAME-FEE
                   VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FE-COUNT
               IF WS-FE-COUNT < 20000
                   ADD 1 TO WS-FE-COUNT
                   MOVE WS-FE-COUNT TO WS-FE-IDX
                   MOVE WS-RF-BANK-NO  TO WS-FE-BANK-NO (WS-FE-IDX)
                   MOVE WS-RF-ACCT-ID  TO WS-FE-ACCT-ID (WS-FE-IDX)
                   MOVE WS-RF-ACCT-NO  TO WS-FE-ACCT-NO (WS-FE-IDX)
                   MOVE WS-RF-FEE-CODE TO WS-FE-FEE-CODE (WS-FE-IDX)
                   MOVE WS-RF-FEE-DATE TO WS-FE-FEE-DATE (WS-FE-IDX)
                   MOVE WS-RF-FEE-AMT  TO WS-FE-FEE-AMT (WS-FE-IDX)
                   COMPUTE WS-FE-FEE-SEQ (WS-FE-IDX)
                       = WS-FE-SAME-COUNT + 1
                   MOVE ZERO TO WS-FE-REFUNDED (WS-FE-IDX)
               ELSE
                   ADD 1 TO WS-FE-OVERFLOW
               END-IF
           END-IF.
           READ FEE-TXN-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-SW
           END-READ.
       1400-LOAD-FEE-EXIT.
           EXIT.

       1410-COUNT-SAME-FEE.
           IF WS-RF-BANK-NO = WS-FE-BANK-NO (WS-FE-IDX)
              AND WS-RF-ACCT-ID = WS-FE-ACCT-ID (WS-FE-IDX)
              AND WS-RF-ACCT-NO = WS-FE-ACCT-NO (WS-FE-IDX)
              AND WS-RF-FEE-CODE = WS-FE-FEE-CODE (WS-FE-IDX)
              AND WS-RF-FEE-DATE = WS-FE-FEE-DATE (WS-FE-IDX)
              AND WS-RF-FEE-AMT = WS-FE-FEE-AMT (WS-FE-IDX)
               ADD 1 TO WS-FE-SAME-COUNT
           END-IF.
       1410-COUNT-SAME-FEE-EXIT.
           EXIT.

       2000-WORK-REQUEST.
           ADD 1 TO WS-TOT-REQUESTS.
           ADD 1 TO WS-RRG-RECORDS-IN.
           MOVE RQ-BANK-NO      TO WS-RF-BANK-NO.
           MOVE RQ-ACCT-ID      TO WS-RF-ACCT-ID.
           MOVE RQ-ACCT-NO      TO WS-RF-ACCT-NO.
           MOVE RQ-FEE-CODE     TO WS-RF-FEE-CODE.
           MOVE RQ-FEE-DATE     TO WS-RF-FEE-DATE.
           MOVE RQ-FEE-AMT      TO WS-RF-FEE-AMT.
           MOVE RQ-FEE-SEQ      TO WS-RF-FEE-SEQ.
           IF WS-RF-FEE-SEQ = ZERO
               MOVE 1 TO WS-RF-FEE-SEQ
           END-IF.
           MOVE RQ-REFUND-AMT   TO WS-RF-REFUND-AMT.
           MOVE RQ-REASON       TO WS-RF-REASON.
           MOVE RQ-OPERATOR-KEY TO WS-RF-REQUEST-OPER.
           MOVE RQ-BRANCH       TO WS-RF-BRANCH.
           MOVE ZERO            TO WS-RF-APPROVE-OPER.
           MOVE SPACES          TO WS-RF-FEE-TYPE.
           MOVE ZERO            TO WS-RF-REFUND-CODE.
           MOVE SPACES TO WS-DL-LIMIT-AREA.
           PERFORM 2100-EDIT-REQUEST.
           IF WS-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-TOT-REJECTED
               ADD WS-RF-REFUND-AMT TO WS-AMT-REJECTED
               MOVE WS-REJECT-TEXT TO WS-DL-ACTION
               PERFORM 8100-PRINT-DETAIL
           ELSE
               PERFORM 2200-FIND-LIMIT
               MOVE 'LIMIT: ' TO WS-DL-LIMIT-LABEL
               MOVE WS-LIMIT-AMT TO WS-DL-LIMIT
               IF WS-RF-REFUND-AMT > WS-LIMIT-AMT
                   PERFORM 2300-QUEUE-DUAL-CONTROL
               ELSE
                   PERFORM 4000-POST-REFUND
                   ADD 1 TO WS-TOT-POSTED-LIMIT
                   ADD WS-RF-REFUND-AMT TO WS-AMT-POSTED-LIMIT
                   MOVE 'POSTED - WITHIN OPERATOR LIMIT'
                       TO WS-DL-ACTION
                   PERFORM 8100-PRINT-DETAIL
               END-IF
           END-IF.
           READ REFUND-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       2000-WORK-REQUEST-EXIT.
           EXIT.

      * The first edit failed names the rejection; spaces pass.
       2100-EDIT-REQUEST.
           MOVE SPACES TO WS-REJECT-TEXT.
           EVALUATE TRUE
               WHEN WS-RF-REFUND-AMT = ZERO
                   MOVE 'REJECTED - NO REFUND AMOUNT   ' TO
                       WS-REJECT-TEXT
               WHEN NOT RQ-VALID-REASON
                   MOVE 'REJECTED - REASON CODE INVALID' TO
                       WS-REJECT-TEXT
           END-EVALUATE.
           IF WS-REJECT-TEXT = SPACES
               PERFORM 5000-SET-FEE-TYPE
               IF WS-RF-FEE-TYPE = SPACES
                   MOVE 'REJECTED - FEE NOT REFUNDABLE ' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-REJECT-TEXT = SPACES
               MOVE WS-RF-REQUEST-OPER TO ENT-OPERATOR-KEY
               MOVE WS-RF-BANK-NO TO ENT-BANK-NO
               MOVE 'M' TO ENT-CATEGORY
               MOVE WS-RUN-DATE TO ENT-ATTEMPT-DATE
               CALL 'APIU104' USING ENT-PARM-AREA
               IF NOT ENT-ALLOWED
                   MOVE 'REJECTED - OPER NOT ENTITLED  ' TO
                       WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-REJECT-TEXT = SPACES
               PERFORM 6000-FIND-FEE
               EVALUATE TRUE
                   WHEN NOT WS-FEE-FOUND
                       MOVE 'REJECTED - FEE NOT ON FILE    ' TO
                           WS-REJECT-TEXT
                   WHEN WS-RF-REFUND-AMT > WS-RF-FEE-AMT
                       MOVE 'REJECTED - MORE THAN THE FEE  ' TO
                           WS-REJECT-TEXT
                   WHEN WS-NEW-REFUNDED > WS-RF-FEE-AMT
                       MOVE 'REJECTED - ALREADY REFUNDED   ' TO
                           WS-REJECT-TEXT
               END-EVALUATE
           END-IF.
       2100-EDIT-REQUEST-EXIT.
           EXIT.

      * The operator's authority for the bank and fee type; with no
      * row for it the operator has none.
       2200-FIND-LIMIT.
           MOVE ZERO TO WS-LIMIT-AMT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2210-SCAN-LIMITS
               VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-LM-IDX
               MOVE WS-LM-LIMIT-AMT (WS-LM-IDX) TO WS-LIMIT-AMT
           END-IF.
       2200-FIND-LIMIT-EXIT.
           EXIT.

       2210-SCAN-LIMITS.
           IF WS-RF-REQUEST-OPER = WS-LM-OPERATOR-KEY (WS-LM-IDX)
              AND WS-RF-BANK-NO = WS-LM-BANK-NO (WS-LM-IDX)
              AND WS-RF-FEE-TYPE = WS-LM-FEE-TYPE (WS-LM-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       2210-SCAN-LIMITS-EXIT.
           EXIT.

      * Over the limit: the refund waits for a second operator.  Its
      * amount is held against the fee so a second request tonight
      * cannot pass the fee as well.
       2300-QUEUE-DUAL-CONTROL.
           MOVE SPACES TO REFUND-MNT-REC.
           MOVE WS-RF-BANK-NO      TO RM-BANK-NO.
           MOVE WS-RF-ACCT-ID      TO RM-ACCT-ID.
           MOVE WS-RF-ACCT-NO      TO RM-ACCT-NO.
           MOVE 020                TO RM-FIELD-CODE.
           MOVE WS-RF-FEE-CODE     TO RM-FEE-CODE.
           MOVE WS-RF-FEE-DATE     TO RM-FEE-DATE.
           MOVE WS-RF-FEE-AMT      TO RM-FEE-AMT.
           MOVE WS-RF-FEE-SEQ      TO RM-FEE-SEQ.
           MOVE WS-RF-REFUND-AMT   TO RM-REFUND-AMT.
           MOVE WS-RF-REASON       TO RM-REASON.
           MOVE WS-RF-BRANCH       TO RM-BRANCH.
           MOVE WS-RF-REQUEST-OPER TO RM-REQUEST-OPER.
           WRITE REFUND-MNT-REC.
           PERFORM 6100-ADD-TO-FEE.
           ADD 1 TO WS-TOT-QUEUED.
           ADD WS-RF-REFUND-AMT TO WS-AMT-QUEUED.
           MOVE 'OVER LIMIT - TO DUAL CONTROL  ' TO WS-DL-ACTION.
           PERFORM 8100-PRINT-DETAIL.
       2300-QUEUE-DUAL-CONTROL-EXIT.
           EXIT.

      * Tonight's change log: only released fee refunds concern this
      * step.  The fee is checked again -- another refund may have
      * posted against it while this one waited.
       3000-WORK-APPROVAL.
           IF CLW-FLD-FEE-REFUND
               ADD 1 TO WS-TOT-APPROVALS
               ADD 1 TO WS-RRG-RECORDS-IN
               MOVE CLW-BANK-NBR          TO WS-RF-BANK-NO
               MOVE CLW-ACCT-ID           TO WS-RF-ACCT-ID
               MOVE CLW-ACCT-NBR          TO WS-RF-ACCT-NO
               MOVE CLW-OLD-RFND-FEE-CODE TO WS-RF-FEE-CODE
               MOVE CLW-OLD-RFND-FEE-DATE TO WS-RF-FEE-DATE
               MOVE CLW-OLD-RFND-FEE-AMT  TO WS-RF-FEE-AMT
               MOVE CLW-OLD-RFND-FEE-SEQ  TO WS-RF-FEE-SEQ
               MOVE CLW-NEW-RFND-AMT      TO WS-RF-REFUND-AMT
               MOVE CLW-NEW-RFND-REASON   TO WS-RF-REASON
               MOVE CLW-NEW-RFND-BRANCH   TO WS-RF-BRANCH
               MOVE CLW-REQUEST-OPER      TO WS-RF-REQUEST-OPER
               MOVE CLW-APPROVE-OPER      TO WS-RF-APPROVE-OPER
               MOVE SPACES TO WS-DL-LIMIT-AREA
               PERFORM 5000-SET-FEE-TYPE
               PERFORM 6000-FIND-FEE
               EVALUATE TRUE
                   WHEN WS-RF-FEE-TYPE = SPACES
                       ADD 1 TO WS-TOT-APPR-REJECTED
                       MOVE 'RELEASED - FEE NOT REFUNDABLE '
                           TO WS-DL-ACTION
                   WHEN NOT WS-FEE-FOUND
                       ADD 1 TO WS-TOT-APPR-REJECTED
                       MOVE 'RELEASED - FEE NOT ON FILE    '
                           TO WS-DL-ACTION
                   WHEN WS-NEW-REFUNDED > WS-RF-FEE-AMT
                       ADD 1 TO WS-TOT-APPR-REJECTED
                       MOVE 'RELEASED - ALREADY REFUNDED   '
                           TO WS-DL-ACTION
                   WHEN OTHER
                       PERFORM 4000-POST-REFUND
                       ADD 1 TO WS-TOT-POSTED-APPR
                       ADD WS-RF-REFUND-AMT TO WS-AMT-POSTED-APPR
                       MOVE 'POSTED - RELEASED BY APPROVER '
                           TO WS-DL-ACTION
               END-EVALUATE
               PERFORM 8100-PRINT-DETAIL
           END-IF.
           READ CHANGE-LOG-FILE
               AT END MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.
       3000-WORK-APPROVAL-EXIT.
           EXIT.

      * The refund credit goes to TXLOUT under the fee type's refund
      * code and into the refund history.
       4000-POST-REFUND.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE WS-RF-BANK-NO TO DSDSTXL-BANK-NO.
           MOVE WS-RF-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE WS-RF-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-RF-REFUND-CODE TO DSDSTXL-CODE.
           MOVE WS-RF-REFUND-AMT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO
                        DSDSTXL-ATM-SURCHARGE.
           MOVE ZERO TO DSDSTXL-SC-TYPE.
           IF WS-RF-APPROVE-OPER NOT = ZERO
               MOVE WS-RF-APPROVE-OPER TO DSDSTXL-ENTRY-OPER
           ELSE
               MOVE WS-RF-REQUEST-OPER TO DSDSTXL-ENTRY-OPER
           END-IF.
           MOVE WS-RF-FEE-TYPE TO WS-TD-FEE-TYPE.
           MOVE WS-TX-DESC TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
           MOVE SPACES TO REFUND-HIST-REC.
           MOVE WS-RF-BANK-NO      TO RH-BANK-NO.
           MOVE WS-RF-ACCT-ID      TO RH-ACCT-ID.
           MOVE WS-RF-ACCT-NO      TO RH-ACCT-NO.
           MOVE WS-RF-FEE-CODE     TO RH-FEE-CODE.
           MOVE WS-RF-FEE-DATE     TO RH-FEE-DATE.
           MOVE WS-RF-FEE-AMT      TO RH-FEE-AMT.
           MOVE WS-RF-FEE-SEQ      TO RH-FEE-SEQ.
           MOVE WS-RF-FEE-TYPE     TO RH-FEE-TYPE.
           MOVE WS-RF-REFUND-CODE  TO RH-REFUND-CODE.
           MOVE WS-RF-REFUND-AMT   TO RH-REFUND-AMT.
           MOVE WS-RF-REASON       TO RH-REASON.
           MOVE WS-RF-REQUEST-OPER TO RH-REQUEST-OPER.
           MOVE WS-RF-BRANCH       TO RH-BRANCH.
           MOVE WS-RF-APPROVE-OPER TO RH-APPROVE-OPER.
           MOVE WS-RUN-DATE        TO RH-POST-DATE.
           WRITE REFUND-HIST-OUT-REC FROM REFUND-HIST-REC.
           PERFORM 6100-ADD-TO-FEE.
       4000-POST-REFUND-EXIT.
           EXIT.

      * Fee type and refund code for the fee code: FEEPARM's two
      * first, so the Reg DD refunds always carry the codes DSDS192
      * reads; otherwise RFNDCODE.  Spaces when not refundable.
       5000-SET-FEE-TYPE.
           MOVE SPACES TO WS-RF-FEE-TYPE.
           MOVE ZERO TO WS-RF-REFUND-CODE.
           EVALUATE TRUE
               WHEN WS-RF-FEE-CODE = WS-OD-FEE-CODE
                   MOVE 'OD' TO WS-RF-FEE-TYPE
                   MOVE WS-OD-REFUND-CODE TO WS-RF-REFUND-CODE
               WHEN WS-RF-FEE-CODE = WS-RI-FEE-CODE
                   MOVE 'RI' TO WS-RF-FEE-TYPE
                   MOVE WS-RI-REFUND-CODE TO WS-RF-REFUND-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM 5100-SCAN-CODES
                       VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RC-COUNT
                          OR WS-FOUND
                   IF WS-FOUND
                       SUBTRACT 1 FROM WS-RC-IDX
                       MOVE WS-RC-FEE-TYPE (WS-RC-IDX)
                           TO WS-RF-FEE-TYPE
                       MOVE WS-RC-REFUND-CODE (WS-RC-IDX)
                           TO WS-RF-REFUND-CODE
                   END-IF
           END-EVALUATE.
       5000-SET-FEE-TYPE-EXIT.
           EXIT.

       5100-SCAN-CODES.
           IF WS-RF-FEE-CODE = WS-RC-FEE-CODE (WS-RC-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       5100-SCAN-CODES-EXIT.
           EXIT.

      * Finds the fee in the table and works out what would have
      * been refunded against it with the refund in hand.  The fee
      * amount from then on is the one posted.
       6000-FIND-FEE.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           PERFORM 6010-SCAN-FEES
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FE-COUNT
                  OR WS-FEE-FOUND.
           IF WS-FEE-FOUND
               SUBTRACT 1 FROM WS-FE-IDX
               MOVE WS-FE-FEE-AMT (WS-FE-IDX) TO WS-RF-FEE-AMT
               COMPUTE WS-NEW-REFUNDED = WS-FE-REFUNDED (WS-FE-IDX)
                                       + WS-RF-REFUND-AMT
           ELSE
               MOVE WS-RF-REFUND-AMT TO WS-NEW-REFUNDED
           END-IF.
       6000-FIND-FEE-EXIT.
           EXIT.

       6010-SCAN-FEES.
           IF WS-RF-BANK-NO = WS-FE-BANK-NO (WS-FE-IDX)
              AND WS-RF-ACCT-ID = WS-FE-ACCT-ID (WS-FE-IDX)
              AND WS-RF-ACCT-NO = WS-FE-ACCT-NO (WS-FE-IDX)
              AND WS-RF-FEE-CODE = WS-FE-FEE-CODE (WS-FE-IDX)
              AND WS-RF-FEE-DATE = WS-FE-FEE-DATE (WS-FE-IDX)
              AND WS-RF-FEE-AMT = WS-FE-FEE-AMT (WS-FE-IDX)
              AND WS-RF-FEE-SEQ = WS-FE-FEE-SEQ (WS-FE-IDX)
               MOVE 'Y' TO WS-FEE-FOUND-SW
           END-IF.
       6010-SCAN-FEES-EXIT.
           EXIT.

      * Follows 6000 with the fee found: records the refund against
      * it.
       6100-ADD-TO-FEE.
           MOVE WS-NEW-REFUNDED TO WS-FE-REFUNDED (WS-FE-IDX).
       6100-ADD-TO-FEE-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REFUND-RPT-LINE.
           WRITE REFUND-RPT-LINE.
           MOVE 'REFUND REQUESTS READ' TO WS-TL-LABEL.
           MOVE WS-TOT-REQUESTS TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POSTED WITHIN OPERATOR LIMIT' TO WS-TL-LABEL.
           MOVE WS-TOT-POSTED-LIMIT TO WS-TL-COUNT.
           MOVE WS-AMT-POSTED-LIMIT TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OVER LIMIT - QUEUED TO DUAL CONTROL' TO WS-TL-LABEL.
           MOVE WS-TOT-QUEUED TO WS-TL-COUNT.
           MOVE WS-AMT-QUEUED TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS REJECTED' TO WS-TL-LABEL.
           MOVE WS-TOT-REJECTED TO WS-TL-COUNT.
           MOVE WS-AMT-REJECTED TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFUNDS RELEASED BY APPROVER' TO WS-TL-LABEL.
           MOVE WS-TOT-APPROVALS TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POSTED ON RELEASE' TO WS-TL-LABEL.
           MOVE WS-TOT-POSTED-APPR TO WS-TL-COUNT.
           MOVE WS-AMT-POSTED-APPR TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RELEASED BUT NOT POSTED' TO WS-TL-LABEL.
           MOVE WS-TOT-APPR-REJECTED TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-FE-OVERFLOW > ZERO
               MOVE 'FEE TABLE FULL - FEES NOT LOADED'
                   TO WS-TL-LABEL
               MOVE WS-FE-OVERFLOW TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE REFUND-RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

       8100-PRINT-DETAIL.
           MOVE WS-RF-BANK-NO      TO WS-DL-BANK.
           MOVE WS-RF-ACCT-ID      TO WS-DL-ACCT-ID.
           MOVE WS-RF-ACCT-NO      TO WS-DL-ACCT-NO.
           MOVE WS-RF-FEE-CODE     TO WS-DL-FEE-CODE.
           MOVE WS-RF-FEE-TYPE     TO WS-DL-FEE-TYPE.
           MOVE WS-RF-FEE-DATE     TO WS-DL-FEE-DATE.
           MOVE WS-RF-FEE-SEQ      TO WS-DL-FEE-SEQ.
           MOVE WS-RF-REFUND-AMT   TO WS-DL-REFUND-AMT.
           MOVE WS-RF-REASON       TO WS-DL-REASON.
           MOVE WS-RF-REQUEST-OPER TO WS-DL-OPER.
           MOVE WS-RF-BRANCH       TO WS-DL-BRANCH.
           MOVE WS-RF-APPROVE-OPER TO WS-DL-APPR.
           WRITE REFUND-RPT-LINE FROM WS-DETAIL-LINE.
       8100-PRINT-DETAIL-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FEE-PARM-FILE
                 REFUND-CODE-FILE
                 REFUND-LIMIT-FILE
                 REFUND-HIST-OUT
                 REFUND-REQ-FILE
                 CHANGE-LOG-FILE
                 TXL-OUT-FILE
                 REFUND-MNT-FILE
                 REFUND-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
