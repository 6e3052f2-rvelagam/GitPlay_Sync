       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DSDS198.
       AUTHOR.           DSDS APPLICATIONS.
       DATE-WRITTEN.     15 October 2026.

      * DSDS198 closes accounts in an orderly way, settling
      * everything that hangs off an account before the close is
      * written.  Accounts closed straight through DSDS104 have kept
      * DSDS142 billing identity protection, SaveUp and two-signature
      * flags active, ZBA links and sweep agreements pointing at
      * dead accounts, holds and stops orphaned and the last
      * interest accrual unpaid.  CLOSEREQ carries one close request
      * per account with the disbursement method -- T, transfer to
      * another account at the same bank, or C, official check to a
      * payee (the owner when left blank).
      *
      * A request is refused, with nothing touched, when the account
      * is not on NOWHDR, is asked to close twice, carries a legal
      * hold (type G, see DSDS168 -- the order must be worked
      * first), names a transfer account not on file or itself
      * closing tonight, or would disburse less than zero after its
      * final fees.  For an accepted request:
      *
      *  1. final interest -- NAH-EARN-BALANCE (see DSDSODB) priced
      *     by DSDS201 for the account's EARNASGN earn routine (its
      *     RATETIER balance tiers in effect on the run date, or,
      *     for a routine with none, the prime rate from CLOSPARM
      *     at or above MIN-BALANCE-PRIME-INT and otherwise
      *     BELOW-MIN-INTEREST-RATE, see DSDSCOLE), for the days
      *     since CLOSPARM's last interest credit date, on a
      *     365-day year;
      *  2. final fees -- the bank's EXT-SC-FEE for CLOSPARM's
      *     closing-fee transaction code unless the request waives
      *     it, and the identity-protection charge for the days of
      *     the month enrolled, prorated as DSDS142 would bill it;
      *     both post as code 590 external service charges;
      *  3. the remaining balance is disbursed -- a transfer debit
      *     and a matching credit to the receiving account, or an
      *     official check through ARU101 with the owner's name from
      *     CIFU010 (see CIFU032P) as remitter.  A check ARU101
      *     refuses refuses the close, and nothing posts;
      *  4. IDENROLL, SUENROLL, TWOSIG, CLU102 sweep agreements
      *     (SWEEPAGR) funded from the account and DSDS156 ZBA links
      *     (ZBACMA, see EMPFILE) on either side of it all roll
      *     forward without it.  Active CLU104 auto-pay agreements
      *     (APAYMST) funded from it and active DSDS204 standing
      *     orders (SOMAST) paying from or into it roll forward to
      *     APAYMSO and SOMASTO in status C, cancelled;
      *  5. holds (HOLDMST, the DSDS130 layout) and stops (STOPMST,
      *     the DSDS139 layout) follow the money to the receiving
      *     account on a transfer and are released on a check;
      *  6. only then does status 020 on maint type 007 go to
      *     HISTMNT in DSDS-H-FILE-RECORD shape (see DSDSMAST) for
      *     DSDS104's transition edit;
      *  7. the close confirmation letter (CLOSLTR) lists the
      *     owner's name and address and every item settled.
      *
      * The register shows every request, closed or refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE    ASSIGN TO CLOSPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-REQ-FILE     ASSIGN TO CLOSEREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BCF-FILE           ASSIGN TO DSDSBCF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARN-ASSIGN-FILE   ASSIGN TO EARNASGN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOW-FILE           ASSIGN TO NOWHDR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-ENROLL-FILE     ASSIGN TO IDENROLL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SU-ENROLL-FILE     ASSIGN TO SUENROLL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TWOSIG-FLAG-FILE   ASSIGN TO TWOSIG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-FILE   ASSIGN TO SWEEPAGR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-FILE        ASSIGN TO ZBACMA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE   ASSIGN TO HOLDMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-FILE   ASSIGN TO STOPMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-FILE       ASSIGN TO APAYMST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-FILE         ASSIGN TO SOMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-ENROLL-OUT      ASSIGN TO IDENROLO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SU-ENROLL-OUT      ASSIGN TO SUENROLO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TWOSIG-FLAG-OUT    ASSIGN TO TWOSIGO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-AGREE-OUT    ASSIGN TO SWEEPAGO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZBACMA-OUT         ASSIGN TO ZBACMAO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-OUT    ASSIGN TO HOLDMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOP-MASTER-OUT    ASSIGN TO STOPMSTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-OUT        ASSIGN TO APAYMSO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-OUT          ASSIGN TO SOMASTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXL-OUT-FILE       ASSIGN TO TXLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-MAINT-FILE    ASSIGN TO HISTMNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-LETTER-FILE  ASSIGN TO CLOSLTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-RPT          ASSIGN TO CLOSRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CLOSE-PARM-REC.
           05  CP-RUN-DATE             PIC 9(7).
           05  CP-RUN-DATE-DB2         PIC X(10).
           05  CP-LAST-INT-DATE        PIC 9(7).
           05  CP-PRIME-RATE           PIC V9(7).
           05  CP-MONTH-START          PIC 9(7).
           05  CP-DAYS-IN-MONTH        PIC 99.
           05  CP-INT-TX-CODE          PIC 9(3).
           05  CP-CLOSE-FEE-TX-CODE    PIC 9(3).
           05  CP-DISB-TX-CODE         PIC 9(3).
           05  CP-XFER-TX-CODE         PIC 9(3).
           05  FILLER                  PIC X(8).

       FD  CLOSE-REQ-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  CLOSE-REQ-REC.
           05  CR-BANK-NO              PIC 99.
           05  CR-ACCT-ID              PIC 9(3).
           05  CR-ACCT-NO              PIC 9(9).
           05  CR-DISB-METHOD          PIC X.
           05  CR-XFER-ACCT-ID         PIC 9(3).
           05  CR-XFER-ACCT-NO         PIC 9(9).
           05  CR-PAYEE-NAME           PIC X(50).
           05  CR-WAIVE-FEE-SW         PIC X.
           05  CR-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(27).

       FD  BCF-FILE
           RECORD CONTAINS 13470 CHARACTERS.
           COPY DSDSCOLE.

       FD  EARN-ASSIGN-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  EARN-ASSIGN-REC.
           05  EA-BANK-NO              PIC 99.
           05  EA-ACCT-ID              PIC 9(3).
           05  EA-ACCT-NO              PIC 9(9).
           05  EA-EARN-RTN             PIC 99.

       FD  NOW-FILE
           RECORD CONTAINS 225 CHARACTERS.
       01  NOW-ACCT-HEADER-RECORD.
           COPY DSDSODB.

       FD  ID-ENROLL-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ID-ENROLL-REC.
           05  IE-BANK-NO              PIC 99.
           05  IE-ACCT-ID              PIC 9(3).
           05  IE-ACCT-NO              PIC 9(9).
           05  IE-PLAN-TIER            PIC X.
           05  IE-ENROLL-DATE          PIC 9(7).
           05  IE-CANCEL-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  SU-ENROLL-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  SU-ENROLL-REC.
           05  SU-BANK-NO              PIC 99.
           05  SU-ACCT-ID              PIC 9(3).
           05  SU-ACCT-NO              PIC 9(9).

       FD  TWOSIG-FLAG-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  TWOSIG-FLAG-REC.
           05  TS-BANK-NO              PIC 99.
           05  TS-ACCT-ID              PIC 9(3).
           05  TS-ACCT-NO              PIC 9(9).

       FD  SWEEP-AGREE-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  SWEEP-AGREE-REC.
           05  SA-BANK-NBR             PIC 9(3).
           05  SA-CUST-NBR             PIC 9(7).
           05  SA-LOAN-NBR             PIC 9(4).
           05  SA-DDA-BANK-NO          PIC 99.
           05  SA-DDA-ACCT-ID          PIC 9(3).
           05  SA-DDA-ACCT-NO          PIC 9(9).
           05  SA-TARGET-BAL           PIC 9(11)V99.
           05  SA-MIN-INCREMENT        PIC 9(9)V99.
           05  FILLER                  PIC X(4).

       FD  ZBACMA-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY EMPFILE.

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-REC.
           05  HM-BANK-NO              PIC 99.
           05  HM-ACCT-ID              PIC 9(3).
           05  HM-ACCT-NO              PIC 9(9).
           05  HM-HOLD-TYPE            PIC X.
           05  HM-RELEASE-DATE         PIC 9(7).
           05  HM-HOLD-AMT             PIC 9(9)V99.
           05  HM-ONLINE-OPER-ID       PIC 9(5).
           05  HM-PLACED-DATE          PIC 9(7).
           05  FILLER                  PIC X.

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

      * CLU104's auto-pay agreement, as far as the funding DDA and
      * status.
       FD  AUTOPAY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AUTOPAY-REC.
           05  AP-BANK-NBR             PIC 9(3).
           05  AP-CUST-NBR             PIC 9(7).
           05  AP-LOAN-NBR             PIC 9(4).
           05  AP-DDA-BANK-NO          PIC 99.
           05  AP-DDA-ACCT-ID          PIC 9(3).
           05  AP-DDA-ACCT-NO          PIC 9(9).
           05  AP-STATUS               PIC X.
               88  AP-ACTIVE                          VALUE 'A'.
               88  AP-CANCELLED                       VALUE 'C'.
           05  FILLER                  PIC X(91).

      * DSDS204's standing order, as far as the receiving account.
       FD  ORDER-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  ORDER-REC.
           05  SO-BANK-NO              PIC 99.
           05  SO-ACCT-ID              PIC 9(3).
           05  SO-ACCT-NO              PIC 9(9).
           05  SO-ORDER-SEQ            PIC 9(3).
           05  SO-STATUS               PIC X.
               88  SO-ACTIVE                          VALUE 'A'.
               88  SO-CANCELLED                       VALUE 'C'.
           05  SO-TO-TYPE              PIC X.
               88  SO-TO-DEPOSIT                      VALUE 'D'.
           05  SO-TO-KEY               PIC X(20).
           05  SO-TO-DEPOSIT-KEY REDEFINES SO-TO-KEY.
               10  SO-TO-BANK-NO       PIC 99.
               10  SO-TO-ACCT-ID       PIC 9(3).
               10  SO-TO-ACCT-NO       PIC 9(9).
               10  FILLER              PIC X(6).
           05  FILLER                  PIC X(111).

       FD  ID-ENROLL-OUT
           RECORD CONTAINS 30 CHARACTERS.
       01  ID-ENROLL-OUT-REC           PIC X(30).

       FD  SU-ENROLL-OUT
           RECORD CONTAINS 14 CHARACTERS.
       01  SU-ENROLL-OUT-REC           PIC X(14).

       FD  TWOSIG-FLAG-OUT
           RECORD CONTAINS 14 CHARACTERS.
       01  TWOSIG-FLAG-OUT-REC         PIC X(14).

       FD  SWEEP-AGREE-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  SWEEP-AGREE-OUT-REC         PIC X(56).

       FD  ZBACMA-OUT
           RECORD CONTAINS 15 CHARACTERS.
       01  ZBACMA-OUT-REC              PIC X(15).

       FD  HOLD-MASTER-OUT
           RECORD CONTAINS 46 CHARACTERS.
       01  HOLD-MASTER-OUT-REC         PIC X(46).

       FD  STOP-MASTER-OUT
           RECORD CONTAINS 65 CHARACTERS.
       01  STOP-MASTER-OUT-REC         PIC X(65).

       FD  AUTOPAY-OUT
           RECORD CONTAINS 120 CHARACTERS.
       01  AUTOPAY-OUT-REC             PIC X(120).

       FD  ORDER-OUT
           RECORD CONTAINS 150 CHARACTERS.
       01  ORDER-OUT-REC               PIC X(150).

       FD  TXL-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY DSDSTYP.

       FD  HIST-MAINT-FILE
           RECORD CONTAINS 1600 CHARACTERS.
           COPY DSDSMAST.

      * One record per letter line, keyed by the closed account, for
      * the print vendor: A lines are the name and address, I lines
      * the items settled, in the order they were settled.
       FD  CLOSE-LETTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CLOSE-LETTER-REC.
           05  CL-BANK-NO              PIC 99.
           05  CL-ACCT-ID              PIC 9(3).
           05  CL-ACCT-NO              PIC 9(9).
           05  CL-LINE-TYPE            PIC X.
           05  CL-LINE-SEQ             PIC 9(3).
           05  CL-TEXT                 PIC X(50).
           05  CL-REFERENCE            PIC X(13).
           05  CL-AMOUNT               PIC 9(9)V99.
           05  CL-LETTER-DATE          PIC 9(7).
           05  FILLER                  PIC X.

       FD  CLOSE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSE-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW           PIC X          VALUE 'N'.
               88  WS-REQ-EOF                         VALUE 'Y'.
           05  WS-BCF-EOF-SW           PIC X          VALUE 'N'.
               88  WS-BCF-EOF                         VALUE 'Y'.
           05  WS-ASGN-EOF-SW          PIC X          VALUE 'N'.
               88  WS-ASGN-EOF                        VALUE 'Y'.
           05  WS-NOW-EOF-SW           PIC X          VALUE 'N'.
               88  WS-NOW-EOF                         VALUE 'Y'.
           05  WS-ENR-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ENR-EOF                         VALUE 'Y'.
           05  WS-SU-EOF-SW            PIC X          VALUE 'N'.
               88  WS-SU-EOF                          VALUE 'Y'.
           05  WS-TS-EOF-SW            PIC X          VALUE 'N'.
               88  WS-TS-EOF                          VALUE 'Y'.
           05  WS-AGR-EOF-SW           PIC X          VALUE 'N'.
               88  WS-AGR-EOF                         VALUE 'Y'.
           05  WS-ZBA-EOF-SW           PIC X          VALUE 'N'.
               88  WS-ZBA-EOF                         VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X          VALUE 'N'.
               88  WS-HOLD-EOF                        VALUE 'Y'.
           05  WS-STOP-EOF-SW          PIC X          VALUE 'N'.
               88  WS-STOP-EOF                        VALUE 'Y'.
           05  WS-APAY-EOF-SW          PIC X          VALUE 'N'.
               88  WS-APAY-EOF                        VALUE 'Y'.
           05  WS-ORDER-EOF-SW         PIC X          VALUE 'N'.
               88  WS-ORDER-EOF                       VALUE 'Y'.
           05  WS-FOUND-SW             PIC X          VALUE 'N'.
               88  WS-FOUND                           VALUE 'Y'.
           05  WS-BANK-FOUND-SW        PIC X          VALUE 'N'.
               88  WS-BANK-FOUND                      VALUE 'Y'.
           05  WS-LEAP-SW              PIC X          VALUE 'N'.
               88  WS-LEAP-YEAR                       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BK-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-BK-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-SC-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RQ-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-RQ-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-PR-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IT-COUNT             PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-IT-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
           05  WS-AD-IDX               PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.

       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY             OCCURS 50 TIMES.
               10  WS-BK-BANK-NO       PIC 99.
               10  WS-BK-CLOSE-FEE     PIC S9(5)V99   COMP-3.
               10  WS-BK-TIER-PRICE    PIC S9(3)V99   COMP-3
                                       OCCURS 4 TIMES.

      * The close requests, with everything worked out for each as
      * the passes go by.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY             OCCURS 200 TIMES.
               10  WS-RQ-BANK-NO       PIC 99.
               10  WS-RQ-ACCT-ID       PIC 9(3).
               10  WS-RQ-ACCT-NO       PIC 9(9).
               10  WS-RQ-METHOD        PIC X.
                   88  WS-RQ-BY-TRANSFER              VALUE 'T'.
                   88  WS-RQ-BY-CHECK                 VALUE 'C'.
               10  WS-RQ-XFER-ACCT-ID  PIC 9(3).
               10  WS-RQ-XFER-ACCT-NO  PIC 9(9).
               10  WS-RQ-PAYEE-NAME    PIC X(50).
               10  WS-RQ-WAIVE-FEE     PIC X.
               10  WS-RQ-OPER-ID       PIC 9(5).
               10  WS-RQ-ON-FILE       PIC X.
               10  WS-RQ-XFER-ON-FILE  PIC X.
               10  WS-RQ-LEGAL-HOLD    PIC X.
               10  WS-RQ-RTN-FOUND     PIC X.
               10  WS-RQ-EARN-RTN      PIC 99.
               10  WS-RQ-MIN-BAL       PIC S9(5)V99   COMP-3.
               10  WS-RQ-BELOW-RATE    PIC SV9(7)     COMP-3.
               10  WS-RQ-BALANCE       PIC S9(9)V99   COMP-3.
               10  WS-RQ-INTEREST      PIC S9(7)V99   COMP-3.
               10  WS-RQ-CLOSE-FEE     PIC S9(5)V99   COMP-3.
               10  WS-RQ-ID-FEE        PIC S9(5)V99   COMP-3.
               10  WS-RQ-NET           PIC S9(9)V99   COMP-3.
               10  WS-RQ-ID-ENROLLED   PIC X.
               10  WS-RQ-SU-DROPPED    PIC X.
               10  WS-RQ-TS-DROPPED    PIC X.
               10  WS-RQ-SWEEPS        PIC S9(3)      COMP-3.
               10  WS-RQ-LINKS         PIC S9(3)      COMP-3.
               10  WS-RQ-AUTOPAYS      PIC S9(3)      COMP-3.
               10  WS-RQ-ORDERS        PIC S9(3)      COMP-3.
               10  WS-RQ-SERIAL-NBR    PIC 9(9).
               10  WS-RQ-STATE         PIC X.
                   88  WS-RQ-ACCEPTED                 VALUE 'A'.
                   88  WS-RQ-SETTLED                  VALUE 'S'.
                   88  WS-RQ-REFUSED                  VALUE 'R'.
               10  WS-RQ-REASON        PIC X(30).
               10  WS-RQ-NAME-ADDRESS  PIC X(40)
                                       OCCURS 4 TIMES.

      * Holds and stops moved or released, kept for the letters.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY             OCCURS 3000 TIMES.
               10  WS-IT-RQ-IDX        PIC S9(4)      COMP.
               10  WS-IT-TEXT          PIC X(50).
               10  WS-IT-REFERENCE     PIC X(13).
               10  WS-IT-AMOUNT        PIC S9(9)V99   COMP-3.

       01  WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4)       VALUE ZERO.
           05  WS-DW-DDD               PIC 9(3)       VALUE ZERO.
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
                                       PIC 9(7).
       01  WS-DATE-WORK-2.
           05  WS-DW2-YEAR             PIC 9(4)       VALUE ZERO.
           05  WS-DW2-DDD              PIC 9(3)       VALUE ZERO.
       01  WS-DATE-WORK-2-N REDEFINES WS-DATE-WORK-2
                                       PIC 9(7).
       01  WS-DIV-RESULT               PIC S9(5)      VALUE ZERO
                                                       COMP-3.
       01  WS-DIV-REMAIN               PIC S9(3)      VALUE ZERO
                                                       COMP-3.

       01  WS-RUN-DATE                 PIC 9(7)       VALUE ZERO.
       01  WS-RUN-DATE-DB2             PIC X(10)      VALUE SPACES.
       01  WS-LAST-INT-DATE            PIC 9(7)       VALUE ZERO.
       01  WS-PRIME-RATE               PIC V9(7)      VALUE ZERO.
       01  WS-MONTH-START              PIC 9(7)       VALUE ZERO.
       01  WS-DAYS-IN-MONTH            PIC 99         VALUE ZERO.
       01  WS-INT-TX-CODE              PIC 9(3)       VALUE ZERO.
       01  WS-CLOSE-FEE-TX-CODE        PIC 9(3)       VALUE ZERO.
       01  WS-DISB-TX-CODE             PIC 9(3)       VALUE ZERO.
       01  WS-XFER-TX-CODE             PIC 9(3)       VALUE ZERO.
       01  WS-ACCRUAL-DAYS             PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-ACTIVE-DAYS              PIC S9(3)      VALUE ZERO
                                                       COMP-3.
       01  WS-TIER-IDX                 PIC S9(4)      VALUE ZERO
                                                       COMP SYNC.
       01  WS-TX-CODE                  PIC 9(3)       VALUE ZERO.
       01  WS-TX-AMOUNT                PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-TX-ACCT-ID               PIC 9(3)       VALUE ZERO.
       01  WS-TX-ACCT-NO               PIC 9(9)       VALUE ZERO.
       01  WS-TX-SC-TYPE               PIC 9          VALUE ZERO.
       01  WS-TX-DESC                  PIC X(26)      VALUE SPACES.
       01  WS-LINE-TYPE                PIC X          VALUE SPACE.
       01  WS-LINE-SEQ                 PIC 9(3)       VALUE ZERO.
       01  WS-ITEM-TEXT                PIC X(50)      VALUE SPACES.
       01  WS-ITEM-REFERENCE           PIC X(13)      VALUE SPACES.
       01  WS-ITEM-AMOUNT              PIC S9(9)V99   VALUE ZERO
                                                       COMP-3.
       01  WS-ACCT-REF.
           05  WS-AR-ACCT-ID           PIC 9(3).
           05  WS-AR-SLASH             PIC X          VALUE '/'.
           05  WS-AR-ACCT-NO           PIC 9(9).
       01  WS-COUNT-REF                PIC ZZ9.
       01  WS-CHECK-REF.
           05  WS-CR-LABEL             PIC X(3)       VALUE 'NO.'.
           05  WS-CR-SERIAL            PIC 9(9).
       01  WS-ZB-BANK-NO               PIC 9(3)       VALUE ZERO.
       01  WS-ZB-ACCT-ID               PIC 9(3)       VALUE ZERO.
       01  WS-ZB-ACCT-NO               PIC 9(9)       VALUE ZERO.
       01  WS-ZB-LINK-ACCT-NO          PIC 9(9)       VALUE ZERO.
       01  WS-TOT-CLOSED               PIC 9(5)       VALUE ZERO.
       01  WS-TOT-REFUSED              PIC 9(5)       VALUE ZERO.
       01  WS-TOT-INTEREST             PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-FEES                 PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-TRANSFERRED          PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.
       01  WS-TOT-CHECKS               PIC S9(11)V99  VALUE ZERO
                                                       COMP-3.

       01  OCI-PARM-AREA.
           05  OCI-BANK-NO             PIC 9(3).
           05  OCI-ACCT-NO             PIC 9(9).
           05  OCI-PAYEE-NAME          PIC X(50).
           05  OCI-REMITTER            PIC X(30).
           05  OCI-AMOUNT              PIC 9(9)V99.
           05  OCI-CHECK-TYPE          PIC X.
           05  OCI-ISSUE-DATE-DB2      PIC X(10).
           05  OCI-OPER-ID             PIC 9(5).
           05  OCI-SERIAL-NBR          PIC 9(9).
           05  OCI-RETURN-CODE         PIC 99.
               88  OCI-SUCCESS                        VALUE 0.

      * Earn-routine interest service (DSDS201).
       01  TRT-PARM-AREA.
           05  TRT-BANK-NO             PIC 99.
           05  TRT-EARN-RTN            PIC 99.
           05  TRT-AS-OF-DATE          PIC 9(7).
           05  TRT-BALANCE             PIC S9(9)V99   COMP-3.
           05  TRT-STD-RATE            PIC SV9(7)     COMP-3.
           05  TRT-MIN-BALANCE         PIC S9(5)V99   COMP-3.
           05  TRT-BELOW-RATE          PIC SV9(7)     COMP-3.
           05  TRT-PERIODS             PIC S9(3)      COMP-3.
           05  TRT-PERIODS-PER-YEAR    PIC S9(3)      COMP-3.
           05  TRT-INTEREST            PIC S9(7)V99   COMP-3.
           05  TRT-METHOD              PIC X.
           05  TRT-EFF-DATE            PIC 9(7).
           05  TRT-TIER-COUNT          PIC 9.
           05  TRT-TIER                OCCURS 5 TIMES.
               10  TRT-TIER-BALANCE    PIC S9(9)V99   COMP-3.
               10  TRT-TIER-RATE       PIC SV9(7)     COMP-3.
               10  TRT-TIER-INTEREST   PIC S9(7)V99   COMP-3.
           05  TRT-RETURN-CODE         PIC 99.

       COPY CIFU032P.

       01  WS-RPT-HDG.
           05  FILLER                  PIC X(50)      VALUE
               'DSDS198 - ACCOUNT CLOSE REGISTER                  '.
           05  FILLER                  PIC X(6)       VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(7).
           05  FILLER                  PIC X(69)      VALUE SPACES.

       01  WS-CLOSE-LINE.
           05  FILLER                  PIC X(6)       VALUE 'ACCT: '.
           05  WS-CLN-BANK             PIC Z9.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CLN-ACCT-ID          PIC 999.
           05  FILLER                  PIC X          VALUE '/'.
           05  WS-CLN-ACCT-NO          PIC 9(9).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CLN-METHOD           PIC X.
           05  FILLER                  PIC X(5)       VALUE ' BAL '.
           05  WS-CLN-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)       VALUE ' INT '.
           05  WS-CLN-INTEREST         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(6)       VALUE ' FEES '.
           05  WS-CLN-FEES             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(5)       VALUE ' NET '.
           05  WS-CLN-NET              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CLN-ACTION           PIC X(8).
           05  FILLER                  PIC X          VALUE SPACE.
           05  WS-CLN-NOTE             PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)       VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68)      VALUE SPACES.

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
           MOVE 'DSDS198 ' TO RRG-PROGRAM-ID.
           MOVE 'S' TO RRG-EVENT.
           MOVE 'ALL' TO RRG-BANK-SCOPE.
           MOVE ZEROS TO RRG-RECORDS-IN RRG-RECORDS-OUT.
           MOVE SPACES TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EVALUATE-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 3000-SETTLE-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 4000-ROLL-FORWARD-FILES.
           PERFORM 5000-WRITE-CLOSE-STATUS
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 6000-WRITE-LETTER
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 7000-PRINT-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           PERFORM 7500-PRINT-TOTALS.
           MOVE 'E' TO RRG-EVENT.
           MOVE WS-RRG-RECORDS-IN TO RRG-RECORDS-IN.
           MOVE WS-TOT-CLOSED TO RRG-RECORDS-OUT.
           MOVE 'OK  ' TO RRG-STATUS.
           CALL 'DSDS161' USING RRG-PARM-AREA.
           PERFORM 9000-TERMINATE.
           GOBACK.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CLOSE-PARM-FILE
                       CLOSE-REQ-FILE
                       BCF-FILE
                       EARN-ASSIGN-FILE
                       NOW-FILE
                       ID-ENROLL-FILE
                       HOLD-MASTER-FILE
                OUTPUT TXL-OUT-FILE
                       HIST-MAINT-FILE
                       CLOSE-LETTER-FILE
                       CLOSE-RPT.
           READ CLOSE-PARM-FILE.
           MOVE CP-RUN-DATE          TO WS-RUN-DATE.
           MOVE CP-RUN-DATE-DB2      TO WS-RUN-DATE-DB2.
           MOVE CP-LAST-INT-DATE     TO WS-LAST-INT-DATE.
           MOVE CP-PRIME-RATE        TO WS-PRIME-RATE.
           MOVE CP-MONTH-START       TO WS-MONTH-START.
           MOVE CP-DAYS-IN-MONTH     TO WS-DAYS-IN-MONTH.
           MOVE CP-INT-TX-CODE       TO WS-INT-TX-CODE.
           MOVE CP-CLOSE-FEE-TX-CODE TO WS-CLOSE-FEE-TX-CODE.
           MOVE CP-DISB-TX-CODE      TO WS-DISB-TX-CODE.
           MOVE CP-XFER-TX-CODE      TO WS-XFER-TX-CODE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE CLOSE-RPT-LINE FROM WS-RPT-HDG.
           PERFORM 1050-COMPUTE-ACCRUAL-DAYS.
           READ CLOSE-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
           PERFORM 1100-LOAD-REQUEST
               UNTIL WS-REQ-EOF.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
           PERFORM 1200-APPLY-EARN-ASSIGN
               UNTIL WS-ASGN-EOF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
           PERFORM 1300-LOAD-BANK
               UNTIL WS-BCF-EOF.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
           PERFORM 1400-APPLY-BALANCE
               UNTIL WS-NOW-EOF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 1500-CHECK-LEGAL-HOLD
               UNTIL WS-HOLD-EOF.
           READ ID-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SW
           END-READ.
           PERFORM 1600-PRICE-ID-PROTECTION
               UNTIL WS-ENR-EOF.
       1000-INITIALIZE-EXIT.
           EXIT.

      * Days since the last interest credit, across one year end
      * at most.
       1050-COMPUTE-ACCRUAL-DAYS.
           MOVE WS-RUN-DATE      TO WS-DATE-WORK-N.
           MOVE WS-LAST-INT-DATE TO WS-DATE-WORK-2-N.
           IF WS-DW-YEAR = WS-DW2-YEAR
               COMPUTE WS-ACCRUAL-DAYS = WS-DW-DDD - WS-DW2-DDD
           ELSE
               MOVE WS-DW2-YEAR TO WS-DW-YEAR
               PERFORM 1060-CHECK-LEAP-YEAR
               MOVE WS-RUN-DATE TO WS-DATE-WORK-N
               IF WS-LEAP-YEAR
                   COMPUTE WS-ACCRUAL-DAYS =
                       366 - WS-DW2-DDD + WS-DW-DDD
               ELSE
                   COMPUTE WS-ACCRUAL-DAYS =
                       365 - WS-DW2-DDD + WS-DW-DDD
               END-IF
           END-IF.
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZERO TO WS-ACCRUAL-DAYS
           END-IF.
       1050-COMPUTE-ACCRUAL-DAYS-EXIT.
           EXIT.

       1060-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-DIV-RESULT
               REMAINDER WS-DIV-REMAIN.
           IF WS-DIV-REMAIN = ZERO
               MOVE 'Y' TO WS-LEAP-SW
               DIVIDE WS-DW-YEAR BY 100 GIVING WS-DIV-RESULT
                   REMAINDER WS-DIV-REMAIN
               IF WS-DIV-REMAIN = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-DW-YEAR BY 400 GIVING WS-DIV-RESULT
                       REMAINDER WS-DIV-REMAIN
                   IF WS-DIV-REMAIN = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.
       1060-CHECK-LEAP-YEAR-EXIT.
           EXIT.

       1100-LOAD-REQUEST.
           ADD 1 TO WS-RRG-RECORDS-IN.
           IF WS-RQ-COUNT < 200
               ADD 1 TO WS-RQ-COUNT
               MOVE WS-RQ-COUNT TO WS-RQ-IDX
               MOVE CR-BANK-NO      TO WS-RQ-BANK-NO (WS-RQ-IDX)
               MOVE CR-ACCT-ID      TO WS-RQ-ACCT-ID (WS-RQ-IDX)
               MOVE CR-ACCT-NO      TO WS-RQ-ACCT-NO (WS-RQ-IDX)
               MOVE CR-DISB-METHOD  TO WS-RQ-METHOD (WS-RQ-IDX)
               MOVE CR-XFER-ACCT-ID TO WS-RQ-XFER-ACCT-ID (WS-RQ-IDX)
               MOVE CR-XFER-ACCT-NO TO WS-RQ-XFER-ACCT-NO (WS-RQ-IDX)
               MOVE CR-PAYEE-NAME   TO WS-RQ-PAYEE-NAME (WS-RQ-IDX)
               MOVE CR-WAIVE-FEE-SW TO WS-RQ-WAIVE-FEE (WS-RQ-IDX)
               MOVE CR-OPER-ID      TO WS-RQ-OPER-ID (WS-RQ-IDX)
               MOVE 'N' TO WS-RQ-ON-FILE (WS-RQ-IDX)
                           WS-RQ-XFER-ON-FILE (WS-RQ-IDX)
                           WS-RQ-LEGAL-HOLD (WS-RQ-IDX)
                           WS-RQ-RTN-FOUND (WS-RQ-IDX)
                           WS-RQ-ID-ENROLLED (WS-RQ-IDX)
                           WS-RQ-SU-DROPPED (WS-RQ-IDX)
                           WS-RQ-TS-DROPPED (WS-RQ-IDX)
               MOVE ZERO TO WS-RQ-EARN-RTN (WS-RQ-IDX)
                            WS-RQ-MIN-BAL (WS-RQ-IDX)
                            WS-RQ-BELOW-RATE (WS-RQ-IDX)
                            WS-RQ-BALANCE (WS-RQ-IDX)
                            WS-RQ-INTEREST (WS-RQ-IDX)
                            WS-RQ-CLOSE-FEE (WS-RQ-IDX)
                            WS-RQ-ID-FEE (WS-RQ-IDX)
                            WS-RQ-NET (WS-RQ-IDX)
                            WS-RQ-SWEEPS (WS-RQ-IDX)
                            WS-RQ-LINKS (WS-RQ-IDX)
                            WS-RQ-AUTOPAYS (WS-RQ-IDX)
                            WS-RQ-ORDERS (WS-RQ-IDX)
                            WS-RQ-SERIAL-NBR (WS-RQ-IDX)
               MOVE 'A' TO WS-RQ-STATE (WS-RQ-IDX)
               MOVE SPACES TO WS-RQ-REASON (WS-RQ-IDX)
               PERFORM 1110-CLEAR-NAME-ADDRESS
                   VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > 4
           END-IF.
           READ CLOSE-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
       1100-LOAD-REQUEST-EXIT.
           EXIT.

       1110-CLEAR-NAME-ADDRESS.
           MOVE SPACES TO WS-RQ-NAME-ADDRESS (WS-RQ-IDX WS-AD-IDX).
       1110-CLEAR-NAME-ADDRESS-EXIT.
           EXIT.

       1200-APPLY-EARN-ASSIGN.
           PERFORM 1210-MATCH-EARN-ASSIGN
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           READ EARN-ASSIGN-FILE
               AT END MOVE 'Y' TO WS-ASGN-EOF-SW
           END-READ.
       1200-APPLY-EARN-ASSIGN-EXIT.
           EXIT.

       1210-MATCH-EARN-ASSIGN.
           IF EA-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND EA-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
              AND EA-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX)
               MOVE EA-EARN-RTN TO WS-RQ-EARN-RTN (WS-RQ-IDX)
           END-IF.
       1210-MATCH-EARN-ASSIGN-EXIT.
           EXIT.

      * Per bank, the closing fee and identity-protection prices;
      * each request on the bank picks its earn routine off the
      * same record.
       1300-LOAD-BANK.
           IF WS-BK-COUNT < 50
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT TO WS-BK-IDX
               MOVE BCF-BANK-NO TO WS-BK-BANK-NO (WS-BK-IDX)
               MOVE ZERO TO WS-BK-CLOSE-FEE (WS-BK-IDX)
               PERFORM 1310-SCAN-EXT-SC
                   VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > 20
               MOVE ID-PROT-ONLY TO WS-BK-TIER-PRICE (WS-BK-IDX 1)
               MOVE ID-PROT-PLUS TO WS-BK-TIER-PRICE (WS-BK-IDX 2)
               MOVE ID-PROT-DISC TO WS-BK-TIER-PRICE (WS-BK-IDX 3)
               MOVE ID-PROT-EMPL TO WS-BK-TIER-PRICE (WS-BK-IDX 4)
               PERFORM 1320-MATCH-EARN-RTN
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
           END-IF.
           READ BCF-FILE
               AT END MOVE 'Y' TO WS-BCF-EOF-SW
           END-READ.
       1300-LOAD-BANK-EXIT.
           EXIT.

       1310-SCAN-EXT-SC.
           IF EXT-SC-TX-CODE (WS-SC-IDX) = WS-CLOSE-FEE-TX-CODE
              AND WS-CLOSE-FEE-TX-CODE NOT = ZERO
               MOVE EXT-SC-FEE (WS-SC-IDX)
                   TO WS-BK-CLOSE-FEE (WS-BK-IDX)
           END-IF.
       1310-SCAN-EXT-SC-EXIT.
           EXIT.

       1320-MATCH-EARN-RTN.
           IF WS-RQ-BANK-NO (WS-RQ-IDX) = BCF-BANK-NO
              AND WS-RQ-EARN-RTN (WS-RQ-IDX) NOT = ZERO
               PERFORM 1330-SCAN-EARN-RTN
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 99
           END-IF.
       1320-MATCH-EARN-RTN-EXIT.
           EXIT.

       1330-SCAN-EARN-RTN.
           IF EARN-RTN (WS-RT-IDX) = WS-RQ-EARN-RTN (WS-RQ-IDX)
               MOVE 'Y' TO WS-RQ-RTN-FOUND (WS-RQ-IDX)
               MOVE MIN-BALANCE-PRIME-INT (WS-RT-IDX)
                   TO WS-RQ-MIN-BAL (WS-RQ-IDX)
               MOVE BELOW-MIN-INTEREST-RATE (WS-RT-IDX)
                   TO WS-RQ-BELOW-RATE (WS-RQ-IDX)
           END-IF.
       1330-SCAN-EARN-RTN-EXIT.
           EXIT.

      * A NOW header is either a closing account, whose balance is
      * kept, or a receiving account, which need only exist.
       1400-APPLY-BALANCE.
           PERFORM 1410-MATCH-BALANCE
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           READ NOW-FILE
               AT END MOVE 'Y' TO WS-NOW-EOF-SW
           END-READ.
       1400-APPLY-BALANCE-EXIT.
           EXIT.

       1410-MATCH-BALANCE.
           IF NAH-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
               IF NAH-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
                  AND NAH-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX)
                   MOVE 'Y' TO WS-RQ-ON-FILE (WS-RQ-IDX)
                   MOVE NAH-EARN-BALANCE TO WS-RQ-BALANCE (WS-RQ-IDX)
               END-IF
               IF NAH-ACCT-ID = WS-RQ-XFER-ACCT-ID (WS-RQ-IDX)
                  AND NAH-ACCT-NO = WS-RQ-XFER-ACCT-NO (WS-RQ-IDX)
                   MOVE 'Y' TO WS-RQ-XFER-ON-FILE (WS-RQ-IDX)
               END-IF
           END-IF.
       1410-MATCH-BALANCE-EXIT.
           EXIT.

       1500-CHECK-LEGAL-HOLD.
           IF HM-HOLD-TYPE = 'G'
               PERFORM 1510-MATCH-LEGAL-HOLD
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       1500-CHECK-LEGAL-HOLD-EXIT.
           EXIT.

       1510-MATCH-LEGAL-HOLD.
           IF HM-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND HM-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
              AND HM-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX)
               MOVE 'Y' TO WS-RQ-LEGAL-HOLD (WS-RQ-IDX)
           END-IF.
       1510-MATCH-LEGAL-HOLD-EXIT.
           EXIT.

      * DSDS142 bills no account closed during its month, so the
      * close bills the month's enrolled days itself.
       1600-PRICE-ID-PROTECTION.
           PERFORM 1610-MATCH-ENROLLMENT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           READ ID-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SW
           END-READ.
       1600-PRICE-ID-PROTECTION-EXIT.
           EXIT.

       1610-MATCH-ENROLLMENT.
           IF IE-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND IE-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
              AND IE-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX)
               MOVE 'Y' TO WS-RQ-ID-ENROLLED (WS-RQ-IDX)
               IF IE-CANCEL-DATE = ZERO
                  OR IE-CANCEL-DATE NOT < WS-MONTH-START
                   PERFORM 1620-PRORATE-ID-FEE
               END-IF
           END-IF.
       1610-MATCH-ENROLLMENT-EXIT.
           EXIT.

      * Active span is the later of enrollment and month start
      * through the earlier of cancellation and the close date.
       1620-PRORATE-ID-FEE.
           PERFORM 8100-FIND-BANK.
           EVALUATE IE-PLAN-TIER
               WHEN 'O' MOVE 1 TO WS-TIER-IDX
               WHEN 'P' MOVE 2 TO WS-TIER-IDX
               WHEN 'D' MOVE 3 TO WS-TIER-IDX
               WHEN 'E' MOVE 4 TO WS-TIER-IDX
               WHEN OTHER MOVE 'N' TO WS-BANK-FOUND-SW
           END-EVALUATE.
           IF WS-BANK-FOUND
               MOVE WS-RUN-DATE TO WS-DATE-WORK-N
               IF IE-CANCEL-DATE NOT = ZERO
                  AND IE-CANCEL-DATE < WS-RUN-DATE
                   MOVE IE-CANCEL-DATE TO WS-DATE-WORK-N
               END-IF
               MOVE WS-MONTH-START TO WS-DATE-WORK-2-N
               IF IE-ENROLL-DATE > WS-MONTH-START
                   MOVE IE-ENROLL-DATE TO WS-DATE-WORK-2-N
               END-IF
               COMPUTE WS-ACTIVE-DAYS = WS-DW-DDD - WS-DW2-DDD + 1
               IF WS-ACTIVE-DAYS < ZERO
                   MOVE ZERO TO WS-ACTIVE-DAYS
               END-IF
               IF WS-ACTIVE-DAYS NOT < WS-DAYS-IN-MONTH
                   MOVE WS-BK-TIER-PRICE (WS-BK-IDX WS-TIER-IDX)
                       TO WS-RQ-ID-FEE (WS-RQ-IDX)
               ELSE
                   COMPUTE WS-RQ-ID-FEE (WS-RQ-IDX) ROUNDED =
                       WS-BK-TIER-PRICE (WS-BK-IDX WS-TIER-IDX) *
                       WS-ACTIVE-DAYS / WS-DAYS-IN-MONTH
               END-IF
           END-IF.
       1620-PRORATE-ID-FEE-EXIT.
           EXIT.

      * Work out the final interest, fees and net disbursement, and
      * refuse anything that cannot close cleanly tonight.
       2000-EVALUATE-REQUEST.
           PERFORM 8100-FIND-BANK.
           IF WS-BANK-FOUND
              AND WS-RQ-WAIVE-FEE (WS-RQ-IDX) NOT = 'Y'
               MOVE WS-BK-CLOSE-FEE (WS-BK-IDX)
                   TO WS-RQ-CLOSE-FEE (WS-RQ-IDX)
           END-IF.
           IF WS-RQ-RTN-FOUND (WS-RQ-IDX) = 'Y'
              AND WS-RQ-BALANCE (WS-RQ-IDX) > ZERO
               PERFORM 2100-COMPUTE-INTEREST
           END-IF.
           COMPUTE WS-RQ-NET (WS-RQ-IDX) =
               WS-RQ-BALANCE (WS-RQ-IDX) + WS-RQ-INTEREST (WS-RQ-IDX)
               - WS-RQ-CLOSE-FEE (WS-RQ-IDX)
               - WS-RQ-ID-FEE (WS-RQ-IDX).
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 2200-CHECK-DUPLICATE
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-RQ-COUNT
                  OR WS-FOUND.
           EVALUATE TRUE
               WHEN WS-RQ-ON-FILE (WS-RQ-IDX) NOT = 'Y'
                   MOVE 'ACCOUNT NOT ON FILE'
                       TO WS-RQ-REASON (WS-RQ-IDX)
               WHEN WS-FOUND
                   MOVE 'DUPLICATE CLOSE REQUEST'
                       TO WS-RQ-REASON (WS-RQ-IDX)
               WHEN NOT WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                AND NOT WS-RQ-BY-CHECK (WS-RQ-IDX)
                   MOVE 'DISBURSEMENT METHOD INVALID'
                       TO WS-RQ-REASON (WS-RQ-IDX)
               WHEN WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                AND WS-RQ-XFER-ON-FILE (WS-RQ-IDX) = 'C'
                   MOVE 'TRANSFER ACCOUNT IS CLOSING'
                       TO WS-RQ-REASON (WS-RQ-IDX)
               WHEN WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                AND WS-RQ-XFER-ON-FILE (WS-RQ-IDX) NOT = 'Y'
                   MOVE 'TRANSFER ACCOUNT NOT ON FILE'
                       TO WS-RQ-REASON (WS-RQ-IDX)
               WHEN WS-RQ-LEGAL-HOLD (WS-RQ-IDX) = 'Y'
                   MOVE 'LEGAL ORDER HOLD ON ACCOUNT'
                       TO WS-RQ-REASON (WS-RQ-IDX)
               WHEN WS-RQ-NET (WS-RQ-IDX) < ZERO
                   MOVE 'BALANCE SHORT OF FINAL FEES'
                       TO WS-RQ-REASON (WS-RQ-IDX)
           END-EVALUATE.
           IF WS-RQ-REASON (WS-RQ-IDX) NOT = SPACES
               MOVE 'R' TO WS-RQ-STATE (WS-RQ-IDX)
           END-IF.
       2000-EVALUATE-REQUEST-EXIT.
           EXIT.

       2100-COMPUTE-INTEREST.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX)    TO TRT-BANK-NO.
           MOVE WS-RQ-EARN-RTN (WS-RQ-IDX)   TO TRT-EARN-RTN.
           MOVE WS-RUN-DATE                  TO TRT-AS-OF-DATE.
           MOVE WS-RQ-BALANCE (WS-RQ-IDX)    TO TRT-BALANCE.
           MOVE WS-PRIME-RATE                TO TRT-STD-RATE.
           MOVE WS-RQ-MIN-BAL (WS-RQ-IDX)    TO TRT-MIN-BALANCE.
           MOVE WS-RQ-BELOW-RATE (WS-RQ-IDX) TO TRT-BELOW-RATE.
           MOVE WS-ACCRUAL-DAYS              TO TRT-PERIODS.
           MOVE 365                          TO TRT-PERIODS-PER-YEAR.
           CALL 'DSDS201' USING TRT-PARM-AREA.
           MOVE TRT-INTEREST TO WS-RQ-INTEREST (WS-RQ-IDX).
       2100-COMPUTE-INTEREST-EXIT.
           EXIT.

      * A second request for the same account, or a transfer into
      * an account that is itself closing tonight, is refused.
       2200-CHECK-DUPLICATE.
           IF WS-PR-IDX NOT = WS-RQ-IDX
              AND WS-RQ-BANK-NO (WS-PR-IDX) = WS-RQ-BANK-NO (WS-RQ-IDX)
               IF WS-PR-IDX < WS-RQ-IDX
                  AND WS-RQ-ACCT-ID (WS-PR-IDX) =
                      WS-RQ-ACCT-ID (WS-RQ-IDX)
                  AND WS-RQ-ACCT-NO (WS-PR-IDX) =
                      WS-RQ-ACCT-NO (WS-RQ-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
               IF WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                  AND WS-RQ-ACCT-ID (WS-PR-IDX) =
                      WS-RQ-XFER-ACCT-ID (WS-RQ-IDX)
                  AND WS-RQ-ACCT-NO (WS-PR-IDX) =
                      WS-RQ-XFER-ACCT-NO (WS-RQ-IDX)
                   MOVE 'C' TO WS-RQ-XFER-ON-FILE (WS-RQ-IDX)
               END-IF
           END-IF.
           IF WS-RQ-BY-TRANSFER (WS-RQ-IDX)
              AND WS-RQ-XFER-ACCT-ID (WS-RQ-IDX) =
                  WS-RQ-ACCT-ID (WS-RQ-IDX)
              AND WS-RQ-XFER-ACCT-NO (WS-RQ-IDX) =
                  WS-RQ-ACCT-NO (WS-RQ-IDX)
               MOVE 'C' TO WS-RQ-XFER-ON-FILE (WS-RQ-IDX)
           END-IF.
       2200-CHECK-DUPLICATE-EXIT.
           EXIT.

      * The official check is cut before anything posts, so a check
      * ARU101 refuses leaves the account exactly as it was.
       3000-SETTLE-REQUEST.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               PERFORM 3100-LOOKUP-OWNER
               IF WS-RQ-BY-CHECK (WS-RQ-IDX)
                  AND WS-RQ-NET (WS-RQ-IDX) > ZERO
                   PERFORM 3200-ISSUE-OFFICIAL-CHECK
               END-IF
           END-IF.
           IF WS-RQ-ACCEPTED (WS-RQ-IDX)
               PERFORM 3300-POST-SETTLEMENT
               MOVE 'S' TO WS-RQ-STATE (WS-RQ-IDX)
           END-IF.
       3000-SETTLE-REQUEST-EXIT.
           EXIT.

       3100-LOOKUP-OWNER.
           MOVE SPACES TO CIFU010-PARAMETERS.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX) TO U010-BANK-NBR.
           MOVE 'ACCT' TO U010-FILE-ID.
           MOVE SPACES TO U010-FILE-KEY.
           MOVE WS-RQ-ACCT-ID (WS-RQ-IDX) TO U010-FILE-KEY (1:3).
           MOVE WS-RQ-ACCT-NO (WS-RQ-IDX) TO U010-FILE-KEY (4:9).
           SET U010-ACCOUNT-ADDRESS TO TRUE.
           MOVE +4 TO U010-NUM-OF-LINES-REQUESTED.
           CALL 'CIFU010' USING CIFU010-PARAMETERS.
           IF U010-GOOD-RETURN
               MOVE U010-CUSTOMER-NAME
                   TO WS-RQ-NAME-ADDRESS (WS-RQ-IDX 1)
               MOVE U010-NAME-ADDRESS (1)
                   TO WS-RQ-NAME-ADDRESS (WS-RQ-IDX 2)
               MOVE U010-NAME-ADDRESS (2)
                   TO WS-RQ-NAME-ADDRESS (WS-RQ-IDX 3)
               MOVE U010-NAME-ADDRESS (3)
                   TO WS-RQ-NAME-ADDRESS (WS-RQ-IDX 4)
           ELSE
               MOVE 'OWNER ADDRESS UNRESOLVED'
                   TO WS-RQ-NAME-ADDRESS (WS-RQ-IDX 1)
           END-IF.
       3100-LOOKUP-OWNER-EXIT.
           EXIT.

       3200-ISSUE-OFFICIAL-CHECK.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX) TO OCI-BANK-NO.
           MOVE WS-RQ-ACCT-NO (WS-RQ-IDX) TO OCI-ACCT-NO.
           IF WS-RQ-PAYEE-NAME (WS-RQ-IDX) = SPACES
               MOVE WS-RQ-NAME-ADDRESS (WS-RQ-IDX 1)
                   TO OCI-PAYEE-NAME
           ELSE
               MOVE WS-RQ-PAYEE-NAME (WS-RQ-IDX) TO OCI-PAYEE-NAME
           END-IF.
           MOVE WS-RQ-NAME-ADDRESS (WS-RQ-IDX 1) TO OCI-REMITTER.
           MOVE WS-RQ-NET (WS-RQ-IDX)    TO OCI-AMOUNT.
           MOVE 'C'                      TO OCI-CHECK-TYPE.
           MOVE WS-RUN-DATE-DB2          TO OCI-ISSUE-DATE-DB2.
           MOVE WS-RQ-OPER-ID (WS-RQ-IDX) TO OCI-OPER-ID.
           MOVE ZERO                     TO OCI-SERIAL-NBR.
           CALL 'ARU101' USING OCI-PARM-AREA.
           IF OCI-SUCCESS
               MOVE OCI-SERIAL-NBR TO WS-RQ-SERIAL-NBR (WS-RQ-IDX)
           ELSE
               MOVE 'R' TO WS-RQ-STATE (WS-RQ-IDX)
               MOVE 'OFFICIAL CHECK NOT ISSUED'
                   TO WS-RQ-REASON (WS-RQ-IDX)
           END-IF.
       3200-ISSUE-OFFICIAL-CHECK-EXIT.
           EXIT.

      * Interest first, then the fees, then the disbursement that
      * takes the account to zero.
       3300-POST-SETTLEMENT.
           MOVE WS-RQ-ACCT-ID (WS-RQ-IDX) TO WS-TX-ACCT-ID.
           MOVE WS-RQ-ACCT-NO (WS-RQ-IDX) TO WS-TX-ACCT-NO.
           MOVE 0 TO WS-TX-SC-TYPE.
           IF WS-RQ-INTEREST (WS-RQ-IDX) > ZERO
               MOVE WS-INT-TX-CODE TO WS-TX-CODE
               MOVE WS-RQ-INTEREST (WS-RQ-IDX) TO WS-TX-AMOUNT
               MOVE 'FINAL INTEREST AT CLOSE   ' TO WS-TX-DESC
               PERFORM 3400-WRITE-TRANSACTION
               ADD WS-RQ-INTEREST (WS-RQ-IDX) TO WS-TOT-INTEREST
           END-IF.
           MOVE 590 TO WS-TX-CODE.
           MOVE 1 TO WS-TX-SC-TYPE.
           IF WS-RQ-CLOSE-FEE (WS-RQ-IDX) > ZERO
               MOVE WS-RQ-CLOSE-FEE (WS-RQ-IDX) TO WS-TX-AMOUNT
               MOVE 'EXTERNAL SERVICE CHARGE   ' TO WS-TX-DESC
               PERFORM 3400-WRITE-TRANSACTION
               ADD WS-RQ-CLOSE-FEE (WS-RQ-IDX) TO WS-TOT-FEES
           END-IF.
           IF WS-RQ-ID-FEE (WS-RQ-IDX) > ZERO
               MOVE WS-RQ-ID-FEE (WS-RQ-IDX) TO WS-TX-AMOUNT
               MOVE 'IDENTITY PROTECTION FINAL ' TO WS-TX-DESC
               PERFORM 3400-WRITE-TRANSACTION
               ADD WS-RQ-ID-FEE (WS-RQ-IDX) TO WS-TOT-FEES
           END-IF.
           MOVE 0 TO WS-TX-SC-TYPE.
           IF WS-RQ-NET (WS-RQ-IDX) > ZERO
               MOVE WS-DISB-TX-CODE TO WS-TX-CODE
               MOVE WS-RQ-NET (WS-RQ-IDX) TO WS-TX-AMOUNT
               IF WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                   MOVE 'CLOSING TRANSFER          ' TO WS-TX-DESC
                   PERFORM 3400-WRITE-TRANSACTION
                   MOVE WS-RQ-XFER-ACCT-ID (WS-RQ-IDX)
                       TO WS-TX-ACCT-ID
                   MOVE WS-RQ-XFER-ACCT-NO (WS-RQ-IDX)
                       TO WS-TX-ACCT-NO
                   MOVE WS-XFER-TX-CODE TO WS-TX-CODE
                   MOVE 'TRANSFER FROM CLOSED ACCT ' TO WS-TX-DESC
                   PERFORM 3400-WRITE-TRANSACTION
                   ADD WS-RQ-NET (WS-RQ-IDX) TO WS-TOT-TRANSFERRED
               ELSE
                   MOVE 'CLOSING OFFICIAL CHECK    ' TO WS-TX-DESC
                   PERFORM 3400-WRITE-TRANSACTION
                   ADD WS-RQ-NET (WS-RQ-IDX) TO WS-TOT-CHECKS
               END-IF
           END-IF.
       3300-POST-SETTLEMENT-EXIT.
           EXIT.

       3400-WRITE-TRANSACTION.
           MOVE SPACES TO DSDS-TRANSACTION-LONG.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX) TO DSDSTXL-BANK-NO.
           MOVE WS-TX-ACCT-ID TO DSDSTXL-ACCT-ID.
           MOVE WS-TX-ACCT-NO TO DSDSTXL-ACCT-NO.
           MOVE WS-TX-CODE TO DSDSTXL-CODE.
           MOVE WS-TX-AMOUNT TO DSDSTXL-AMOUNT.
           MOVE WS-RUN-DATE TO DSDSTXL-EFFECT-DT
                               DSDSTXL-DATE.
           MOVE ZERO TO DSDSTXL-ITEM-COUNT
                        DSDSTXL-CHK-NO.
           MOVE WS-TX-SC-TYPE TO DSDSTXL-SC-TYPE.
           MOVE WS-TX-DESC TO DSDSTXL-TX-DESC.
           WRITE DSDS-TRANSACTION-LONG.
       3400-WRITE-TRANSACTION-EXIT.
           EXIT.

      * Every file that hangs off an account rolls forward once,
      * without the accounts closed tonight.  IDENROLL and HOLDMST
      * were passed once already and are read again from the top.
       4000-ROLL-FORWARD-FILES.
           CLOSE ID-ENROLL-FILE
                 HOLD-MASTER-FILE.
           OPEN INPUT  ID-ENROLL-FILE
                       SU-ENROLL-FILE
                       TWOSIG-FLAG-FILE
                       SWEEP-AGREE-FILE
                       ZBACMA-FILE
                       HOLD-MASTER-FILE
                       STOP-MASTER-FILE
                       AUTOPAY-FILE
                       ORDER-FILE
                OUTPUT ID-ENROLL-OUT
                       SU-ENROLL-OUT
                       TWOSIG-FLAG-OUT
                       SWEEP-AGREE-OUT
                       ZBACMA-OUT
                       HOLD-MASTER-OUT
                       STOP-MASTER-OUT
                       AUTOPAY-OUT
                       ORDER-OUT.
           MOVE 'N' TO WS-ENR-EOF-SW
                       WS-HOLD-EOF-SW.
           READ ID-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SW
           END-READ.
           PERFORM 4100-COPY-ID-ENROLLMENT
               UNTIL WS-ENR-EOF.
           READ SU-ENROLL-FILE
               AT END MOVE 'Y' TO WS-SU-EOF-SW
           END-READ.
           PERFORM 4200-COPY-SU-ENROLLMENT
               UNTIL WS-SU-EOF.
           READ TWOSIG-FLAG-FILE
               AT END MOVE 'Y' TO WS-TS-EOF-SW
           END-READ.
           PERFORM 4300-COPY-TWOSIG-FLAG
               UNTIL WS-TS-EOF.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-SW
           END-READ.
           PERFORM 4400-COPY-SWEEP-AGREEMENT
               UNTIL WS-AGR-EOF.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
           PERFORM 4500-COPY-ZBA-LINK
               UNTIL WS-ZBA-EOF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           PERFORM 4600-COPY-HOLD
               UNTIL WS-HOLD-EOF.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
           PERFORM 4700-COPY-STOP
               UNTIL WS-STOP-EOF.
           READ AUTOPAY-FILE
               AT END MOVE 'Y' TO WS-APAY-EOF-SW
           END-READ.
           PERFORM 4800-COPY-AUTOPAY
               UNTIL WS-APAY-EOF.
           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-ORDER-EOF-SW
           END-READ.
           PERFORM 4900-COPY-STANDING-ORDER
               UNTIL WS-ORDER-EOF.
       4000-ROLL-FORWARD-FILES-EXIT.
           EXIT.

       4100-COPY-ID-ENROLLMENT.
           MOVE IE-BANK-NO TO WS-ZB-BANK-NO.
           MOVE IE-ACCT-ID TO WS-ZB-ACCT-ID.
           MOVE IE-ACCT-NO TO WS-ZB-ACCT-NO.
           PERFORM 8200-FIND-SETTLED-ACCOUNT.
           IF NOT WS-FOUND
               MOVE ID-ENROLL-REC TO ID-ENROLL-OUT-REC
               WRITE ID-ENROLL-OUT-REC
           END-IF.
           READ ID-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SW
           END-READ.
       4100-COPY-ID-ENROLLMENT-EXIT.
           EXIT.

       4200-COPY-SU-ENROLLMENT.
           MOVE SU-BANK-NO TO WS-ZB-BANK-NO.
           MOVE SU-ACCT-ID TO WS-ZB-ACCT-ID.
           MOVE SU-ACCT-NO TO WS-ZB-ACCT-NO.
           PERFORM 8200-FIND-SETTLED-ACCOUNT.
           IF WS-FOUND
               MOVE 'Y' TO WS-RQ-SU-DROPPED (WS-RQ-IDX)
           ELSE
               MOVE SU-ENROLL-REC TO SU-ENROLL-OUT-REC
               WRITE SU-ENROLL-OUT-REC
           END-IF.
           READ SU-ENROLL-FILE
               AT END MOVE 'Y' TO WS-SU-EOF-SW
           END-READ.
       4200-COPY-SU-ENROLLMENT-EXIT.
           EXIT.

       4300-COPY-TWOSIG-FLAG.
           MOVE TS-BANK-NO TO WS-ZB-BANK-NO.
           MOVE TS-ACCT-ID TO WS-ZB-ACCT-ID.
           MOVE TS-ACCT-NO TO WS-ZB-ACCT-NO.
           PERFORM 8200-FIND-SETTLED-ACCOUNT.
           IF WS-FOUND
               MOVE 'Y' TO WS-RQ-TS-DROPPED (WS-RQ-IDX)
           ELSE
               MOVE TWOSIG-FLAG-REC TO TWOSIG-FLAG-OUT-REC
               WRITE TWOSIG-FLAG-OUT-REC
           END-IF.
           READ TWOSIG-FLAG-FILE
               AT END MOVE 'Y' TO WS-TS-EOF-SW
           END-READ.
       4300-COPY-TWOSIG-FLAG-EXIT.
           EXIT.

       4400-COPY-SWEEP-AGREEMENT.
           MOVE SA-DDA-BANK-NO TO WS-ZB-BANK-NO.
           MOVE SA-DDA-ACCT-ID TO WS-ZB-ACCT-ID.
           MOVE SA-DDA-ACCT-NO TO WS-ZB-ACCT-NO.
           PERFORM 8200-FIND-SETTLED-ACCOUNT.
           IF WS-FOUND
               ADD 1 TO WS-RQ-SWEEPS (WS-RQ-IDX)
           ELSE
               MOVE SWEEP-AGREE-REC TO SWEEP-AGREE-OUT-REC
               WRITE SWEEP-AGREE-OUT-REC
           END-IF.
           READ SWEEP-AGREE-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-SW
           END-READ.
       4400-COPY-SWEEP-AGREEMENT-EXIT.
           EXIT.

      * A ZBA link goes if the closed account is on either side of
      * it -- as the row's account or as its link account.
       4500-COPY-ZBA-LINK.
           MOVE ZBCM-BANK-NBR      TO WS-ZB-BANK-NO.
           MOVE ZBCM-ACCOUNT-ID    TO WS-ZB-ACCT-ID.
           MOVE ZBCM-ACCOUNT-NBR   TO WS-ZB-ACCT-NO.
           MOVE ZBCM-LINK-ACCT-NBR TO WS-ZB-LINK-ACCT-NO.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 4510-MATCH-ZBA-LINK
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RQ-IDX
               ADD 1 TO WS-RQ-LINKS (WS-RQ-IDX)
           ELSE
               MOVE DSDS-ZBACMA TO ZBACMA-OUT-REC
               WRITE ZBACMA-OUT-REC
           END-IF.
           READ ZBACMA-FILE
               AT END MOVE 'Y' TO WS-ZBA-EOF-SW
           END-READ.
       4500-COPY-ZBA-LINK-EXIT.
           EXIT.

       4510-MATCH-ZBA-LINK.
           IF WS-RQ-SETTLED (WS-RQ-IDX)
              AND WS-ZB-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
               IF (WS-ZB-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
                   AND WS-ZB-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX))
                  OR WS-ZB-LINK-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
       4510-MATCH-ZBA-LINK-EXIT.
           EXIT.

      * On a transfer the hold follows the money to the receiving
      * account; on an official check it is released.
       4600-COPY-HOLD.
           MOVE HM-BANK-NO TO WS-ZB-BANK-NO.
           MOVE HM-ACCT-ID TO WS-ZB-ACCT-ID.
           MOVE HM-ACCT-NO TO WS-ZB-ACCT-NO.
           PERFORM 8200-FIND-SETTLED-ACCOUNT.
           IF WS-FOUND
               MOVE HM-HOLD-AMT TO WS-ITEM-AMOUNT
               MOVE SPACES TO WS-ITEM-REFERENCE
               IF WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                   MOVE 'HOLD MOVED TO RECEIVING ACCOUNT'
                       TO WS-ITEM-TEXT
                   PERFORM 8300-SET-XFER-REFERENCE
                   MOVE WS-RQ-XFER-ACCT-ID (WS-RQ-IDX) TO HM-ACCT-ID
                   MOVE WS-RQ-XFER-ACCT-NO (WS-RQ-IDX) TO HM-ACCT-NO
                   MOVE HOLD-MASTER-REC TO HOLD-MASTER-OUT-REC
                   WRITE HOLD-MASTER-OUT-REC
               ELSE
                   MOVE 'HOLD RELEASED' TO WS-ITEM-TEXT
               END-IF
               PERFORM 8400-ADD-ITEM
           ELSE
               MOVE HOLD-MASTER-REC TO HOLD-MASTER-OUT-REC
               WRITE HOLD-MASTER-OUT-REC
           END-IF.
           READ HOLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       4600-COPY-HOLD-EXIT.
           EXIT.

       4700-COPY-STOP.
           MOVE SM-BANK-NO TO WS-ZB-BANK-NO.
           MOVE SM-ACCT-ID TO WS-ZB-ACCT-ID.
           MOVE SM-ACCT-NO TO WS-ZB-ACCT-NO.
           PERFORM 8200-FIND-SETTLED-ACCOUNT.
           IF WS-FOUND
               MOVE SM-AMT-HIGH TO WS-ITEM-AMOUNT
               MOVE SM-CHK-NO TO WS-ITEM-REFERENCE
               IF WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                   MOVE 'STOP PAYMENT MOVED TO RECEIVING ACCOUNT'
                       TO WS-ITEM-TEXT
                   MOVE WS-RQ-XFER-ACCT-ID (WS-RQ-IDX) TO SM-ACCT-ID
                   MOVE WS-RQ-XFER-ACCT-NO (WS-RQ-IDX) TO SM-ACCT-NO
                   MOVE STOP-MASTER-REC TO STOP-MASTER-OUT-REC
                   WRITE STOP-MASTER-OUT-REC
               ELSE
                   MOVE 'STOP PAYMENT RELEASED' TO WS-ITEM-TEXT
               END-IF
               PERFORM 8400-ADD-ITEM
           ELSE
               MOVE STOP-MASTER-REC TO STOP-MASTER-OUT-REC
               WRITE STOP-MASTER-OUT-REC
           END-IF.
           READ STOP-MASTER-FILE
               AT END MOVE 'Y' TO WS-STOP-EOF-SW
           END-READ.
       4700-COPY-STOP-EXIT.
           EXIT.

      * Status 020 on maint type 007, the close pair in DSDS104's
      * allowed-transition table, goes only to settled accounts.
       4800-COPY-AUTOPAY.
           IF AP-ACTIVE
               MOVE AP-DDA-BANK-NO TO WS-ZB-BANK-NO
               MOVE AP-DDA-ACCT-ID TO WS-ZB-ACCT-ID
               MOVE AP-DDA-ACCT-NO TO WS-ZB-ACCT-NO
               PERFORM 8200-FIND-SETTLED-ACCOUNT
               IF WS-FOUND
                   ADD 1 TO WS-RQ-AUTOPAYS (WS-RQ-IDX)
                   MOVE 'C' TO AP-STATUS
               END-IF
           END-IF.
           MOVE AUTOPAY-REC TO AUTOPAY-OUT-REC.
           WRITE AUTOPAY-OUT-REC.
           READ AUTOPAY-FILE
               AT END MOVE 'Y' TO WS-APAY-EOF-SW
           END-READ.
       4800-COPY-AUTOPAY-EXIT.
           EXIT.

      * An order goes if the closed account pays it or, for a
      * deposit order, receives it; it counts on the closed
      * account's letter.
       4900-COPY-STANDING-ORDER.
           IF SO-ACTIVE
               MOVE SO-BANK-NO TO WS-ZB-BANK-NO
               MOVE SO-ACCT-ID TO WS-ZB-ACCT-ID
               MOVE SO-ACCT-NO TO WS-ZB-ACCT-NO
               PERFORM 8200-FIND-SETTLED-ACCOUNT
               IF NOT WS-FOUND
                  AND SO-TO-DEPOSIT
                   MOVE SO-TO-BANK-NO TO WS-ZB-BANK-NO
                   MOVE SO-TO-ACCT-ID TO WS-ZB-ACCT-ID
                   MOVE SO-TO-ACCT-NO TO WS-ZB-ACCT-NO
                   PERFORM 8200-FIND-SETTLED-ACCOUNT
               END-IF
               IF WS-FOUND
                   ADD 1 TO WS-RQ-ORDERS (WS-RQ-IDX)
                   MOVE 'C' TO SO-STATUS
               END-IF
           END-IF.
           MOVE ORDER-REC TO ORDER-OUT-REC.
           WRITE ORDER-OUT-REC.
           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-ORDER-EOF-SW
           END-READ.
       4900-COPY-STANDING-ORDER-EXIT.
           EXIT.

       5000-WRITE-CLOSE-STATUS.
           IF WS-RQ-SETTLED (WS-RQ-IDX)
               MOVE SPACES TO DSDS-H-FILE-RECORD
               MOVE 'B0' TO DSDS-H-PREFIX
               MOVE WS-RQ-BANK-NO (WS-RQ-IDX) TO DSDS-H-BANK-NO
               MOVE WS-RQ-ACCT-ID (WS-RQ-IDX) TO DSDS-H-ACCT-ID
               MOVE WS-RQ-ACCT-NO (WS-RQ-IDX) TO DSDS-H-ACCT-NO
               MOVE WS-RUN-DATE TO DSDS-H-FILE-DATE
                                   DSDS-H-MAINT-DATE
               MOVE 020 TO DSDS-H-STATUS-CODE
               MOVE 007 TO DSDS-H-MAINT-TYPE
               MOVE ZERO TO DSDS-H-SEQ-NUMBER
                            DSDS-H-SEQ-SUFFIX
               MOVE 01 TO DSDS-H-NBR-SEGMENTS
               WRITE DSDS-H-FILE-RECORD
               ADD 1 TO WS-TOT-CLOSED
           ELSE
               ADD 1 TO WS-TOT-REFUSED
           END-IF.
       5000-WRITE-CLOSE-STATUS-EXIT.
           EXIT.

      * The letter lists the owner, then every item settled in the
      * order the close settled it.
       6000-WRITE-LETTER.
           IF WS-RQ-SETTLED (WS-RQ-IDX)
               MOVE ZERO TO WS-LINE-SEQ
               PERFORM 6100-WRITE-ADDRESS-LINE
                   VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > 4
               PERFORM 6200-WRITE-MONEY-ITEMS
               PERFORM 6300-WRITE-SERVICE-ITEMS
               PERFORM 6400-WRITE-HOLD-STOP-ITEM
                   VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               PERFORM 6500-WRITE-DISBURSEMENT-ITEM
           END-IF.
       6000-WRITE-LETTER-EXIT.
           EXIT.

       6100-WRITE-ADDRESS-LINE.
           IF WS-RQ-NAME-ADDRESS (WS-RQ-IDX WS-AD-IDX) NOT = SPACES
               MOVE WS-RQ-NAME-ADDRESS (WS-RQ-IDX WS-AD-IDX)
                   TO WS-ITEM-TEXT
               MOVE SPACES TO WS-ITEM-REFERENCE
               MOVE ZERO TO WS-ITEM-AMOUNT
               MOVE 'A' TO WS-LINE-TYPE
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
       6100-WRITE-ADDRESS-LINE-EXIT.
           EXIT.

       6200-WRITE-MONEY-ITEMS.
           MOVE SPACES TO WS-ITEM-REFERENCE.
           MOVE 'I' TO WS-LINE-TYPE.
           MOVE 'BALANCE BEFORE CLOSING' TO WS-ITEM-TEXT.
           MOVE WS-RQ-BALANCE (WS-RQ-IDX) TO WS-ITEM-AMOUNT.
           PERFORM 6900-WRITE-LETTER-LINE.
           IF WS-RQ-INTEREST (WS-RQ-IDX) > ZERO
               MOVE 'FINAL INTEREST CREDITED' TO WS-ITEM-TEXT
               MOVE WS-RQ-INTEREST (WS-RQ-IDX) TO WS-ITEM-AMOUNT
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-CLOSE-FEE (WS-RQ-IDX) > ZERO
               MOVE 'ACCOUNT CLOSING FEE' TO WS-ITEM-TEXT
               MOVE WS-RQ-CLOSE-FEE (WS-RQ-IDX) TO WS-ITEM-AMOUNT
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-ID-FEE (WS-RQ-IDX) > ZERO
               MOVE 'IDENTITY PROTECTION FINAL CHARGE'
                   TO WS-ITEM-TEXT
               MOVE WS-RQ-ID-FEE (WS-RQ-IDX) TO WS-ITEM-AMOUNT
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
       6200-WRITE-MONEY-ITEMS-EXIT.
           EXIT.

       6300-WRITE-SERVICE-ITEMS.
           MOVE SPACES TO WS-ITEM-REFERENCE.
           MOVE ZERO TO WS-ITEM-AMOUNT.
           MOVE 'I' TO WS-LINE-TYPE.
           IF WS-RQ-ID-ENROLLED (WS-RQ-IDX) = 'Y'
               MOVE 'IDENTITY PROTECTION ENROLLMENT CANCELLED'
                   TO WS-ITEM-TEXT
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-SU-DROPPED (WS-RQ-IDX) = 'Y'
               MOVE 'SAVEUP ENROLLMENT CANCELLED' TO WS-ITEM-TEXT
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-TS-DROPPED (WS-RQ-IDX) = 'Y'
               MOVE 'TWO-SIGNATURE REQUIREMENT REMOVED'
                   TO WS-ITEM-TEXT
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-SWEEPS (WS-RQ-IDX) > ZERO
               MOVE 'SWEEP AGREEMENTS CANCELLED' TO WS-ITEM-TEXT
               MOVE WS-RQ-SWEEPS (WS-RQ-IDX) TO WS-COUNT-REF
               MOVE WS-COUNT-REF TO WS-ITEM-REFERENCE
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-LINKS (WS-RQ-IDX) > ZERO
               MOVE 'ZERO BALANCE ACCOUNT LINKS REMOVED'
                   TO WS-ITEM-TEXT
               MOVE WS-RQ-LINKS (WS-RQ-IDX) TO WS-COUNT-REF
               MOVE WS-COUNT-REF TO WS-ITEM-REFERENCE
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-AUTOPAYS (WS-RQ-IDX) > ZERO
               MOVE 'LOAN AUTO-PAY AGREEMENTS CANCELLED'
                   TO WS-ITEM-TEXT
               MOVE WS-RQ-AUTOPAYS (WS-RQ-IDX) TO WS-COUNT-REF
               MOVE WS-COUNT-REF TO WS-ITEM-REFERENCE
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
           IF WS-RQ-ORDERS (WS-RQ-IDX) > ZERO
               MOVE 'STANDING ORDERS CANCELLED' TO WS-ITEM-TEXT
               MOVE WS-RQ-ORDERS (WS-RQ-IDX) TO WS-COUNT-REF
               MOVE WS-COUNT-REF TO WS-ITEM-REFERENCE
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
       6300-WRITE-SERVICE-ITEMS-EXIT.
           EXIT.

       6400-WRITE-HOLD-STOP-ITEM.
           IF WS-IT-RQ-IDX (WS-IT-IDX) = WS-RQ-IDX
               MOVE WS-IT-TEXT (WS-IT-IDX) TO WS-ITEM-TEXT
               MOVE WS-IT-REFERENCE (WS-IT-IDX) TO WS-ITEM-REFERENCE
               MOVE WS-IT-AMOUNT (WS-IT-IDX) TO WS-ITEM-AMOUNT
               MOVE 'I' TO WS-LINE-TYPE
               PERFORM 6900-WRITE-LETTER-LINE
           END-IF.
       6400-WRITE-HOLD-STOP-ITEM-EXIT.
           EXIT.

       6500-WRITE-DISBURSEMENT-ITEM.
           MOVE 'I' TO WS-LINE-TYPE.
           MOVE WS-RQ-NET (WS-RQ-IDX) TO WS-ITEM-AMOUNT.
           EVALUATE TRUE
               WHEN WS-RQ-NET (WS-RQ-IDX) = ZERO
                   MOVE 'NO BALANCE REMAINED TO DISBURSE'
                       TO WS-ITEM-TEXT
                   MOVE SPACES TO WS-ITEM-REFERENCE
               WHEN WS-RQ-BY-TRANSFER (WS-RQ-IDX)
                   MOVE 'BALANCE TRANSFERRED TO ACCOUNT'
                       TO WS-ITEM-TEXT
                   PERFORM 8300-SET-XFER-REFERENCE
               WHEN OTHER
                   MOVE 'BALANCE PAID BY OFFICIAL CHECK'
                       TO WS-ITEM-TEXT
                   MOVE WS-RQ-SERIAL-NBR (WS-RQ-IDX) TO WS-CR-SERIAL
                   MOVE WS-CHECK-REF TO WS-ITEM-REFERENCE
           END-EVALUATE.
           PERFORM 6900-WRITE-LETTER-LINE.
       6500-WRITE-DISBURSEMENT-ITEM-EXIT.
           EXIT.

       6900-WRITE-LETTER-LINE.
           ADD 1 TO WS-LINE-SEQ.
           MOVE SPACES TO CLOSE-LETTER-REC.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX) TO CL-BANK-NO.
           MOVE WS-RQ-ACCT-ID (WS-RQ-IDX) TO CL-ACCT-ID.
           MOVE WS-RQ-ACCT-NO (WS-RQ-IDX) TO CL-ACCT-NO.
           MOVE WS-LINE-TYPE TO CL-LINE-TYPE.
           MOVE WS-LINE-SEQ TO CL-LINE-SEQ.
           MOVE WS-ITEM-TEXT TO CL-TEXT.
           MOVE WS-ITEM-REFERENCE TO CL-REFERENCE.
           MOVE WS-ITEM-AMOUNT TO CL-AMOUNT.
           MOVE WS-RUN-DATE TO CL-LETTER-DATE.
           WRITE CLOSE-LETTER-REC.
       6900-WRITE-LETTER-LINE-EXIT.
           EXIT.

       7000-PRINT-REQUEST.
           MOVE WS-RQ-BANK-NO (WS-RQ-IDX)   TO WS-CLN-BANK.
           MOVE WS-RQ-ACCT-ID (WS-RQ-IDX)   TO WS-CLN-ACCT-ID.
           MOVE WS-RQ-ACCT-NO (WS-RQ-IDX)   TO WS-CLN-ACCT-NO.
           MOVE WS-RQ-METHOD (WS-RQ-IDX)    TO WS-CLN-METHOD.
           MOVE WS-RQ-BALANCE (WS-RQ-IDX)   TO WS-CLN-BALANCE.
           MOVE WS-RQ-INTEREST (WS-RQ-IDX)  TO WS-CLN-INTEREST.
           COMPUTE WS-CLN-FEES = WS-RQ-CLOSE-FEE (WS-RQ-IDX)
                               + WS-RQ-ID-FEE (WS-RQ-IDX).
           MOVE WS-RQ-NET (WS-RQ-IDX)       TO WS-CLN-NET.
           IF WS-RQ-SETTLED (WS-RQ-IDX)
               MOVE 'CLOSED  ' TO WS-CLN-ACTION
               IF WS-RQ-SERIAL-NBR (WS-RQ-IDX) NOT = ZERO
                   MOVE WS-RQ-SERIAL-NBR (WS-RQ-IDX) TO WS-CR-SERIAL
                   MOVE WS-CHECK-REF TO WS-CLN-NOTE
               ELSE
                   MOVE SPACES TO WS-CLN-NOTE
               END-IF
           ELSE
               MOVE 'REFUSED ' TO WS-CLN-ACTION
               MOVE WS-RQ-REASON (WS-RQ-IDX) TO WS-CLN-NOTE
           END-IF.
           WRITE CLOSE-RPT-LINE FROM WS-CLOSE-LINE.
       7000-PRINT-REQUEST-EXIT.
           EXIT.

       7500-PRINT-TOTALS.
           MOVE SPACES TO CLOSE-RPT-LINE.
           WRITE CLOSE-RPT-LINE.
           MOVE 'ACCOUNTS CLOSED' TO WS-TL-LABEL.
           MOVE WS-TOT-CLOSED TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSE REQUESTS REFUSED' TO WS-TL-LABEL.
           MOVE WS-TOT-REFUSED TO WS-TL-COUNT.
           WRITE CLOSE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-TL-COUNT.
           MOVE 'FINAL INTEREST CREDITED' TO WS-TL-LABEL.
           MOVE WS-TOT-INTEREST TO WS-TL-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FINAL FEES CHARGED' TO WS-TL-LABEL.
           MOVE WS-TOT-FEES TO WS-TL-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BALANCES TRANSFERRED' TO WS-TL-LABEL.
           MOVE WS-TOT-TRANSFERRED TO WS-TL-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BALANCES PAID BY OFFICIAL CHECK' TO WS-TL-LABEL.
           MOVE WS-TOT-CHECKS TO WS-TL-AMOUNT.
           WRITE CLOSE-RPT-LINE FROM WS-TOTAL-LINE.
       7500-PRINT-TOTALS-EXIT.
           EXIT.

       8100-FIND-BANK.
           MOVE 'N' TO WS-BANK-FOUND-SW.
           PERFORM 8110-SCAN-BANK-TABLE
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
                  OR WS-BANK-FOUND.
           IF WS-BANK-FOUND
               SUBTRACT 1 FROM WS-BK-IDX
           END-IF.
       8100-FIND-BANK-EXIT.
           EXIT.

       8110-SCAN-BANK-TABLE.
           IF WS-RQ-BANK-NO (WS-RQ-IDX) = WS-BK-BANK-NO (WS-BK-IDX)
               MOVE 'Y' TO WS-BANK-FOUND-SW
           END-IF.
       8110-SCAN-BANK-TABLE-EXIT.
           EXIT.

      * Leaves WS-RQ-IDX on the settled request for the account in
      * WS-ZB-BANK-NO/WS-ZB-ACCT-ID/WS-ZB-ACCT-NO, when there is
      * one.
       8200-FIND-SETTLED-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 8210-SCAN-SETTLED
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RQ-IDX
           END-IF.
       8200-FIND-SETTLED-ACCOUNT-EXIT.
           EXIT.

       8210-SCAN-SETTLED.
           IF WS-RQ-SETTLED (WS-RQ-IDX)
              AND WS-ZB-BANK-NO = WS-RQ-BANK-NO (WS-RQ-IDX)
              AND WS-ZB-ACCT-ID = WS-RQ-ACCT-ID (WS-RQ-IDX)
              AND WS-ZB-ACCT-NO = WS-RQ-ACCT-NO (WS-RQ-IDX)
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       8210-SCAN-SETTLED-EXIT.
           EXIT.

       8300-SET-XFER-REFERENCE.
           MOVE WS-RQ-XFER-ACCT-ID (WS-RQ-IDX) TO WS-AR-ACCT-ID.
           MOVE WS-RQ-XFER-ACCT-NO (WS-RQ-IDX) TO WS-AR-ACCT-NO.
           MOVE WS-ACCT-REF TO WS-ITEM-REFERENCE.
       8300-SET-XFER-REFERENCE-EXIT.
           EXIT.

       8400-ADD-ITEM.
           IF WS-IT-COUNT < 3000
               ADD 1 TO WS-IT-COUNT
               MOVE WS-RQ-IDX TO WS-IT-RQ-IDX (WS-IT-COUNT)
               MOVE WS-ITEM-TEXT TO WS-IT-TEXT (WS-IT-COUNT)
               MOVE WS-ITEM-REFERENCE TO WS-IT-REFERENCE (WS-IT-COUNT)
               MOVE WS-ITEM-AMOUNT TO WS-IT-AMOUNT (WS-IT-COUNT)
           END-IF.
       8400-ADD-ITEM-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CLOSE-PARM-FILE
                 CLOSE-REQ-FILE
                 BCF-FILE
                 EARN-ASSIGN-FILE
                 NOW-FILE
                 ID-ENROLL-FILE
                 SU-ENROLL-FILE
                 TWOSIG-FLAG-FILE
                 SWEEP-AGREE-FILE
                 ZBACMA-FILE
                 HOLD-MASTER-FILE
                 STOP-MASTER-FILE
                 AUTOPAY-FILE
                 ORDER-FILE
                 ID-ENROLL-OUT
                 SU-ENROLL-OUT
                 TWOSIG-FLAG-OUT
                 SWEEP-AGREE-OUT
                 ZBACMA-OUT
                 HOLD-MASTER-OUT
                 STOP-MASTER-OUT
                 AUTOPAY-OUT
                 ORDER-OUT
                 TXL-OUT-FILE
                 HIST-MAINT-FILE
                 CLOSE-LETTER-FILE
                 CLOSE-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
