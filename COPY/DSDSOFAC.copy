      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: SANCTIONS-SCREENING HOLD RECORD                       *
      *                                                                *
      * LENGTH OF COPYBOOK: 360                                        *
      *                                                                *
      * USAGE: ONE RECORD PER PAYMENT HELD BY THE COUNTERPARTY         *
      *        SCREENING RUN (DSDS189) ON A POTENTIAL WATCH-LIST       *
      *        MATCH.  OFACHOLD CARRIES THE OPEN HOLDS OF ONE STREAM   *
      *        FROM RUN TO RUN UNTIL COMPLIANCE DECIDES THEM; A        *
      *        BLOCKED ITEM IS WRITTEN TO OFACBLK IN THE SAME LAYOUT.  *
      *        OH-STREAM IS 'T' FOR THE POSTING STREAM, WHEN           *
      *        OH-ITEM-IMAGE IS THE DSDSTXL RECORD (SEE DSDSTYP), OR   *
      *        'A' FOR ACH ORIGINATION, WHEN ITS FIRST 100 BYTES ARE   *
      *        THE ACHENTRY RECORD (SEE DSDS137).  OH-FIELD NAMES THE  *
      *        FIELD THAT SCORED:                                      *
      *          ACH CO      DSDSTXL-ACH-CO-NAME                       *
      *          IAT PARTY   DSDSTXL-ACH-INDIV-ID ON AN IAT ENTRY      *
      *          RTP SENDER  DSDSTXL-RTP-SENDER-NAME                   *
      *          WIRE        DSDSTXL-TX-DESC ON CODES 630 AND 890      *
      *          RECEIVER    EN-INDIV-NAME ON AN ORIGINATED ENTRY      *
      ******************************************************************
       01  OFAC-HOLD-REC.
           05  OH-HOLD-ID.
               10  OH-STREAM           PIC X.
                   88  OH-POSTING-STREAM              VALUE 'T'.
                   88  OH-ACH-STREAM                  VALUE 'A'.
               10  OH-HELD-DATE        PIC 9(7).
               10  OH-HOLD-SEQ         PIC 9(4).
           05  OH-BANK-NO              PIC 99.
           05  OH-ACCT-ID              PIC 9(3).
           05  OH-ACCT-NO              PIC 9(9).
           05  OH-TX-CODE              PIC 9(3).
           05  OH-AMOUNT               PIC 9(11)V99.
           05  OH-FIELD                PIC X(10).
           05  OH-SCORE                PIC 9(3).
           05  OH-NAME                 PIC X(50).
           05  OH-WATCH-NAME           PIC X(50).
           05  OH-WATCH-SOURCE         PIC X.
           05  OH-ITEM-IMAGE           PIC X(200).
           05  FILLER                  PIC X(4).
