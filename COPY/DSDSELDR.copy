      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: ELDER-PROTECTION SURVEILLANCE HIT RECORD              *
      *                                                                *
      * LENGTH OF COPYBOOK: 80                                         *
      *                                                                *
      * USAGE: WRITTEN TO ELDRHIT BY THE ELDER-EXPLOITATION            *
      *        SURVEILLANCE RUN (DSDS188) FOR EVERY ACCOUNT WHOSE      *
      *        SCORE REACHES THE QUEUE THRESHOLD.  AN 'A' RECORD       *
      *        CARRIES THE ACCOUNT'S TOTAL SCORE AND THE FLAGS HIT,    *
      *        FOLLOWED BY ONE 'I' RECORD PER SUPPORTING ITEM.  THE    *
      *        WORK QUEUE (DSDS162) INGESTS THE 'A' RECORDS AS SOURCE  *
      *        ELDR.  EH-FLAGS HOLDS ONE POSITION PER TEST, SPACE      *
      *        WHEN NOT HIT:                                           *
      *          1 A  FIRST-TIME ACH PAYEE                             *
      *          2 R  FIRST-TIME RTP SENDER                            *
      *          3 C  LARGE CASH WITHDRAWAL                            *
      *          4 W  WIRE OUT (CODE 890)                              *
      *          5 O  OFFICIAL-CHECK PURCHASE                          *
      *          6 L  NEW OD-PROTECTION LINK                           *
      *          7 D  ADDRESS CHANGE                                   *
      ******************************************************************
       01  ELDER-HIT-REC.
           05  EH-REC-TYPE             PIC X.
               88  EH-ACCOUNT-REC                     VALUE 'A'.
               88  EH-ITEM-REC                        VALUE 'I'.
           05  EH-BANK-NO              PIC 99.
           05  EH-ACCT-ID              PIC 9(3).
           05  EH-ACCT-NO              PIC 9(9).
           05  EH-RUN-DATE             PIC 9(7).
           05  EH-SCORE                PIC 9(3).
           05  EH-AGE                  PIC 9(3).
           05  EH-ACCOUNT-AREA.
               10  EH-FLAGS            PIC X(7).
               10  EH-HIT-COUNT        PIC 9(3).
               10  EH-HIT-AMT          PIC 9(11)V99.
               10  FILLER              PIC X(29).
           05  EH-ITEM-AREA REDEFINES EH-ACCOUNT-AREA.
               10  EH-ITEM-FLAG        PIC X.
               10  EH-ITEM-SCORE       PIC 9(3).
               10  EH-ITEM-TX-CODE     PIC 9(3).
               10  EH-ITEM-AMT         PIC 9(11)V99.
               10  EH-ITEM-DESC        PIC X(20).
               10  FILLER              PIC X(12).
