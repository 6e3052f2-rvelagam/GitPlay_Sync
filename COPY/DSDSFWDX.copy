      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: ACCOUNT FORWARDING CROSS-REFERENCE RECORD             *
      *                                                                *
      * LENGTH OF COPYBOOK: 50                                         *
      *                                                                *
      * USAGE: ONE RECORD PER ACCOUNT MOVED TO A NEW NUMBER BY THE     *
      *        RENUMBERING RUN (DSDS186), APPENDED TO FWDXREF.  FROM   *
      *        FX-START-DATE THROUGH FX-EXPIRY-DATE THE FORWARDING     *
      *        FILTER (DSDS187) REDIRECTS CREDITS FOR THE OLD NUMBER   *
      *        TO THE NEW ONE AND RETURNS PRESENTED DEBITS.  AFTER     *
      *        THE EXPIRY DATE THE RECORD IS KEPT AS HISTORY ONLY.     *
      *        FX-OPER-ID IS THE OPERATOR WHO KEYED THE RENUMBERING.   *
      ******************************************************************
       01  FWD-XREF-REC.
           05  FX-BANK-NO              PIC 99.
           05  FX-ACCT-ID              PIC 9(3).
           05  FX-OLD-ACCT-NO          PIC 9(9).
           05  FX-NEW-ACCT-NO          PIC 9(9).
           05  FX-START-DATE           PIC 9(7).
           05  FX-EXPIRY-DATE          PIC 9(7).
           05  FX-OPER-ID              PIC 9(5).
           05  FILLER                  PIC X(8).
