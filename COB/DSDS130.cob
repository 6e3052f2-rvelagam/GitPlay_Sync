      *    its placing operator for follow-up;
      *  - everything still active reports with its age in days.
      *
      * A legal hold (type G, see DSDS168) carries its remittance
      * date as its release date but never releases here: it comes
      * off only when DSDS168 has paid the order, so a remittance
      * that fails leaves the money held.  It stays and reports as
      * a legal hold.
      *
      * The surviving holds rewrite to HOLDMSTO.

       ENVIRONMENT DIVISION.
           05  HM-ACCT-ID              PIC 9(3).
           05  HM-ACCT-NO              PIC 9(9).
           05  HM-HOLD-TYPE            PIC X.
               88  HM-LEGAL-HOLD                      VALUE 'G'.
           05  HM-RELEASE-DATE         PIC 9(7).
           05  HM-HOLD-AMT             PIC 9(9)V99.
           05  HM-ONLINE-OPER-ID       PIC 9(5).
           PERFORM 2100-FIND-BANK-DATE.
           IF WS-BANK-FOUND
               EVALUATE TRUE
                   WHEN HM-LEGAL-HOLD
                       PERFORM 3300-NOTE-LEGAL-HOLD
                       PERFORM 5000-KEEP-HOLD
                   WHEN HM-RELEASE-DATE = ZERO
                       PERFORM 3100-FLAG-NO-RELEASE-DATE
                       PERFORM 5000-KEEP-HOLD
       3200-CHECK-FAR-OUT-EXIT.
           EXIT.

       3300-NOTE-LEGAL-HOLD.
           PERFORM 7000-CALC-AGE.
           MOVE 'LEGAL HOLD - RELEASED ON REMITTANCE'
               TO WS-HL-TEXT.
           PERFORM 8000-PRINT-HOLD-LINE.
       3300-NOTE-LEGAL-HOLD-EXIT.
           EXIT.

       4000-RELEASE-HOLD.
           MOVE HOLD-MASTER-REC TO RE-HOLD-IMAGE.
           MOVE WS-PB-CURR-DATE (WS-PB-IDX) TO RE-RELEASED-DATE.
