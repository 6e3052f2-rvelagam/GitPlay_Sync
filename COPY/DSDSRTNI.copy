      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: OUTBOUND RETURN ITEM RECORD                           *
      *                                                                *
      * LENGTH OF COPYBOOK: 100                                        *
      *                                                                *
      * USAGE: ONE RECORD PER PRESENTED DEBIT THE BANK IS SENDING      *
      *        BACK UNPAID -- CHECKS THROUGH THE RETURN CASH LETTER,   *
      *        ACH ENTRIES THROUGH THE RETURN BATCH.  THE DECIDING     *
      *        STEP STAMPS ITS PROGRAM ID IN RI-SOURCE SO THE RETURN   *
      *        DESK CAN TELL AN NSF RETURN FROM A POSITIVE-PAY OR      *
      *        ACH-FILTER RETURN.  RI-RETURN-REASON CARRIES THE NACHA  *
      *        RETURN CODE FOR ACH ITEMS (R01, R29 ...) AND THE CHECK  *
      *        RETURN REASON FOR CHECKS (NSF, STP, ALT, NIS ...).      *
      ******************************************************************
       01  RETURN-ITEM-REC.
           05  RI-BANK-NO              PIC 99.
           05  RI-ACCT-ID              PIC 9(3).
           05  RI-ACCT-NO              PIC 9(9).
           05  RI-TX-CODE              PIC 9(3).
           05  RI-AMOUNT               PIC 9(9)V99.
           05  RI-CHK-NO               PIC 9(11).
           05  RI-SC-TYPE              PIC 9.
           05  RI-ACH-COMPANY-ID       PIC X(10).
           05  RI-ACH-SEC              PIC X(3).
           05  RI-ACH-TRACE            PIC 9(15).
           05  RI-RETURN-REASON        PIC X(3).
           05  RI-SOURCE               PIC X(8).
           05  RI-RUN-DATE             PIC 9(7).
           05  FILLER                  PIC X(14).
