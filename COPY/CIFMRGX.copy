      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: CIF CUSTOMER MERGE CROSS-REFERENCE RECORD             *
      *                                                                *
      * LENGTH OF COPYBOOK: 40                                         *
      *                                                                *
      * USAGE: ONE RECORD PER CONFIRMED DECISION ON A CIFU010          *
      *        CUSTOMER DUPLICATE, ROLLED FORWARD FROM CIFMRGX TO      *
      *        CIFMRGXO BY THE DUPLICATE MATCH RUN (CIFB103).          *
      *        TYPE M: THE FROM CUSTOMER IS THE SAME PERSON AS THE TO  *
      *        CUSTOMER, THE SURVIVOR.  A SURVIVOR IS NEVER ITSELF     *
      *        MERGED, SO ONE LOOKUP GIVES THE FINAL CUSTOMER.  THE    *
      *        RELATIONSHIP EXTRACT (CIFB102), THE FDIC INSURANCE RUN  *
      *        (DSDS194) AND THE BSA CASE FILE (DSDS190) ALL CARRY A   *
      *        MERGED CUSTOMER'S ACCOUNTS UNDER ITS SURVIVOR.          *
      *        TYPE N: THE TWO CUSTOMERS WERE REVIEWED AND ARE NOT THE *
      *        SAME PERSON; THE PAIR IS NOT LISTED FOR REVIEW AGAIN.   *
      *        MX-OPER IS THE OPERATOR WHO CONFIRMED THE DECISION,     *
      *        MX-DATE THE RUN DATE IT WAS APPLIED (YYYYDDD).          *
      ******************************************************************
       01  CIF-MERGE-XREF-REC.
           05  MX-TYPE                 PIC X.
               88  MX-MERGED                          VALUE 'M'.
               88  MX-NOT-DUPLICATE                   VALUE 'N'.
           05  MX-FROM-BANK            PIC 9(3).
           05  MX-FROM-ID              PIC 9(9).
           05  MX-TO-BANK              PIC 9(3).
           05  MX-TO-ID                PIC 9(9).
           05  MX-OPER                 PIC 9(5).
           05  MX-DATE                 PIC 9(7).
           05  FILLER                  PIC X(3).
