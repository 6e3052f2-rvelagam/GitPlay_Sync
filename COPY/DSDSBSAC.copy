      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: BSA INVESTIGATION CASE RECORD                         *
      *                                                                *
      * LENGTH OF COPYBOOK: 200                                        *
      *                                                                *
      * USAGE: ONE RECORD PER BSA CASE, ROLLED FORWARD FROM BSACASE    *
      *        TO BSACASEO BY THE BSA CASE RUN (DSDS190).  A CASE      *
      *        GROUPS EVERY ALERT (SEE DSDSBSAA) FOR ONE CIFU010       *
      *        CUSTOMER WHILE IT IS OPEN; AN ALERT WHOSE ACCOUNT HAS   *
      *        NO CUSTOMER OPENS A CASE ON THE ACCOUNT WITH A ZERO     *
      *        CUSTOMER.  BC-SAR-DUE-DATE IS SET WHEN THE CASE OPENS,  *
      *        FROM THE FIRST ALERT'S DETECTION DATE, AND IS NOT       *
      *        MOVED BY LATER ALERTS.  CLOSED CASES STAY ON THE FILE   *
      *        AS THE RECORD OF HOW THEIR ALERTS WERE DISPOSITIONED.   *
      *        ALL DATES ARE YYYYDDD.  BC-SOURCES HOLDS ONE POSITION   *
      *        PER ALERTING RUN, SPACE WHEN IT HAS NOT ALERTED:        *
      *          1 K  DSDR321 KITING                                   *
      *          2 C  DSDR327 CTR AGGREGATION                          *
      *          3 B  DSDR332 BALANCE SWING                            *
      *          4 S  DSDR335 STRUCTURING                              *
      *          5 M  DSDR336 MONETARY INSTRUMENT                      *
      *          6 E  DSDR337 EMPLOYEE ACCOUNT                         *
      ******************************************************************
       01  BSA-CASE-REC.
           05  BC-CASE-NO              PIC 9(7).
           05  BC-STATUS               PIC X.
               88  BC-OPEN                            VALUE 'O'.
               88  BC-CLOSED                          VALUE 'C'.
           05  BC-CUST-BANK            PIC 9(3).
           05  BC-CUST-ID              PIC 9(9).
           05  BC-BANK-NO              PIC 9(3).
           05  BC-ACCT-ID              PIC 9(3).
           05  BC-ACCT-NO              PIC 9(9).
           05  BC-OPEN-DATE            PIC 9(7).
           05  BC-SAR-DUE-DATE         PIC 9(7).
           05  BC-LAST-ALERT-DATE      PIC 9(7).
           05  BC-ALERT-COUNT          PIC 9(5).
           05  BC-ALERT-AMT            PIC 9(13)V99.
           05  BC-SOURCES              PIC X(6).
           05  BC-INVESTIGATOR         PIC 9(5).
           05  BC-ASSIGN-DATE          PIC 9(7).
           05  BC-DISPOSITION          PIC X.
               88  BC-SAR-FILED                       VALUE 'S'.
               88  BC-NO-SAR                          VALUE 'N'.
           05  BC-DISP-DATE            PIC 9(7).
           05  BC-DISP-OPER            PIC 9(5).
           05  BC-SAR-REF              PIC X(14).
           05  BC-NOTE-COUNT           PIC 9(3).
           05  BC-LAST-NOTE            PIC X(45).
           05  FILLER                  PIC X(31).
