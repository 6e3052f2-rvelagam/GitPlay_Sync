      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: CUSTOMER CASH-DAY RECORD                              *
      *                                                                *
      * LENGTH OF COPYBOOK: 50                                         *
      *                                                                *
      * USAGE: WRITTEN TO CTRCASH BY THE CTR AGGREGATION RUN (DSDR327) *
      *        ONE RECORD PER CUSTOMER PER DAY WITH CASH ACTIVITY,     *
      *        THE SAME TOTALS THE CTR LISTS ARE DRAWN FROM.  THE      *
      *        MONTHLY RISK-RATING RUN (DSDS191) READS THE MONTH'S     *
      *        FILES CONCATENATED.  CX-DATE IS YYYYDDD.  CX-LEVEL      *
      *        SAYS WHERE THE DAY FELL AGAINST THE CTR PARM:           *
      *          C  CASH IN OR OUT OVER THE REPORTING THRESHOLD        *
      *          N  UNDER IT BUT AT OR ABOVE THE NEAR-MISS FLOOR       *
      *          SPACE  BELOW THE NEAR-MISS FLOOR                      *
      ******************************************************************
       01  CUST-CASH-REC.
           05  CX-CUST-BANK            PIC 9(3).
           05  CX-CUST-ID              PIC 9(9).
           05  CX-DATE                 PIC 9(7).
           05  CX-CASH-IN              PIC 9(11)V99.
           05  CX-CASH-OUT             PIC 9(11)V99.
           05  CX-LEVEL                PIC X.
               88  CX-OVER-CTR                        VALUE 'C'.
               88  CX-NEAR-MISS                       VALUE 'N'.
           05  FILLER                  PIC X(4).
