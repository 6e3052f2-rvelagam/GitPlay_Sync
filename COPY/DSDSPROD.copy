      ******************************************************************
      *                                                        COPYBOOK*
      *                                                                *
      * PURPOSE: DEPOSIT PRODUCT DEFINITION MASTER RECORD              *
      *                                                                *
      * LENGTH OF COPYBOOK: 200                                        *
      *                                                                *
      * USAGE: ONE RECORD PER BANK, PRODUCT CODE AND EFFECTIVE DATE ON *
      *        PRODMAST.  THE DEFINITION IN EFFECT ON A DATE IS THE    *
      *        ONE WITH THE LATEST PD-EFF-DATE NOT AFTER IT, SO A      *
      *        CHANGE IS KEYED AHEAD AS A NEW RECORD.  THE NEW-ACCOUNT *
      *        DEFAULTING SERVICE (DSDS212) SETS UP THE NEW-ACCOUNT    *
      *        EDIT'S (DSDS158) ACCOUNTS FROM IT, DERIVING A MISSING   *
      *        PRODUCT CODE FROM THE DEFAULT ACCT-ID, AND THE NIGHTLY  *
      *        CONFORMANCE REPORT (DSDS213) HOLDS EXISTING ACCOUNTS    *
      *        (NAH-PRODUCT-CODE, SEE DSDSODB) TO                      *
      *        IT.  PD-ACCT-ID LISTS THE ACCT-ID-CODE VALUES THE       *
      *        PRODUCT MAY BE OPENED UNDER, THE FIRST THE DEFAULT.     *
      *        PD-SETTING 1-7, VALUES LEFT-JUSTIFIED IN TWO BYTES:     *
      *          1 NAH-SC-ROUTINE       2 EARN ROUTINE (EARNASGN,      *
      *          3 PDH-STMT-CYCLE-CODE    00 NON-INTEREST-BEARING)     *
      *          4 NAH-ODB-PLAN         5 NAH-STMT-IMAGE-IND           *
      *          6 NAH-IMAGES-PER-PAGE  7 NAH-ESTATEMENT               *
      *        THE DEFAULT IS ALWAYS ALLOWED; PD-SET-ALLOWED ADDS      *
      *        OTHERS, SPACES ENDING THE LIST.  '--' ALLOWS A BLANK    *
      *        SETTING AND '**' ANY VALUE.  PD-STATUS W WITHDRAWS THE  *
      *        PRODUCT FROM SALE: NO NEW ACCOUNTS, EXISTING ONES STILL *
      *        HELD TO IT.  DATES YYYYDDD.                             *
      ******************************************************************
       01  DEPOSIT-PRODUCT-REC.
           05  PD-BANK-NO              PIC 99.
           05  PD-PRODUCT-CODE         PIC X(4).
           05  PD-EFF-DATE             PIC 9(7).
           05  PD-STATUS               PIC X.
               88  PD-ACTIVE                          VALUE 'A' ' '.
               88  PD-WITHDRAWN                       VALUE 'W'.
           05  PD-DESCRIPTION          PIC X(30).
           05  PD-ACCT-ID              PIC 9(3)       OCCURS 6 TIMES.
           05  PD-SETTING-AREA.
               10  PD-SETTING          OCCURS 7 TIMES.
                   15  PD-SET-DEFAULT  PIC X(2).
                   15  PD-SET-ALLOWED  PIC X(2)       OCCURS 6 TIMES.
           05  PD-SETTING-NAMES REDEFINES PD-SETTING-AREA.
               10  PD-SC-ROUTINE-DFLT  PIC 99.
               10  FILLER              PIC X(12).
               10  PD-EARN-RTN-DFLT    PIC 99.
               10  FILLER              PIC X(12).
               10  PD-STMT-CYCLE-DFLT  PIC 99.
               10  FILLER              PIC X(12).
               10  PD-ODB-PLAN-DFLT    PIC XX.
               10  FILLER              PIC X(12).
               10  PD-IMAGE-IND-DFLT   PIC X.
               10  FILLER              PIC X(13).
               10  PD-IMAGES-PP-DFLT   PIC 99.
               10  FILLER              PIC X(12).
               10  PD-ESTATEMENT-DFLT  PIC X.
               10  FILLER              PIC X(13).
           05  PD-ENTERED-OPER         PIC 9(5).
           05  PD-ENTERED-DATE         PIC 9(7).
           05  FILLER                  PIC X(28).
