009180                                   PIC X(15).                     00918020
009200         03  DSDSTXL-ACH-DISC-DATA  PIC X(02).                    00920010
009300         03  DSDSTXL-ACH-COMPANY-ID PIC X(10).                    00930010
009305         03  DSDSTXL-ATM-SURCHARGE  PIC S9(5)V99       COMP-3.    00930514
009307         03  DSDSTXL-ENTRY-OPER     PIC 9(5)           COMP-3.    00930721
009310         03  DSDSTXL-FILLER         PIC X(5).                     00931021
009311         03  DSDSTXL-REGE-SW        PIC X.                        00931111
009320         03  DSDSTXL-ATM-POST-DATE  PIC S9(7)          COMP-3.    00932011
009330         03  DSDSTXL-ATM-POST-TIME  PIC 9(05)          COMP-3.    00933013
