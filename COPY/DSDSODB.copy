005072             88  NAH-ESTMT-NOT-ENROLLED  VALUE 'N'.               00507211
005080     02  NAH-FREE-INT-SW         PIC X.                           00508008
005090     02  NAH-NEXT-STMT-DATE      PIC S9(07)              COMP-3.  00509009
005091     02  NAH-LANG-PREF       PIC X.                               00509112
005092             88  NAH-LANG-ENGLISH        VALUE ' ' 'E'.           00509212
005093             88  NAH-LANG-SPANISH        VALUE 'S'.               00509312
005094     02  NAH-PRODUCT-CODE    PIC X(4).                            00509413
005100     02  NAH-FILLER2         PIC X(132).                          00510013
005200                                                                  00520000
005300*                                 TX CODE                         00530000
005400*        HEADER TYPE           (CYC)   (SPEC)   SORT KEY          00540000
