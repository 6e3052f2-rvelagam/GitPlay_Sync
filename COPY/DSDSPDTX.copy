004500     02  PDH-DATE-CLOSED     PIC S9(7)                   COMP-3.  00450003
004600     02  PDH-PREPAID-CARD-SW PIC X.                               00460004
004605             88  PDH-PREPAID-CARD        VALUE 'Y'.               00461005
004606     02  PDH-LANG-PREF       PIC X.                               00460606
004607             88  PDH-LANG-SPANISH        VALUE 'S'.               00460706
004610     02  PDH-FILLER3         PIC X(145).                          00461006
004700                                                                  00470000
004800*                                 TX CODE                         00480000
004900*        HEADER TYPE           (CYC)   (SPEC)   SORT KEY          00490000
