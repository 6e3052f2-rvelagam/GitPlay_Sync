000517         88  CLW-FLD-RESUBMIT-IND       VALUE 017.                00051710
000518         88  CLW-FLD-CUST-ACT-DT        VALUE 018.                00051810
000519         88  CLW-FLD-BR-CLSN-TIED       VALUE 019.                00051910
000520         88  CLW-FLD-FEE-REFUND         VALUE 020.                00052012
000600                                                                  00060001
000700     02  CLW-OLD-INFO         PIC X(20).                          00070001
000800     02  FILLER REDEFINES CLW-OLD-INFO.                           00080001
005840     02  FILLER REDEFINES CLW-OLD-INFO.                           00584009
005850         03  CLW-OLD-BR-CLSN-TIED PIC S9(11).                     00585009
005860         03  FILLER           PIC X(09).                          00586009
005870     02  FILLER REDEFINES CLW-OLD-INFO.                           00587012
005871         03  CLW-OLD-RFND-FEE-CODE PIC 9(03).                     00587112
005872         03  CLW-OLD-RFND-FEE-DATE PIC 9(07).                     00587212
005873         03  CLW-OLD-RFND-FEE-AMT  PIC 9(07)V99.                  00587312
005874         03  CLW-OLD-RFND-FEE-SEQ  PIC 9(01).                     00587412
005900                                                                  00590001
006000     02  CLW-NEW-INFO         PIC X(20).                          00600001
006100     02  FILLER REDEFINES CLW-NEW-INFO.                           00610001
011140     02  FILLER REDEFINES CLW-NEW-INFO.                           01114009
011150         03  CLW-NEW-BR-CLSN-TIED PIC S9(11).                     01115009
011160         03  FILLER           PIC X(09).                          01116009
011170     02  FILLER REDEFINES CLW-NEW-INFO.                           01117012
011171         03  CLW-NEW-RFND-AMT     PIC 9(07)V99.                   01117112
011172         03  CLW-NEW-RFND-REASON  PIC X(02).                      01117212
011173         03  CLW-NEW-RFND-BRANCH  PIC 9(04).                      01117312
011174         03  FILLER           PIC X(05).                          01117412
011200                                                                  01120001
011300     02  CLW-EXTRACT-IND      PIC X.                              01130001
011310     02  CLW-REQUEST-OPER     PIC 9(5).                           01131011
