002700             15  BAI-DESC-16 PIC X(16).                           00270000
002800             15  BAI-DESC-10 PIC X(10).                           00280000
002900         10  BAI-CHK-NO      PIC S9(9)                   COMP-3.  00290007
003000         10  BAI-16-REMIT-NAME                                    00300010
003010                             PIC X(20).                           00301010
003020         10  BAI-16-REMIT-REF                                     00302010
003030                             PIC X(15).                           00303010
003040         10  BAI-16-DESC-FORMAT                                   00304010
003050                             PIC X(3).                            00305010
003060         10  BAI-16-FILLER   PIC X(9).                            00306010
003100         10  BAI-16-ACCT-ID  PIC 9(03)                   COMP-3.  00310008
003110     05  BAI-REC-88 REDEFINES BAI-INFO.                           00311000
003120         10  BAI-88-CONT-DESC                                     00312000
