013400                             PIC X.                               01340027
013500             04  HOLD-ESI-ELECTRONIC                              01350027
013600                             PIC X.                               01360027
013610         03  HOLD-REL-WAIVER.                                     01361028
013620             04  HOLD-REL-WAIVE-TIER                              01362028
013630                             PIC XX.                              01363028
013640             04  HOLD-REL-WAIVE-REASON                            01364028
013650                             PIC X.                               01365028
013660                 88  REL-WAIVE-NONE              VALUE SPACE.     01366028
013670                 88  REL-WAIVE-RELATIONSHIP      VALUE 'R'.       01367028
013700         03  MISC-ITEMS-FILLER                                    01370028
013800                             PIC X(6)        VALUE SPACES.        01380028
013900         03  HOLD-DISP       PIC X           VALUE SPACE.         01390000
014000         03  HOLD-NC-DISP    PIC 9           VALUE ZERO.          01400000
014100         03  HOLD-EARN-DISP  PIC X           VALUE SPACE.         01410000
