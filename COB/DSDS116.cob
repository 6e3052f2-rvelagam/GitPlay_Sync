      * DSDS116 is the nightly overdraft fee engine, applying the
      * whole BCF OD parameter set (see DSDSCOLE) instead of the
      * partial honoring buried in the posting black box.  OD-FILE is
      * the day's overdrawn-account extract (account, retail/
      * commercial class, overdraft amount, OD items today, and the
      * free-overdraft count already used this year), written by the
      * DSDS167 pay-or-return step; its item count already leaves out
      * ATM and POS items paid for accounts without Reg E opt-in, so
      * none of those is ever charged here.  Per account:
      *
      *  1. the minimum-OD floor (RETAIL-OD-MIN-AMT / COMM-OD-MIN-AMT)
      *     waives everything when the overdraft is under it;
