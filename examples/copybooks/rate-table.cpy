      * change is loaded ahead of time; an account type with no rows
      * falls back to the ACCT-INT-RATE stored on the account
      * (grandfathered pricing). Maintained by RATEMNT.
      * A rate change scheduled through RATEMNT's action 'C' waits
      * on the row as the pending rate until its effective date,
      * when INTACCR starts pricing from it; the accounts it affects
      * are sent their advance notice when it is scheduled.
      *================================================================*
       01  RATE-TABLE-RECORD.
           05  RT-KEY.
           05  RT-TIER-FLOOR             PIC S9(13)V99 COMP-3.
           05  RT-RATE                   PIC 9V9(4) COMP-3.
           05  RT-EFFECTIVE-DATE         PIC 9(8).
      * the scheduled change: zero effective date when none is
      * pending; the date and count of the advance notices sent
           05  RT-PENDING-CHANGE.
               10  RT-NEW-RATE           PIC 9V9(4) COMP-3.
               10  RT-NEW-EFFECTIVE-DATE PIC 9(8).
               10  RT-NOTICE-DATE        PIC 9(8).
               10  RT-NOTICES-SENT       PIC 9(7).
