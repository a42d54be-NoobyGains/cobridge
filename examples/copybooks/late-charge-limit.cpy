      *================================================================*
      * MORTGAGE LATE CHARGE LIMIT RECORD - COBridge Example
      * The most a mortgage late charge may be, keyed by the kind of
      * limit and its code: 'S' plus the property state for a state
      * statute, 'I' plus the investor code for an investor's
      * servicing guide. Each row caps the charge as a percent of
      * the P&I installment, a dollar amount, or both (zero leaves
      * that cap off). MTGLATE charges the note's percent, held to
      * the lowest of the state and investor caps that apply.
      * Maintained by LCLMNT.
      *================================================================*
       01  LATE-CHARGE-LIMIT-RECORD.
           05  LCL-KEY.
               10  LCL-LIMIT-TYPE        PIC X(1).
                   88  LCL-STATE-LIMIT       VALUE 'S'.
                   88  LCL-INVESTOR-LIMIT    VALUE 'I'.
                   88  LCL-VALID-TYPE        VALUE 'S' 'I'.
               10  LCL-LIMIT-CODE        PIC X(5).
           05  LCL-MAX-PERCENT           PIC 9V9(4).
           05  LCL-MAX-AMOUNT            PIC 9(5)V99.
           05  LCL-CHANGED-DATE          PIC 9(8).
