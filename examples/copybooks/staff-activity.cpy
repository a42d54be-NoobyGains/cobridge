      *================================================================*
      * STAFF ACTIVITY RECORD - COBridge Example
      * One row per discretionary action an employee takes on a
      * customer's behalf that the master files do not attribute
      * to an operator: a fee waived (WIREFEE), a hold released
      * (ELDRCASE, FRDHOLD) or a signer added, changed or removed
      * (SIGMAINT), or an outbound wire released over its limits
      * or without its callback (WIRECBM). Written through
      * STAFFLOG; internal audit's monthly self-dealing review
      * (STAFFREV) reads it beside the maker/checker ids on the
      * adjustments.
      *================================================================*
       01  STAFF-ACTIVITY-RECORD.
           05  SA-DATE                   PIC 9(8).
           05  SA-TIME                   PIC 9(6).
           05  SA-PROGRAM                PIC X(8).
           05  SA-OPERATOR-ID            PIC 9(8).
           05  SA-ACTIVITY               PIC X(1).
               88  SA-FEE-WAIVER             VALUE 'W'.
               88  SA-HOLD-RELEASE           VALUE 'H'.
               88  SA-SIGNER-CHANGE          VALUE 'S'.
               88  SA-WIRE-OVERRIDE          VALUE 'V'.
      * the account acted on; spaces for a customer-level action,
      * which carries the customer id instead
           05  SA-ACCT-NUMBER            PIC X(12).
           05  SA-CUST-ID                PIC 9(10).
           05  SA-AMOUNT                 PIC S9(11)V99 COMP-3.
           05  SA-DETAIL                 PIC X(40).
