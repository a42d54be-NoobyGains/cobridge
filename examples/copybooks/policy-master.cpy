      * policy must exist, carry the coverage type matching the
      * ICR-CLAIM-TYPE, and be in force on the incident date - and
      * the approved amount plus prior payments may not exceed the
      * coverage limit without an authorized override. PREMBILL
      * bills the premium on the policy's billing mode, takes the
      * payments, lapses a policy left unpaid past its grace period
      * and renews it at expiry once the renewal offer is out.
      *================================================================*
       01  POLICY-MASTER-RECORD.
           05  PM-POLICY-NUMBER          PIC X(15).
               88  PM-IN-FORCE               VALUE 'I'.
               88  PM-LAPSED                 VALUE 'L'.
               88  PM-CANCELLED              VALUE 'X'.
      * premium billing kept by PREMBILL: the premium and how often
      * it is billed, the next installment's due date, what is
      * billed and unpaid (a credit when negative), the deposit
      * account an enrolled policy is auto-debited from, and the
      * notices already sent. A lapse takes effect at the end of
      * the grace period, PM-LAPSE-DATE - a claim dated after it is
      * refused, one dated before it is not. A policy whose owner
      * has declined renewal is marked here and runs off at expiry.
           05  PM-BILLING.
               10  PM-BILLING-MODE       PIC X(1).
                   88  PM-BILL-MONTHLY       VALUE 'M'.
                   88  PM-BILL-QUARTERLY     VALUE 'Q'.
                   88  PM-BILL-SEMIANNUAL    VALUE 'S'.
                   88  PM-BILL-ANNUAL        VALUE 'A'.
               10  PM-ANNUAL-PREMIUM     PIC S9(9)V99 COMP-3.
               10  PM-PREMIUM-DUE-DATE   PIC 9(8).
               10  PM-PREMIUM-BALANCE    PIC S9(9)V99 COMP-3.
               10  PM-DEPOSIT-ACCT       PIC X(12).
               10  PM-LAST-PAID-DATE     PIC 9(8).
               10  PM-INVOICE-DATE       PIC 9(8).
               10  PM-GRACE-NOTICE-DATE  PIC 9(8).
               10  PM-LAPSE-DATE         PIC 9(8).
           05  PM-RENEWAL.
               10  PM-RENEWAL-STATUS     PIC X(1).
                   88  PM-RENEWAL-OFFERED    VALUE 'O'.
                   88  PM-RENEWAL-DECLINED   VALUE 'D'.
               10  PM-RENEWAL-PREMIUM    PIC S9(9)V99 COMP-3.
               10  PM-RENEWAL-OFFER-DATE PIC 9(8).
