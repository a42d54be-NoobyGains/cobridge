      *================================================================*
      * PAYABLE-ON-DEATH BENEFICIARY DESIGNATION RECORD - COBridge
      * Example
      * One row per deposit account carrying POD/ITF beneficiaries,
      * keyed by ACCT-NUMBER: each beneficiary's name, CUST-ID when
      * they bank here (zero otherwise) and percentage share of the
      * balance. Maintained through PODMAINT under OPAUTH's SIGN
      * function. FDICCOV attributes the designated shares to the
      * trust category per owner per beneficiary; on the owner's
      * death ACCTCLOS pays each beneficiary their share by
      * official check, and any undesignated balance goes to the
      * estate.
      *================================================================*
       01  POD-BENEFICIARY-RECORD.
           05  POD-ACCT-NUMBER           PIC X(12).
           05  POD-NUM-BENES             PIC 9(1).
           05  POD-BENE                  OCCURS 5 TIMES.
               10  POD-BENE-NAME         PIC X(30).
               10  POD-BENE-CUST-ID      PIC 9(10).
      * percent of the balance, two decimals (33.33 and so on)
               10  POD-BENE-SHARE        PIC 9(3)V99.
           05  POD-TOTAL-SHARE           PIC 9(3)V99.
           05  POD-MAINT-BY              PIC 9(8).
           05  POD-MAINT-DATE            PIC 9(8).
