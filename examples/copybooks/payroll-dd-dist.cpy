      *================================================================*
      * PAYROLL NET-PAY DISTRIBUTION REGISTER RECORD - COBridge Example
      * One row per piece of an employee's net pay as PAYDDBLD
      * disposed of it: a direct-deposit slot posted on-us through
      * TXNPOST, a slot originated off-us on the PPD credit file, or
      * the paper check cut on the issuance table for slots still
      * held in prenote (or for a split DDVALID would not pass).
      * PDR-SLOT is zero on a check row. Anything downstream that
      * needs to say where the net went reads it back from here.
      *================================================================*
       01  PAY-DIST-RECORD.
           05  PDR-RUN-DATE              PIC 9(8).
           05  PDR-EMPLOYEE-ID           PIC 9(8).
           05  PDR-SLOT                  PIC 9(1).
           05  PDR-METHOD                PIC X(1).
               88  PDR-ON-US                 VALUE 'U'.
               88  PDR-OFF-US                VALUE 'A'.
               88  PDR-CHECK                 VALUE 'C'.
           05  PDR-ROUTING               PIC 9(9).
           05  PDR-ACCOUNT               PIC X(17).
           05  PDR-ACCT-TYPE             PIC X(1).
               88  PDR-CHECKING              VALUE 'C'.
               88  PDR-SAVINGS               VALUE 'S'.
           05  PDR-AMOUNT                PIC S9(9)V99 COMP-3.
           05  PDR-CHECK-NUMBER          PIC X(10).
      * TXNPOST transaction id for an on-us slot, ACH trace number
      * for an off-us slot
           05  PDR-REFERENCE             PIC X(20).
