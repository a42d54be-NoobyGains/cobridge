      *================================================================*
      * DEPOSITED ITEM REGISTER RECORD - COBridge Example
      * One row per check item deposited with its MICR line
      * captured, keyed by routing, account and serial as printed
      * on the item, so a second presentment of the same check is
      * found whatever channel it comes through. The latest
      * deposit of the item is kept; a row older than the
      * duplicate look-back is simply overwritten when the item
      * turns up again. The customer alternate key gives RDCINTK
      * the customer's recent mobile deposits for the limits.
      * RDIRETN stamps the date the deposit came back unpaid; a
      * returned item deposited again is a re-presentment, not a
      * duplicate.
      *================================================================*
       01  DEPOSIT-ITEM-RECORD.
           05  DI-MICR-KEY.
               10  DI-ROUTING            PIC X(9).
               10  DI-MICR-ACCOUNT       PIC X(17).
               10  DI-SERIAL             PIC X(10).
           05  DI-AMOUNT                 PIC S9(11)V99 COMP-3.
           05  DI-DEPOSIT-DATE           PIC 9(8).
           05  DI-CHANNEL                PIC X(3).
           05  DI-DEPOSIT-ACCT           PIC X(12).
           05  DI-CUST-ID                PIC 9(10).
      * the capturing channel's own item reference (RDC: deposit id
      * and item sequence), so a rerun knows its own items
           05  DI-SOURCE-REF             PIC X(20).
           05  DI-TXN-ID                 PIC X(20).
           05  DI-RETURNED-DATE          PIC 9(8).
