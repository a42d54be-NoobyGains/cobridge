      *================================================================*
      * MOBILE REMOTE DEPOSIT CAPTURE ITEM - COBridge Example
      * One row per check item on the RDC vendor's deposit file, as
      * keyed by back-office staff from the vendor's image queue:
      * the deposit it belongs to, the account it is for, the MICR
      * line read off the image and the amount keyed. RDCINTK
      * limits, de-duplicates and posts each item.
      *================================================================*
       01  RDC-DEPOSIT-ITEM.
           05  RDC-DEPOSIT-ID            PIC X(16).
           05  RDC-ITEM-SEQ              PIC 9(3).
           05  RDC-CAPTURE-DATE          PIC 9(8).
           05  RDC-CAPTURE-TIME          PIC 9(6).
           05  RDC-ACCT-NUMBER           PIC X(12).
           05  RDC-MICR.
               10  RDC-MICR-ROUTING      PIC X(9).
               10  RDC-MICR-ACCOUNT      PIC X(17).
               10  RDC-MICR-SERIAL       PIC X(10).
           05  RDC-AMOUNT                PIC 9(9)V99.
      * the operator who keyed the item from the image
           05  RDC-KEYED-BY              PIC 9(8).
      * the image shows the "for mobile deposit only" restrictive
      * endorsement under the payee's signature
           05  RDC-ENDORSED              PIC X(1).
               88  RDC-ENDORSEMENT-OK        VALUE 'Y'.
