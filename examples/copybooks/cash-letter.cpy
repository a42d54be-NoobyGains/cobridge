      *================================================================*
      * INBOUND CASH LETTER RECORD - COBridge Example
      * The forward presentment file the Federal Reserve or a
      * correspondent sends of checks drawn on our accounts, one
      * cash letter per file. Framed by the standard FHT header and
      * trailer (FHT-FILE-ID = the cash letter id, FHT-RUN-DATE =
      * the presentment business date; trailer count = item rows,
      * control total = item amounts), it carries one CI row per
      * check. CHKCLEAR balances it to the trailer before it pays
      * or returns a single item.
      *================================================================*
       01  CASH-LETTER-RECORD.
           05  CL-RECORD-TYPE            PIC X(2).
               88  CL-HEADER-ROW             VALUE 'HD'.
               88  CL-TRAILER-ROW            VALUE 'TR'.
               88  CL-ITEM-ROW               VALUE 'CI'.
           05  CL-DETAIL                 PIC X(78).
           05  CL-ITEM-DETAIL REDEFINES CL-DETAIL.
      * the presenting bank's sequence number, and its routing -
      * where a returned item goes back to
               10  CL-ITEM-SEQ           PIC 9(11).
               10  CL-PRESENTING-ROUTING PIC X(9).
      * the MICR line on-us fields: our account and the serial
               10  CL-MICR-ROUTING       PIC X(9).
               10  CL-MICR-ACCOUNT       PIC X(12).
               10  CL-MICR-SERIAL        PIC X(10).
               10  CL-AMOUNT             PIC 9(9)V99.
               10  FILLER                PIC X(16).
