      *================================================================*
      * TAX LOT RELIEF ELECTION RECORD - COBridge Example
      * The account's standing instruction for which lots a sale
      * relieves, kept by LOTEMNT. An account with no row here is
      * FIFO. Under specific identification the sell allocation
      * names the lot (ST-ALLOC-LOT-ID); shares the named lot
      * cannot cover fall back to FIFO.
      *================================================================*
       01  LOT-ELECTION-RECORD.
           05  LE-ACCT-NUMBER            PIC X(12).
           05  LE-METHOD                 PIC X(1).
               88  LE-FIFO                   VALUE 'F'.
               88  LE-HIGHEST-COST           VALUE 'H'.
               88  LE-SPECIFIC-LOT           VALUE 'S'.
           05  LE-CHANGED-BY             PIC 9(8).
           05  LE-CHANGED-DATE           PIC 9(8).
