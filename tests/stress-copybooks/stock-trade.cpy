             10 ST-ALLOC-QTY           PIC 9(10) COMP.
             10 ST-ALLOC-PRICE         PIC S9(7)V9(4) COMP-3.
             10 ST-ALLOC-AMOUNT        PIC S9(13)V99 COMP-3.
      * sell side: the tax lot the account names for relief when it
      * has elected specific identification (TAXLOT); blank = FIFO
             10 ST-ALLOC-LOT-ID        PIC X(12).
