      *================================================================*
      * FORM 1099-B EXTRACT RECORD - COBridge Example
      * One row per brokerage account with sales in the tax year,
      * built by TAX1099B from the tax-lot relief rows (LOTRELF):
      * total proceeds, the adjusted cost basis of the lots the
      * sales relieved, the short- and long-term gain split (wash-
      * sale disallowed losses added back), the count of lot sales
      * with a wash-sale loss disallowed and the amount disallowed.
      * FIRE1099 run with TYPE=B formats these into the Pub 1220
      * transmission the way it does 1099-INT.
      *================================================================*
       01  TAX-1099-B-RECORD.
           05  T1099B-TAX-YEAR           PIC 9(4).
           05  T1099B-ST-GAIN            PIC S9(11)V99 COMP-3.
           05  T1099B-LT-GAIN            PIC S9(11)V99 COMP-3.
           05  T1099B-WASH-COUNT         PIC 9(3).
           05  T1099B-WASH-DISALLOWED    PIC S9(11)V99 COMP-3.
