      *================================================================*
      * FORM 1099-MISC / 1099-NEC EXTRACT RECORD - COBridge Example
      * One row per payee and form with reportable check payments
      * in the tax year, built by TAX1099M from the check issuance
      * table and the payee TIN file: medical payments (MISC box 6)
      * and attorney gross proceeds (MISC box 10) on a MISC row,
      * nonemployee compensation (NEC box 1) on a NEC row, each at
      * or over its reporting threshold. FIRE1099 run with TYPE=M
      * formats the MISC rows, and with TYPE=N the NEC rows, into
      * the Pub 1220 transmission the way it does 1099-INT.
      *================================================================*
       01  TAX-1099-MISC-RECORD.
           05  T1099M-TAX-YEAR           PIC 9(4).
           05  T1099M-FORM               PIC X(4).
               88  T1099M-MISC               VALUE 'MISC'.
               88  T1099M-NEC                VALUE 'NEC '.
           05  T1099M-PAYEE-ID           PIC X(10).
           05  T1099M-PAYEE-NAME         PIC X(40).
           05  T1099M-TIN                PIC X(9).
           05  T1099M-TIN-TYPE           PIC X(1).
           05  T1099M-STREET             PIC X(40).
           05  T1099M-CITY               PIC X(25).
           05  T1099M-STATE              PIC X(2).
           05  T1099M-ZIP                PIC X(10).
           05  T1099M-MEDICAL            PIC S9(11)V99 COMP-3.
           05  T1099M-ATTORNEY           PIC S9(11)V99 COMP-3.
           05  T1099M-NONEMPLOYEE        PIC S9(11)V99 COMP-3.
           05  T1099M-CHECK-COUNT        PIC 9(5).
