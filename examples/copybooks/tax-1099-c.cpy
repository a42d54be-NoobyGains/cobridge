      *================================================================*
      * FORM 1099-C EXTRACT RECORD - COBridge Example
      * One row per cancelled debt reported for the tax year, built
      * by TAX1099C from the charge-off register: the borrower and
      * TIN off the mortgage master or consumer servicing record,
      * the identifiable event (code and date), the debt discharged
      * (box 2) and the interest included in it (box 3), with the
      * principal part carried apart. FIRE1099 run with TYPE=C
      * formats the rows into the Pub 1220 transmission the way it
      * does the other information returns.
      *================================================================*
       01  TAX-1099-C-RECORD.
           05  T1099C-TAX-YEAR           PIC 9(4).
           05  T1099C-LOAN-NUMBER        PIC X(20).
           05  T1099C-BOOK               PIC X(1).
               88  T1099C-MORTGAGE           VALUE 'M'.
               88  T1099C-CONSUMER           VALUE 'C'.
           05  T1099C-DEBTOR-NAME        PIC X(40).
           05  T1099C-TIN                PIC X(9).
           05  T1099C-STREET             PIC X(40).
           05  T1099C-CITY               PIC X(25).
           05  T1099C-STATE              PIC X(2).
           05  T1099C-ZIP                PIC X(10).
      * box 6 identifiable event: F by agreement (a settlement),
      * G decision or policy to discontinue collection (charge-off)
           05  T1099C-EVENT-CODE         PIC X(1).
               88  T1099C-BY-AGREEMENT       VALUE 'F'.
               88  T1099C-COLLECTION-ENDED   VALUE 'G'.
           05  T1099C-EVENT-DATE         PIC 9(8).
           05  T1099C-DEBT-DISCHARGED    PIC S9(11)V99 COMP-3.
           05  T1099C-PRINCIPAL          PIC S9(11)V99 COMP-3.
           05  T1099C-INTEREST           PIC S9(11)V99 COMP-3.
           05  T1099C-DEBT-DESC          PIC X(39).
