      *================================================================*
      * EARNINGS STATEMENT YTD RECORD - COBridge Example
      * One row per employee per calendar year, keyed by employee id
      * plus year, kept by PAYSTUB for the pay-stub lines the payroll
      * master carries no YTD accumulator for (hours, local tax, the
      * employer 401(k) match and the benefit and voluntary
      * deductions). Each PAYSTUB run adds the period's figures as
      * they were actually taken; the master's own PR-YTD-* fields
      * remain the YTD for gross, federal, state, FICA, 401(k) and
      * net.
      *================================================================*
       01  PAY-STUB-YTD-RECORD.
           05  PSY-KEY.
               10  PSY-EMPLOYEE-ID       PIC 9(8).
               10  PSY-YEAR              PIC 9(4).
           05  PSY-LAST-RUN-DATE         PIC 9(8).
           05  PSY-REGULAR-HOURS         PIC 9(5)V99 COMP-3.
           05  PSY-OT-HOURS              PIC 9(5)V99 COMP-3.
           05  PSY-LOCAL-TAX             PIC S9(7)V99 COMP-3.
           05  PSY-401K-EMPLOYER         PIC S9(9)V99 COMP-3.
           05  PSY-HEALTH-INS            PIC S9(7)V99 COMP-3.
           05  PSY-DENTAL-INS            PIC S9(7)V99 COMP-3.
           05  PSY-VISION-INS            PIC S9(7)V99 COMP-3.
           05  PSY-LIFE-INS              PIC S9(7)V99 COMP-3.
           05  PSY-HSA-AMOUNT            PIC S9(7)V99 COMP-3.
           05  PSY-UNION-DUES            PIC S9(7)V99 COMP-3.
           05  PSY-GARNISHMENT           PIC S9(9)V99 COMP-3.
           05  PSY-OTHER-DEDUCT          PIC S9(7)V99 COMP-3.
           05  PSY-TOTAL-DEDUCTIONS      PIC S9(9)V99 COMP-3.
