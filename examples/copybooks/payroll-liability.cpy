      *================================================================*
      * PAYROLL TAX LIABILITY BY PAY DATE - COBridge Example
      * One row per PAYCALC run, appended at end of job: the pay
      * date the wages reach the employees, the run type (R regular,
      * O off-cycle), and the run's gross, federal withholding and
      * employee Social Security and Medicare withheld, and the date
      * the run itself was made (the day the master's YTD rolled).
      * The employer matches are not stored - they equal the
      * employee shares. PAY941 takes the rows run in the quarter to
      * build the semiweekly-schedule liability (Schedule B), each
      * under its pay date.
      *================================================================*
       01  PAY-LIABILITY-RECORD.
           05  PLB-PAY-DATE              PIC 9(8).
           05  PLB-RUN-TYPE              PIC X(1).
               88  PLB-REGULAR-RUN           VALUE 'R'.
               88  PLB-OFF-CYCLE-RUN         VALUE 'O'.
           05  PLB-EMPLOYEES-PAID        PIC 9(7).
           05  PLB-GROSS                 PIC S9(11)V99.
           05  PLB-FED-TAX               PIC S9(11)V99.
           05  PLB-FICA-SS               PIC S9(11)V99.
           05  PLB-FICA-MED              PIC S9(11)V99.
           05  PLB-RUN-DATE              PIC 9(8).
