      *================================================================*
      * PAYROLL QUARTER-END SNAPSHOT RECORD - COBridge Example
      * One row per employee per calendar quarter, keyed by employee
      * id, year and quarter, written by PAY941 at quarter end. It
      * freezes the payroll master's YTD accumulators (and the
      * wage-base-capped YTD taxable wages PAY941 derives from them)
      * as they stood when the quarter closed, so each quarter's
      * figures are the YTD at its close less the prior quarter's
      * snapshot - the fourth quarter included.
      *================================================================*
       01  PAY-QTD-SNAPSHOT-RECORD.
           05  PQS-KEY.
               10  PQS-EMPLOYEE-ID       PIC 9(8).
               10  PQS-YEAR              PIC 9(4).
               10  PQS-QUARTER           PIC 9(1).
           05  PQS-SNAP-DATE             PIC 9(8).
           05  PQS-YTD-GROSS             PIC S9(9)V99 COMP-3.
           05  PQS-YTD-WAGES             PIC S9(9)V99 COMP-3.
           05  PQS-YTD-FED-TAX           PIC S9(9)V99 COMP-3.
           05  PQS-YTD-STATE-TAX         PIC S9(7)V99 COMP-3.
           05  PQS-YTD-FICA-WAGES        PIC S9(9)V99 COMP-3.
           05  PQS-YTD-SS-WAGES          PIC S9(9)V99 COMP-3.
           05  PQS-YTD-FICA-SS           PIC S9(7)V99 COMP-3.
           05  PQS-YTD-FICA-MED          PIC S9(7)V99 COMP-3.
           05  PQS-YTD-401K              PIC S9(9)V99 COMP-3.
           05  PQS-YTD-SUI-TAXABLE       PIC S9(9)V99 COMP-3.
