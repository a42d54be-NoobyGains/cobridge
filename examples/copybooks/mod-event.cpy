      * loan record itself is modified in place, never retired and
      * re-keyed. A trial-period plan is tracked on the same row
      * until its required payments are made and the modification
      * goes permanent. A forbearance plan is a row of its own
      * (type F) with the date the plan runs through; the terms
      * are unchanged.
      *================================================================*
       01  MOD-EVENT-RECORD.
           05  MOD-KEY.
               88  MOD-TERM-EXTENSION        VALUE 'T'.
               88  MOD-PRINCIPAL-DEFER       VALUE 'D'.
               88  MOD-COMBINATION           VALUE 'C'.
               88  MOD-FORBEARANCE           VALUE 'F'.
           05  MOD-STATUS                PIC X(1).
               88  MOD-TRIAL                 VALUE 'T'.
               88  MOD-PERMANENT             VALUE 'P'.
           05  MOD-EFFECTIVE-DATE        PIC 9(8).
           05  MOD-APPROVED-BY           PIC 9(8).
           05  MOD-EVENT-DATE            PIC 9(8).
           05  MOD-FORBEAR-END-DATE      PIC 9(8).
