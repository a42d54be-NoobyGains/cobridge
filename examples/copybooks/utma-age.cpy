      *================================================================*
      * UTMA TERMINATION AGE TABLE - COBridge Example
      * The age at which a custodianship under the Uniform Transfers
      * to Minors Act ends and the property passes to the minor, by
      * the minor's state of residence. Only the states whose act
      * ends custody before the uniform age are listed; every other
      * state takes UTA-DEFAULT-AGE. ACCTOPEN stamps the age on the
      * account at opening; UTMAMAT falls back to the table for an
      * account boarded without one.
      *================================================================*
       01  UTA-DEFAULT-AGE               PIC 9(2) VALUE 21.
       01  UTA-STATE-VALUES.
           05  FILLER                    PIC X(4) VALUE 'AK18'.
           05  FILLER                    PIC X(4) VALUE 'CA18'.
           05  FILLER                    PIC X(4) VALUE 'KY18'.
           05  FILLER                    PIC X(4) VALUE 'LA18'.
           05  FILLER                    PIC X(4) VALUE 'MI18'.
           05  FILLER                    PIC X(4) VALUE 'NV18'.
           05  FILLER                    PIC X(4) VALUE 'OK18'.
           05  FILLER                    PIC X(4) VALUE 'SD18'.
           05  FILLER                    PIC X(4) VALUE 'VA18'.
       01  UTA-STATE-TABLE REDEFINES UTA-STATE-VALUES.
           05  UTA-STATE-ENTRY           OCCURS 9 TIMES.
               10  UTA-STATE             PIC X(2).
               10  UTA-TERM-AGE          PIC 9(2).
       01  UTA-STATE-COUNT               PIC 9(2) COMP VALUE 9.
       01  UTA-IDX                       PIC 9(2) COMP.
