      *================================================================*
      * UTMA RETITLING QUEUE RECORD - COBridge Example
      * One row per custodial (UTMA) account whose minor has reached
      * the termination age, keyed by account number. UTMAMAT queues
      * it on the date with the minor and the custodian to be taken
      * off; the account services desk retitles the account to the
      * minor and removes the custodian through SIGMAINT, and the
      * next UTMAMAT run marks the row done once the account no
      * longer shows custodial.
      *================================================================*
       01  UTMA-RETITLE-RECORD.
           05  URT-ACCT-NUMBER           PIC X(12).
           05  URT-STATUS                PIC X(1).
               88  URT-OPEN                  VALUE 'O'.
               88  URT-DONE                  VALUE 'D'.
           05  URT-MINOR-CUST-ID         PIC 9(10).
           05  URT-MINOR-NAME            PIC X(60).
           05  URT-CUSTODIAN-ID          PIC 9(10).
           05  URT-CUSTODIAN-NAME        PIC X(30).
           05  URT-TERM-AGE              PIC 9(2).
           05  URT-TERM-DATE             PIC 9(8).
           05  URT-QUEUED-DATE           PIC 9(8).
           05  URT-DONE-DATE             PIC 9(8).
           05  FILLER                    PIC X(20).
