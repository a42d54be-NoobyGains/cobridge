      *================================================================*
      * CHEXSYSTEMS REPORTED ACCOUNT RECORD - COBridge Example
      * One row per deposit account closed for cause and reported to
      * ChexSystems, keyed by account number, with the owner's
      * customer id and SSN as alternate keys. DDCHGOFF adds the row
      * when it charges off an overdrawn account and updates the
      * balance owed as recoveries come in, marking it paid once the
      * charge-off is recovered in full. CHEXEXTR sends ChexSystems
      * every row waiting to go - a new report or a paid update -
      * and stamps it sent. ACCTOPEN reads the same file by SSN and
      * will not board an account for anyone with an unpaid row.
      *================================================================*
       01  CHEX-REPORT-RECORD.
           05  CHX-ACCT-NUMBER           PIC X(12).
           05  CHX-CUST-ID               PIC 9(10).
           05  CHX-SSN                   PIC X(11).
           05  CHX-LAST-NAME             PIC X(30).
           05  CHX-FIRST-NAME            PIC X(30).
           05  CHX-DATE-OF-BIRTH         PIC 9(8).
           05  CHX-REASON                PIC X(2).
               88  CHX-OVERDRAFT-CHARGED-OFF VALUE 'OD'.
           05  CHX-ACCT-OPEN-DATE        PIC 9(8).
           05  CHX-CLOSE-DATE            PIC 9(8).
           05  CHX-CHARGED-OFF-AMT       PIC S9(13)V99 COMP-3.
           05  CHX-BALANCE-OWED          PIC S9(13)V99 COMP-3.
           05  CHX-STATUS                PIC X(1).
               88  CHX-UNPAID                VALUE 'U'.
               88  CHX-PAID                  VALUE 'P'.
           05  CHX-REPORTED-DATE         PIC 9(8).
           05  CHX-PAID-DATE             PIC 9(8).
      * what the next extract must send: N the new report, P the
      * paid update; space once sent
           05  CHX-SEND-ACTION           PIC X(1).
               88  CHX-SEND-NEW              VALUE 'N'.
               88  CHX-SEND-PAID             VALUE 'P'.
               88  CHX-NOTHING-TO-SEND       VALUE ' '.
           05  CHX-LAST-SENT-DATE        PIC 9(8).
