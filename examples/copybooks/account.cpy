                       88  HOLD-REASON-FRAUD     VALUE 'FR'.
                       88  HOLD-REASON-NSF       VALUE 'NS'.
                       88  HOLD-REASON-ADMIN     VALUE 'AD'.
                       88  HOLD-REASON-DECEASED  VALUE 'DC'.
                       88  HOLD-REASON-ELDER     VALUE 'EX'.
                   15  ACCT-HOLD-PLACED-BY   PIC 9(8).
                   15  ACCT-HOLD-PLACED-DATE PIC 9(8).
                   15  ACCT-HOLD-EXPIRE-DATE PIC 9(8).
      * the branch that opened the account (ACCTOPEN), off the
      * branch reference file
           05  ACCT-BRANCH-ID           PIC X(4).
      * date of death of the sole owner, stamped by DECEDENT
      * when the death is notified (zero otherwise); federal benefit
      * credits effective after it are parked by ACHPOST for return
           05  ACCT-OWNER-DOD           PIC 9(8).
      * custodial (UTMA) ownership: ACCT-OWNER-ID is the minor - the
      * beneficial owner and the TIN of record - and the custodian
      * sits on the signatories as the SIGNER-AUTHORIZED. ACCTOPEN
      * stamps the termination age off the minor's state of
      * residence; UTMAMAT notifies ahead of it and, on the date,
      * queues the account for retitling to the minor
           05  ACCT-CUSTODIAL-DETAIL.
               10  ACCT-OWNERSHIP-TYPE  PIC X(1).
                   88  ACCT-CUSTODIAL       VALUE 'U'.
               10  ACCT-UTMA-TERM-AGE   PIC 9(2).
               10  ACCT-UTMA-STATUS     PIC X(1).
                   88  UTMA-IN-CUSTODY      VALUE ' ' 'A'.
                   88  UTMA-NOTICE-SENT     VALUE 'N'.
                   88  UTMA-RETITLE-QUEUED  VALUE 'Q'.
