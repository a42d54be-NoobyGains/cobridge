               88  CM-REISSUED               VALUE 'R'.
               88  CM-CLOSED                 VALUE 'X'.
           05  CM-REISSUE-DATE           PIC 9(8).
      * the revolving card account (CARD-ACCOUNT-RECORD) a credit
      * card draws on; spaces on a debit card
           05  CM-CREDIT-ACCT            PIC X(12).
