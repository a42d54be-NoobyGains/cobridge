      *================================================================*
      * GENERAL LEDGER BALANCE EXTRACT - COBridge Example
      * One row per ledger account and cost center, as the ledger
      * closed on GLB-BALANCE-DATE. The balance is debits less
      * credits, so a credit-normal account (deposits, payables)
      * extracts negative. GLRECON reconciles the control accounts
      * on it to the account, mortgage and loan subledgers.
      *================================================================*
       01  GL-BALANCE-RECORD.
           05  GLB-BALANCE-DATE          PIC 9(8).
           05  GLB-GL-ACCOUNT            PIC X(8).
           05  GLB-COST-CENTER           PIC X(4).
           05  GLB-BALANCE               PIC S9(13)V99 COMP-3.
