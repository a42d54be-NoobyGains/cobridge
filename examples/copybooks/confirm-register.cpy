      *================================================================*
      * TRADE CONFIRMATION REGISTER RECORD - COBridge Example
      * One row per execution per allocation account, written by
      * TRDCONF when it issues the account's confirmation, holding
      * what was confirmed and the document reference it went out
      * under. An execution STKALLOC sends again with the account's
      * allocation changed is a correction: the confirmation on
      * file is cancelled and a rebill issued under the next
      * version, referencing it. An allocation dropped from the
      * execution (or cut to no shares) is cancelled outright.
      *================================================================*
       01  CONFIRM-REGISTER-RECORD.
           05  CR-KEY.
               10  CR-EXEC-ID            PIC X(20).
               10  CR-ACCT-NUMBER        PIC X(12).
           05  CR-VERSION                PIC 9(2).
           05  CR-STATUS                 PIC X(1).
               88  CR-ACTIVE                 VALUE 'A'.
               88  CR-CANCELLED              VALUE 'X'.
           05  CR-DOC-REF                PIC X(22).
           05  CR-CONFIRM-DATE           PIC 9(8).
           05  CR-CANCEL-DATE            PIC 9(8).
           05  CR-DELIVERY               PIC X(1).
           05  CR-SIDE                   PIC X(1).
           05  CR-SYMBOL                 PIC X(8).
           05  CR-CUSIP                  PIC X(9).
           05  CR-TRADE-DATE             PIC 9(8).
           05  CR-SETTLE-DATE            PIC 9(8).
           05  CR-QUANTITY               PIC S9(10) COMP-3.
           05  CR-PRICE                  PIC S9(7)V9(4) COMP-3.
           05  CR-GROSS-AMOUNT           PIC S9(13)V99 COMP-3.
           05  CR-COMMISSION             PIC S9(7)V99 COMP-3.
           05  CR-FEES                   PIC S9(7)V99 COMP-3.
           05  CR-NET-AMOUNT             PIC S9(13)V99 COMP-3.
