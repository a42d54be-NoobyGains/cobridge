      *================================================================*
      * SIU REFERRAL RECORD - COBridge Example
      * One row per claim ICRMAINT's red-flag screening has referred
      * to the Special Investigations Unit, keyed by claim number.
      * Carries the score, the flags that fired and the claim
      * particulars the investigator starts from. While the
      * referral is open, or once SIU has confirmed fraud, ICRMAINT
      * refuses any update that carries a new payment on the claim.
      * The investigator works it through SIUWORK: released (the
      * payments flow again) or fraud confirmed. A released claim
      * that later scores higher than SIU saw is referred again.
      *================================================================*
       01  SIU-REFERRAL-RECORD.
           05  SIU-CLAIM-NUMBER          PIC X(12).
           05  SIU-STATUS                PIC X(1).
               88  SIU-OPEN                  VALUE 'O'.
               88  SIU-RELEASED              VALUE 'R'.
               88  SIU-FRAUD-CONFIRMED       VALUE 'F'.
           05  SIU-SCORE                 PIC 9(3).
           05  SIU-FLAGS-FIRED           PIC X(25).
           05  SIU-PRIOR-CLAIMS          PIC 9(3).
           05  SIU-POLICY-NUMBER         PIC X(15).
           05  SIU-CLAIM-TYPE            PIC X(2).
           05  SIU-CLAIMANT-ID           PIC 9(10).
           05  SIU-CLAIMED-AMOUNT        PIC S9(9)V99 COMP-3.
           05  SIU-REFER-DATE            PIC 9(8).
           05  SIU-REFER-USER            PIC X(8).
           05  SIU-WORKED-BY             PIC 9(8).
           05  SIU-WORKED-DATE           PIC 9(8).
           05  SIU-NOTE                  PIC X(40).
