      *================================================================*
      * CARD FRAUD CALLBACK CASE RECORD - COBridge Example
      * One row per authorization ISOSWTCH approved with a fraud
      * score in the callback band, keyed by PAN, business date and
      * the message's trace number. Carries the score, the rules
      * that fired and the transaction details the fraud analyst
      * reads back to the cardholder. The analyst works it through
      * CFCWORK: confirmed genuine, no contact, or confirmed fraud
      * (which blocks the card on the hot-card file).
      *================================================================*
       01  CARD-FRAUD-CASE-RECORD.
           05  CFC-KEY.
               10  CFC-PAN               PIC X(19).
               10  CFC-OPEN-DATE         PIC 9(8).
               10  CFC-STAN              PIC 9(6).
           05  CFC-STATUS                PIC X(1).
               88  CFC-OPEN                  VALUE 'O'.
               88  CFC-GENUINE               VALUE 'G'.
               88  CFC-NO-CONTACT            VALUE 'N'.
               88  CFC-FRAUD                 VALUE 'F'.
           05  CFC-OPEN-TIME             PIC 9(6).
           05  CFC-SCORE                 PIC 9(3).
           05  CFC-RULES-FIRED           PIC X(40).
           05  CFC-AMOUNT-CENTS          PIC 9(12).
           05  CFC-MCC                   PIC 9(4).
           05  CFC-COUNTRY               PIC 9(3).
           05  CFC-CARD-PRESENT          PIC X(1).
           05  CFC-MERCHANT-NAME         PIC X(40).
           05  CFC-RETRIEVAL-REF         PIC X(12).
           05  CFC-ACCT-NUMBER           PIC X(12).
           05  CFC-CUST-ID               PIC 9(10).
           05  CFC-WORKED-BY             PIC 9(8).
           05  CFC-WORKED-DATE           PIC 9(8).
           05  CFC-NOTE                  PIC X(40).
