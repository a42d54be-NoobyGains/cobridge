      *================================================================*
      * ELDER EXPLOITATION CASE RECORD - COBridge Example
      * One row per case ELDRMON opens for a customer 65 or over
      * whose month departs sharply from the baseline built from
      * the transaction history, keyed by customer id plus the date
      * the case opened. Carries what the branch manager needs for
      * the trusted-contact call and, if it comes to that, the SAR
      * referral: what tripped, the baseline against this period,
      * the new payee and new signer, and the transaction ids.
      * The manager works the case through ELDRCASE - a temporary
      * hold on the customer's accounts (lifted by HOLDEXPR on its
      * expiry date, or early by the manager), a referral to the
      * BSA officer, or a close.
      *================================================================*
       01  ELDER-CASE-RECORD.
           05  EC-KEY.
               10  EC-CUST-ID            PIC 9(10).
               10  EC-OPEN-DATE          PIC 9(8).
           05  EC-STATUS                 PIC X(1).
               88  EC-OPEN                   VALUE 'O'.
               88  EC-HOLD-PLACED            VALUE 'H'.
               88  EC-HOLD-LIFTED            VALUE 'L'.
               88  EC-REFERRED               VALUE 'R'.
               88  EC-CLOSED                 VALUE 'C'.
           05  EC-CUST-AGE               PIC 9(3).
           05  EC-FLAGS.
               10  EC-FLAG-CASH          PIC X(1).
               10  EC-FLAG-OUTFLOW       PIC X(1).
               10  EC-FLAG-PAYEE         PIC X(1).
               10  EC-FLAG-SIGNER        PIC X(1).
      * baseline (monthly average out, largest cash withdrawal)
      * against the period just ended
           05  EC-BASE-MONTHS            PIC 9(2).
           05  EC-BASE-AVG-OUT           PIC S9(11)V99 COMP-3.
           05  EC-BASE-MAX-CASH          PIC S9(11)V99 COMP-3.
           05  EC-PERIOD-OUT             PIC S9(11)V99 COMP-3.
           05  EC-PERIOD-CASH            PIC S9(11)V99 COMP-3.
           05  EC-LARGEST-CASH           PIC S9(11)V99 COMP-3.
           05  EC-PAYEE-DETAIL.
               10  EC-PAYEE-KIND         PIC X(1).
                   88  EC-PAYEE-EXTERNAL     VALUE 'X'.
                   88  EC-PAYEE-WIRE         VALUE 'W'.
               10  EC-PAYEE-DATE         PIC 9(8).
               10  EC-PAYEE-NAME         PIC X(35).
           05  EC-SIGNER-DETAIL.
               10  EC-SIGNER-ID          PIC 9(10).
               10  EC-SIGNER-NAME        PIC X(30).
               10  EC-SIGNER-ACCT        PIC X(12).
               10  EC-SIGNER-DATE        PIC 9(8).
           05  EC-MANAGER-ID             PIC 9(8).
           05  EC-ACTION-DATE            PIC 9(8).
           05  EC-HOLD-EXPIRE            PIC 9(8).
           05  EC-REFER-DATE             PIC 9(8).
           05  EC-NOTE                   PIC X(40).
           05  EC-TXN-COUNT              PIC 9(2).
           05  EC-TXN-ID                 OCCURS 10 TIMES
                                         PIC X(20).
