      *================================================================*
      * CUSTOMER COMPLAINT CASE RECORD - COBridge Example
      * One row per complaint, keyed by case number, linked to the
      * customer and (where one is concerned) the account, each an
      * alternate key so every complaint of a customer or on an
      * account can be found. CMPLMNT logs and works the case;
      * CMPLRPT reports the month's volumes, root causes and
      * resolution times by product, branch and issue for the
      * examiners. The acknowledgment deadline runs in business
      * days from receipt, the resolution deadline in calendar days
      * (shorter when a regulator forwarded the complaint). A card
      * or ACH error complaint opens a Reg E dispute case through
      * DSPMAINT under the same case number.
      *================================================================*
       01  COMPLAINT-CASE-RECORD.
           05  CMP-CASE-NUMBER           PIC X(12).
           05  CMP-CUST-ID               PIC 9(10).
           05  CMP-ACCT-NUMBER           PIC X(12).
      * the account's branch, or the receiving branch when no
      * account is concerned
           05  CMP-BRANCH-ID             PIC X(4).
           05  CMP-RECEIVED-DATE         PIC 9(8).
           05  CMP-CHANNEL               PIC X(1).
               88  CMP-VIA-BRANCH            VALUE 'B'.
               88  CMP-VIA-CALL-CENTER       VALUE 'C'.
               88  CMP-VIA-REGULATOR         VALUE 'R'.
               88  CMP-VIA-WRITTEN           VALUE 'W'.
               88  CMP-VIA-ONLINE            VALUE 'O'.
               88  CMP-VALID-CHANNEL         VALUE 'B' 'C' 'R'
                                                   'W' 'O'.
           05  CMP-PRODUCT               PIC X(2).
               88  CMP-PROD-CHECKING         VALUE 'DD'.
               88  CMP-PROD-SAVINGS          VALUE 'SV'.
               88  CMP-PROD-CD               VALUE 'CD'.
               88  CMP-PROD-CARD             VALUE 'CC'.
               88  CMP-PROD-ACH              VALUE 'AC'.
               88  CMP-PROD-WIRE             VALUE 'WR'.
               88  CMP-PROD-LOAN             VALUE 'LN'.
               88  CMP-PROD-MORTGAGE         VALUE 'MG'.
               88  CMP-PROD-ONLINE           VALUE 'OB'.
               88  CMP-PROD-OTHER            VALUE 'OT'.
               88  CMP-VALID-PRODUCT         VALUE 'DD' 'SV' 'CD'
                                                   'CC' 'AC' 'WR'
                                                   'LN' 'MG' 'OB'
                                                   'OT'.
           05  CMP-ISSUE                 PIC X(2).
      * transaction errors - on a card or ACH complaint these open a
      * dispute case, the code doubling as the DSP-REASON
               88  CMP-ISSUE-UNAUTHORIZED    VALUE 'UN'.
               88  CMP-ISSUE-WRONG-AMOUNT    VALUE 'WA'.
               88  CMP-ISSUE-DUPLICATE       VALUE 'DP'.
               88  CMP-ISSUE-NOT-RECEIVED    VALUE 'NR'.
               88  CMP-TXN-ERROR             VALUE 'UN' 'WA' 'DP'
                                                   'NR'.
               88  CMP-ISSUE-FEES            VALUE 'FE'.
               88  CMP-ISSUE-SERVICE         VALUE 'SV'.
               88  CMP-ISSUE-OPEN-CLOSE      VALUE 'AO'.
               88  CMP-ISSUE-CREDIT-REPORT   VALUE 'CR'.
               88  CMP-ISSUE-LOAN-SERVICING  VALUE 'LS'.
               88  CMP-ISSUE-DISCRIMINATION  VALUE 'DC'.
               88  CMP-ISSUE-DISCLOSURE      VALUE 'DS'.
               88  CMP-ISSUE-PRIVACY         VALUE 'PR'.
               88  CMP-ISSUE-OTHER           VALUE 'OT'.
               88  CMP-VALID-ISSUE           VALUE 'UN' 'WA' 'DP'
                                                   'NR' 'FE' 'SV'
                                                   'AO' 'CR' 'LS'
                                                   'DC' 'DS' 'PR'
                                                   'OT'.
           05  CMP-UDAAP-FLAG            PIC X(1).
               88  CMP-UDAAP                 VALUE 'Y'.
           05  CMP-FAIR-LENDING-FLAG     PIC X(1).
               88  CMP-FAIR-LENDING          VALUE 'Y'.
           05  CMP-SUMMARY               PIC X(60).
      * the transaction complained of, for a transaction error
           05  CMP-TXN-ID                PIC X(20).
           05  CMP-AMOUNT                PIC S9(11)V99 COMP-3.
           05  CMP-DISPUTE-CASE-ID       PIC X(12).
           05  CMP-ACK-DUE-DATE          PIC 9(8).
           05  CMP-ACK-DATE              PIC 9(8).
           05  CMP-RESOLVE-DUE-DATE      PIC 9(8).
           05  CMP-RESOLVED-DATE         PIC 9(8).
           05  CMP-STATUS                PIC X(1).
               88  CMP-OPEN                  VALUE 'O'.
               88  CMP-ACKNOWLEDGED          VALUE 'A'.
               88  CMP-RESOLVED              VALUE 'R'.
           05  CMP-ROOT-CAUSE            PIC X(2).
               88  CMP-CAUSE-PROCESS         VALUE 'PE'.
               88  CMP-CAUSE-STAFF           VALUE 'ST'.
               88  CMP-CAUSE-SYSTEM          VALUE 'SY'.
               88  CMP-CAUSE-POLICY          VALUE 'PO'.
               88  CMP-CAUSE-THIRD-PARTY     VALUE 'TP'.
               88  CMP-CAUSE-CUSTOMER        VALUE 'CU'.
               88  CMP-CAUSE-NO-FAULT        VALUE 'NF'.
               88  CMP-VALID-CAUSE           VALUE 'PE' 'ST' 'SY'
                                                   'PO' 'TP' 'CU'
                                                   'NF'.
           05  CMP-OUTCOME               PIC X(1).
               88  CMP-FOR-CUSTOMER          VALUE 'F'.
               88  CMP-PARTLY-FOR-CUSTOMER   VALUE 'P'.
               88  CMP-FOR-BANK              VALUE 'B'.
               88  CMP-VALID-OUTCOME         VALUE 'F' 'P' 'B'.
           05  CMP-RESOLUTION-NOTE       PIC X(60).
           05  CMP-OPENED-BY             PIC 9(8).
           05  CMP-ACK-BY                PIC 9(8).
           05  CMP-RESOLVED-BY           PIC 9(8).
