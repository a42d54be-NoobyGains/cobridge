      *================================================================*
      * NCOA CHANGE-OF-ADDRESS RECORD - COBridge Example
      * One row per customer the postal vendor's monthly NCOA pass
      * matched to a filed change of address. The vendor returns our
      * customer id as the match key, the ZIP it matched against,
      * and either the new address or a moved-left-no-address
      * result. NCOAUPD applies it to the customer master.
      *================================================================*
       01  NCOA-CHANGE-RECORD.
           05  NCOA-CUST-ID              PIC 9(10).
           05  NCOA-MATCH-TYPE           PIC X(1).
               88  NCOA-INDIVIDUAL-MOVE      VALUE 'I'.
               88  NCOA-FAMILY-MOVE          VALUE 'F'.
               88  NCOA-BUSINESS-MOVE        VALUE 'B'.
           05  NCOA-ACTION               PIC X(1).
               88  NCOA-NEW-ADDRESS          VALUE 'A'.
               88  NCOA-NO-FORWARD           VALUE 'N'.
           05  NCOA-MOVE-DATE            PIC 9(8).
           05  NCOA-OLD-ZIP              PIC X(10).
           05  NCOA-NEW-ADDRESS-DATA.
               10  NCOA-NEW-STREET       PIC X(40).
               10  NCOA-NEW-CITY         PIC X(25).
               10  NCOA-NEW-STATE        PIC X(2).
               10  NCOA-NEW-ZIP          PIC X(10).
