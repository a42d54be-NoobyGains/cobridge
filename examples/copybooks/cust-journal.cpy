      *================================================================*
      * CUSTOMER MASTER JOURNAL RECORD - COBridge Example
      * One before-image/after-image pair per customer master
      * rewrite made through CUSTMNT, written by CUSTJRNL the way
      * JRNLWRT journals the account master: who changed the
      * record, who approved it where approval is required, and
      * what it looked like either side of the change. Kept apart
      * from the account journal, whose images the replication and
      * reconstruction jobs replay onto the account master.
      *================================================================*
       01  CUST-JOURNAL-RECORD.
           05  CJR-IMAGE-TYPE            PIC X(1).
               88  CJR-BEFORE-IMAGE          VALUE 'B'.
               88  CJR-AFTER-IMAGE           VALUE 'A'.
           05  CJR-PROGRAM               PIC X(8).
           05  CJR-DATE                  PIC 9(8).
           05  CJR-TIME                  PIC 9(6).
           05  CJR-CUST-ID               PIC 9(10).
           05  CJR-OPERATOR-ID           PIC 9(8).
           05  CJR-APPROVER-ID           PIC 9(8).
           05  CJR-IMAGE                 PIC X(500).
