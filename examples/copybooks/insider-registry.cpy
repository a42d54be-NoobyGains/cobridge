      *================================================================*
      * REGULATION O INSIDER REGISTRY - COBridge Example
      * One row per customer who is an insider of the bank - an
      * executive officer, a director or a principal shareholder -
      * or a related interest of one (a company the insider
      * controls, a political or campaign committee), keyed by
      * CUST-ID. A related interest names the insider it belongs
      * to, and REGOQTR rolls its credit into that insider's
      * aggregate. The TIN lets the mortgage book, which carries
      * only the borrower SSN, be matched. Maintained by INSDMNT;
      * read by REGOQTR each quarter and by LOANBORD at boarding.
      *================================================================*
       01  INSIDER-REGISTRY-RECORD.
           05  INS-CUST-ID               PIC 9(10).
           05  INS-NAME                  PIC X(40).
           05  INS-TIN                   PIC 9(9).
           05  INS-TYPE                  PIC X(1).
               88  INS-EXEC-OFFICER          VALUE 'E'.
               88  INS-DIRECTOR              VALUE 'D'.
               88  INS-PRINCIPAL-HOLDER      VALUE 'P'.
               88  INS-RELATED-INTEREST      VALUE 'R'.
               88  INS-VALID-TYPE            VALUE 'E' 'D' 'P' 'R'.
      * the insider a related interest belongs to; zero on an
      * insider's own row
           05  INS-RELATED-TO            PIC 9(10).
           05  INS-TITLE                 PIC X(30).
           05  INS-START-DATE            PIC 9(8).
      * the day the person left the role or the interest was
      * severed; zero while the row stands
           05  INS-END-DATE              PIC 9(8).
           05  INS-CHANGED-BY            PIC 9(8).
           05  INS-CHANGED-DATE          PIC 9(8).
