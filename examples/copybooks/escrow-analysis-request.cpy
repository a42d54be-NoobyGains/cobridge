      *================================================================*
      * OFF-CYCLE ESCROW ANALYSIS REQUEST - COBridge Example
      * One row per loan whose escrow needs analysing before its
      * annual date - written by TAXBILL when a tax bill raises the
      * loan's tax escrow significantly - and read by MTGESCRW when
      * it runs with PARM OFFCYCLE. Framed by the standard FHT
      * header and trailer (count of requests).
      *================================================================*
       01  ESCROW-ANALYSIS-REQUEST.
           05  EAR-RECORD-TYPE           PIC X(2).
               88  EAR-REQUEST-ROW           VALUE 'RQ'.
           05  EAR-LOAN-NUMBER           PIC X(20).
           05  EAR-REQUEST-DATE          PIC 9(8).
           05  EAR-REASON                PIC X(20).
           05  EAR-OLD-TAX-AMOUNT        PIC 9(7)V99.
           05  EAR-NEW-TAX-AMOUNT        PIC 9(7)V99.
