           TXN-FAIL-STOPPED BY WK-TXN-FAIL-STOPPED
           TXN-FAIL-REGD BY WK-TXN-FAIL-REGD
           TXN-FAIL-RESTRICTED BY WK-TXN-FAIL-RESTRICTED
           TXN-FAIL-DUPLICATE BY WK-TXN-FAIL-DUPLICATE
           TXN-FAIL-OTHER BY WK-TXN-FAIL-OTHER.

       01  WS-GL-SOURCE           PIC X(8) VALUE "FXTELLER".
