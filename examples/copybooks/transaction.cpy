               88  TXN-FAIL-STOPPED      VALUE 'SP'.
               88  TXN-FAIL-REGD         VALUE 'RD'.
               88  TXN-FAIL-RESTRICTED   VALUE 'RS'.
               88  TXN-FAIL-DUPLICATE    VALUE 'DP'.
               88  TXN-FAIL-OTHER        VALUE 'OT'.
