               88  ACCTR-CODE-SUBPOENA-HOLD      VALUE 104.
               88  ACCTR-CODE-CREDIT-DISPUTE     VALUE 105.
               88  ACCTR-CODE-ONBOARD-RESTRICT   VALUE 106.
               88  ACCTR-CODE-UTMA-MAJORITY      VALUE 107.
               88  ACCTR-CODE-REGULATORY         VALUE 101 102 103
                                                        104.
           10  ACCTR-REMARKS-X.
