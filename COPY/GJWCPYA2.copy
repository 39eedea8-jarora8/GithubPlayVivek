              88  HOLD-REF-SOURCE-MOBILE       VALUE 'MOBILE'.
              88  HOLD-REF-SOURCE-TELLER       VALUE 'TELLER'.
              88  HOLD-REF-SOURCE-ATM          VALUE 'ATM'.
              88  HOLD-REF-SOURCE-LEGAL        VALUE 'LEGAL'.
              88  HOLD-REF-SOURCE-SCAN         VALUE 'SCAN'.
              88  HOLD-REF-SOURCE-VALID        VALUE 'WIRE' 'ACH'
                                                     'MOBILE' 'TELLER'
                                                     'ATM' 'LEGAL'
                                                     'SCAN'.
      *    *************************************************************
           10 HOLD-REFERENCE-ID.
              49 HOLD-REFERENCE-ID-LEN
