              88  DEP-REF-SOURCE-MOBILE        VALUE 'MOBILE'.
              88  DEP-REF-SOURCE-TELLER        VALUE 'TELLER'.
              88  DEP-REF-SOURCE-ATM           VALUE 'ATM'.
              88  DEP-REF-SOURCE-LEGAL         VALUE 'LEGAL'.
              88  DEP-REF-SOURCE-SCAN          VALUE 'SCAN'.
              88  DEP-REF-SOURCE-VALID         VALUE 'WIRE' 'ACH'
                                                     'MOBILE' 'TELLER'
                                                     'ATM' 'LEGAL'
                                                     'SCAN'.
      *    *************************************************************
           10 DEP-REFERENCE-ID.
              49 DEP-REFERENCE-ID-LEN
