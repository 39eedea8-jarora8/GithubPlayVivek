      * FLIPS TO Y AND PAYS LIVE.  A RETURNED DISBURSEMENT ENTRY
      * FLIPS THE METHOD BACK TO C SO THE NEXT CYCLE FALLS BACK TO
      * A CHECK.  CD INTEREST POSTAGE STOPS BEING PURE COST.
      * METHOD T = TRANSFER A MATURITY PAYOUT TO THE IN-HOUSE DEPOSIT
      * ACCOUNT IN EXT_ACCT (CDB508 CREDITS IT THROUGH DSDS.PEND);
      * INTEREST UNDER A TRANSFER ELECTION STILL PAYS BY CHECK.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CD.DISBOPT                         *
      ******************************************************************
           10 CDD-METHOD           PIC X(1).
               88  CDD-METHOD-CHECK             VALUE 'C'.
               88  CDD-METHOD-ACH               VALUE 'A'.
               88  CDD-METHOD-TRANSFER          VALUE 'T'.
           10 CDD-RTN              PIC S9(9)V USAGE COMP-3.
           10 CDD-EXT-ACCT         PIC X(17).
           10 CDD-PRENOTE          PIC X(1).
