      ******************************************************************
      * DCLGEN TABLE(FINQ.RDCTIER)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQTIER))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.RDCTIER TABLE
           ( TIER_CODE                      DECIMAL(1, 0) NOT NULL,
             TIER_DESC                      CHAR(20) NOT NULL,
             TIER_MIN_AGE_MOS               DECIMAL(3, 0) NOT NULL,
             TIER_MAX_RISK                  CHAR(1) NOT NULL,
             TIER_MIN_AVG_BAL               DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      * ONE ROW PER REMOTE DEPOSIT CAPTURE CUSTOMER TIER.  FINQB510
      * PUTS AN ACCOUNT IN THE HIGHEST TIER WHOSE THREE TESTS IT
      * MEETS -- AT LEAST MIN_AGE_MOS MONTHS SINCE ACCT_OPEN_DATE,
      * A DSDS.AMLRISK RATING NO WORSE THAN MAX_RISK (L, M OR H;
      * AN UNRATED CUSTOMER COUNTS AS H), AND AN AVERAGE BALANCE
      * OVER THE HISTORY CYCLES OF AT LEAST MIN_AVG_BAL.  THE LOWEST
      * TIER SHOULD ASK NOTHING (0, H, 0) SO EVERY ACCOUNT LANDS
      * SOMEWHERE.  THE LIMITS EACH TIER CARRIES ARE ON FINQ.RDCLIMIT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.RDCTIER                       *
      ******************************************************************
       01  FINQ-RDCTIER.
           10 TIER-CODE            PIC S9(1)V USAGE COMP-3.
           10 TIER-DESC            PIC X(20).
           10 TIER-MIN-AGE-MOS     PIC S9(3)V USAGE COMP-3.
           10 TIER-MAX-RISK        PIC X(1).
           10 TIER-MIN-AVG-BAL     PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
