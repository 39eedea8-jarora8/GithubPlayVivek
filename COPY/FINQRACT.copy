      ******************************************************************
      * DCLGEN TABLE(FINQ.RDCACCT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQRACT))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.RDCACCT TABLE
           ( RACT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             RACT_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             RACT_ACCT_NBR                  CHAR(9) NOT NULL,
             RACT_TIER_CODE                 DECIMAL(1, 0) NOT NULL,
             RACT_PRIOR_TIER                DECIMAL(1, 0) NOT NULL,
             RACT_AGE_MOS                   DECIMAL(3, 0) NOT NULL,
             RACT_RISK_RATING               CHAR(1) NOT NULL,
             RACT_AVG_BAL                   DECIMAL(11, 2) NOT NULL,
             RACT_ASSIGN_DATE               DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACCOUNT -- THE REMOTE DEPOSIT CAPTURE TIER
      * FINQB510 LAST ASSIGNED IT (PRIOR_TIER THE ONE BEFORE, ZERO
      * ON THE FIRST ASSIGNMENT) AND THE AGE IN MONTHS, AML RATING
      * (BLANK WHEN THE CUSTOMER IS UNRATED) AND AVERAGE BALANCE THE
      * TIER WAS SET FROM.  ACCT_NBR IS CARRIED AS DEP_ACCT_NBR IS.
      * AN ACCOUNT WITH NO ROW YET IS LIMITED AT THE LOWEST TIER.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.RDCACCT                       *
      ******************************************************************
       01  FINQ-RDCACCT.
           10 RACT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 RACT-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 RACT-ACCT-NBR        PIC X(9).
           10 RACT-TIER-CODE       PIC S9(1)V USAGE COMP-3.
           10 RACT-PRIOR-TIER      PIC S9(1)V USAGE COMP-3.
           10 RACT-AGE-MOS         PIC S9(3)V USAGE COMP-3.
           10 RACT-RISK-RATING     PIC X(1).
           10 RACT-AVG-BAL         PIC S9(9)V9(2) USAGE COMP-3.
           10 RACT-ASSIGN-DATE-X.
              15 RACT-ASSIGN-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
