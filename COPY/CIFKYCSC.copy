      ******************************************************************
      * DCLGEN TABLE(CIF.KYCSCORE)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(CIFKYCSC))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.KYCSCORE TABLE
           ( KYCS_MONTH                     DATE NOT NULL,
             KYCS_BRANCH                    DECIMAL(3, 0) NOT NULL,
             KYCS_OFFICER                   DECIMAL(5, 0) NOT NULL,
             KYCS_CUST_COUNT                DECIMAL(9, 0) NOT NULL,
             KYCS_COMPLETE_COUNT            DECIMAL(9, 0) NOT NULL,
             KYCS_CHECK_COUNT               DECIMAL(9, 0) NOT NULL,
             KYCS_PASS_COUNT                DECIMAL(9, 0) NOT NULL,
             KYCS_PCT_COMPLETE              DECIMAL(5, 2) NOT NULL,
             KYCS_FAIL_TIN                  DECIMAL(9, 0) NOT NULL,
             KYCS_FAIL_BIRTH                DECIMAL(9, 0) NOT NULL,
             KYCS_FAIL_PHONE                DECIMAL(9, 0) NOT NULL,
             KYCS_FAIL_ADDRESS              DECIMAL(9, 0) NOT NULL,
             KYCS_FAIL_EMPLOY               DECIMAL(9, 0) NOT NULL,
             KYCS_FAIL_OFFICER              DECIMAL(9, 0) NOT NULL,
             KYCS_FAIL_BRANCH               DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER BRANCH AND OFFICER PER MONTH FROM THE CIFB545 KYC
      * DATA-COMPLETENESS SCORECARD.  KYCS_MONTH IS THE FIRST OF THE
      * MONTH SCORED.  CHECK_COUNT IS THE NUMBER OF CHECKS THAT
      * APPLIED TO THE GROUP'S CUSTOMERS (BIRTH DATE AND EMPLOYER
      * APPLY TO INDIVIDUALS ONLY), PASS_COUNT HOW MANY PASSED, AND
      * PCT_COMPLETE THEIR RATIO AS A PERCENT.  COMPLETE_COUNT IS
      * THE CUSTOMERS WHO PASSED EVERY CHECK.  THE FAIL_ COLUMNS
      * COUNT CUSTOMERS FAILING EACH CHECK.  A RERUN FOR THE SAME
      * MONTH REPLACES THAT MONTH'S ROWS.  PRIMARY KEY IS
      * KYCS_MONTH, KYCS_BRANCH, KYCS_OFFICER.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.KYCSCORE                       *
      ******************************************************************
       01  CIF-KYCSCORE.
           10 KYCS-MONTH           PIC X(10).
           10 KYCS-BRANCH          PIC S9(3)V USAGE COMP-3.
           10 KYCS-OFFICER         PIC S9(5)V USAGE COMP-3.
           10 KYCS-CUST-COUNT      PIC S9(9)V USAGE COMP-3.
           10 KYCS-COMPLETE-COUNT  PIC S9(9)V USAGE COMP-3.
           10 KYCS-CHECK-COUNT     PIC S9(9)V USAGE COMP-3.
           10 KYCS-PASS-COUNT      PIC S9(9)V USAGE COMP-3.
           10 KYCS-PCT-COMPLETE    PIC S9(3)V9(2) USAGE COMP-3.
           10 KYCS-FAIL-TIN        PIC S9(9)V USAGE COMP-3.
           10 KYCS-FAIL-BIRTH      PIC S9(9)V USAGE COMP-3.
           10 KYCS-FAIL-PHONE      PIC S9(9)V USAGE COMP-3.
           10 KYCS-FAIL-ADDRESS    PIC S9(9)V USAGE COMP-3.
           10 KYCS-FAIL-EMPLOY     PIC S9(9)V USAGE COMP-3.
           10 KYCS-FAIL-OFFICER    PIC S9(9)V USAGE COMP-3.
           10 KYCS-FAIL-BRANCH     PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
