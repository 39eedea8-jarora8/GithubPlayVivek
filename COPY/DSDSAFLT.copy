      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHFLTR)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSAFLT))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHFLTR TABLE
           ( AFLT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             AFLT_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             AFLT_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             AFLT_COMPANY_ID                CHAR(10) NOT NULL,
             AFLT_CO_NAME                   CHAR(16) NOT NULL,
             AFLT_MAX_AMOUNT                DECIMAL(11, 2) NOT NULL,
             AFLT_SEC_ALLOWED               CHAR(15) NOT NULL,
             AFLT_ACTIVE_IND                CHAR(1) NOT NULL,
             AFLT_ADDED_DATE                DATE NOT NULL,
             AFLT_ADDED_BY                  DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * THE AUTHORIZED ORIGINATORS FOR AN ACCOUNT ENROLLED IN THE ACH
      * DEBIT FILTER (DSDS.ACHFENR SERVICE F).  THE POSTED-DETAIL
      * FEED CARRIES THE ORIGINATOR'S COMPANY NAME, NOT ITS COMPANY
      * ID, SO CO_NAME IS THE MATCH KEY AND COMPANY_ID IS KEPT AS THE
      * CUSTOMER GAVE IT FOR RESEARCH AND RETURNS.  MAX_AMOUNT IS THE
      * LARGEST DEBIT ALLOWED (ZERO IS ANY AMOUNT).  SEC_ALLOWED
      * LISTS UP TO FIVE 3-CHARACTER SEC CODES SIDE BY SIDE (ALL
      * SPACES IS ANY SEC CODE).  ADDED_BY IS THE OPERATOR WHO
      * ENTERED THE AUTHORIZATION (ZERO WHEN LOADED IN BULK).
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHFLTR                       *
      ******************************************************************
       01  DSDS-ACHFLTR.
           10 AFLT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 AFLT-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 AFLT-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 AFLT-COMPANY-ID      PIC X(10).
           10 AFLT-CO-NAME         PIC X(16).
           10 AFLT-MAX-AMOUNT      PIC S9(9)V9(2) USAGE COMP-3.
           10 AFLT-SEC-ALLOWED     PIC X(15).
           10 AFLT-ACTIVE-IND      PIC X(1).
               88  AFLT-ACTIVE                  VALUE 'Y'.
           10 AFLT-ADDED-DATE      PIC X(10).
           10 AFLT-ADDED-BY        PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
