      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHFENR)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSAFEN))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHFENR TABLE
           ( AFEN_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             AFEN_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             AFEN_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             AFEN_SERVICE                   CHAR(1) NOT NULL,
             AFEN_ACTIVE_IND                CHAR(1) NOT NULL,
             AFEN_ENROLL_DATE               DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER BUSINESS ACCOUNT ENROLLED IN ACH DEBIT PROTECTION.
      * SERVICE B BLOCKS EVERY ACH DEBIT TO THE ACCOUNT; SERVICE F
      * FILTERS -- A DEBIT PASSES ONLY WHEN AN ACTIVE DSDS.ACHFLTR
      * ROW AUTHORIZES ITS ORIGINATOR, SEC CODE AND AMOUNT.  AN
      * ACCOUNT WITH NO ROW, OR ACTIVE_IND N, IS NOT SCREENED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHFENR                       *
      ******************************************************************
       01  DSDS-ACHFENR.
           10 AFEN-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 AFEN-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 AFEN-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 AFEN-SERVICE         PIC X(1).
               88  AFEN-BLOCK-ALL               VALUE 'B'.
               88  AFEN-FILTER                  VALUE 'F'.
           10 AFEN-ACTIVE-IND      PIC X(1).
               88  AFEN-ACTIVE                  VALUE 'Y'.
           10 AFEN-ENROLL-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
