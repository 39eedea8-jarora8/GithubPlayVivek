      ******************************************************************
      * DCLGEN TABLE(DSDS.SWEEPAGR)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSSWAG))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.SWEEPAGR TABLE
           ( SWAG_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             SWAG_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             SWAG_PRIM_ACCT                 DECIMAL(9, 0) NOT NULL,
             SWAG_SEC_ACCT                  DECIMAL(9, 0) NOT NULL,
             SWAG_SWEEP_TYPE                CHAR(1) NOT NULL,
             SWAG_TARGET_AMT                DECIMAL(11, 2) NOT NULL,
             SWAG_DIRECTION                 CHAR(1) NOT NULL,
             SWAG_ACTIVE_IND                CHAR(1) NOT NULL,
             SWAG_EFF_DATE                  DATE NOT NULL,
             SWAG_LAST_SWEEP                DATE NOT NULL,
             SWAG_LAST_AMT                  DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      * ONE ROW PER SECONDARY (SUBSIDIARY) ACCOUNT SWEPT AGAINST A
      * PRIMARY (CONCENTRATION) ACCOUNT AT END OF DAY -- THE SAME
      * PRIMARY/SECONDARY PAIRING ANAL-PRIM-ACCT/ANAL-SEC-ACCT CARRY
      * ON THE ACCOUNT-ANALYSIS HISTORY.  SWEEP_TYPE Z IS A ZERO
      * BALANCE SWEEP, T SWEEPS TO TARGET_AMT.  DIRECTION U MOVES
      * ONLY THE EXCESS UP TO THE PRIMARY, D ONLY FUNDS A SHORTFALL
      * FROM THE PRIMARY, B DOES BOTH.  LAST_SWEEP ('0001-01-01'
      * UNTIL THE FIRST SWEEP) AND LAST_AMT ARE THE MOST RECENT
      * SWEEP -- POSITIVE UP TO THE PRIMARY, NEGATIVE DOWN TO THE
      * SECONDARY.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SWEEPAGR                      *
      ******************************************************************
       01  DSDS-SWEEPAGR.
           10 SWAG-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 SWAG-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 SWAG-PRIM-ACCT       PIC S9(9)V USAGE COMP-3.
           10 SWAG-SEC-ACCT        PIC S9(9)V USAGE COMP-3.
           10 SWAG-SWEEP-TYPE      PIC X(1).
               88  SWAG-TYPE-ZBA                VALUE 'Z'.
               88  SWAG-TYPE-TARGET             VALUE 'T'.
           10 SWAG-TARGET-AMT      PIC S9(9)V9(2) USAGE COMP-3.
           10 SWAG-DIRECTION       PIC X(1).
               88  SWAG-DIR-UP                  VALUE 'U'.
               88  SWAG-DIR-DOWN                VALUE 'D'.
               88  SWAG-DIR-BOTH                VALUE 'B'.
           10 SWAG-ACTIVE-IND      PIC X(1).
               88  SWAG-ACTIVE                  VALUE 'Y'.
           10 SWAG-EFF-DATE        PIC X(10).
           10 SWAG-LAST-SWEEP      PIC X(10).
           10 SWAG-LAST-AMT        PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
