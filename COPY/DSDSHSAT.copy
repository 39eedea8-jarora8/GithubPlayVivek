      ******************************************************************
      * DCLGEN TABLE(DSDS.HSATXN)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSHSAT))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.HSATXN TABLE
           ( HSAT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             HSAT_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             HSAT_POST_DATE                 DECIMAL(7, 0) NOT NULL,
             HSAT_SEQ_NO                    DECIMAL(5, 0) NOT NULL,
             HSAT_TX_CODE                   DECIMAL(3, 0) NOT NULL,
             HSAT_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             HSAT_TAX_YEAR                  DECIMAL(4, 0) NOT NULL,
             HSAT_KIND                      CHAR(1) NOT NULL,
             HSAT_DIST_CODE                 CHAR(1) NOT NULL
           ) END-EXEC.
      * ONE ROW PER POSTED HSA ITEM DSDSB541 CLASSIFIED OFF
      * DSDS.PDTXARCH, KEYED LIKE THE ARCHIVE ROW IT CAME FROM.
      * KIND C = CONTRIBUTION, D = DISTRIBUTION.  TAX_YEAR IS THE
      * YEAR THE ITEM COUNTS FOR -- A PRIOR-YEAR CONTRIBUTION MADE
      * BY THE APRIL DEADLINE CARRIES THE YEAR BEFORE ITS POST DATE.
      * DIST_CODE IS THE FORM 1099-SA DISTRIBUTION CODE (BLANK ON
      * CONTRIBUTIONS).  AMOUNT IS ALWAYS POSITIVE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.HSATXN                        *
      ******************************************************************
       01  DSDS-HSATXN.
           10 HSAT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 HSAT-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 HSAT-POST-DATE       PIC S9(7)V USAGE COMP-3.
           10 HSAT-SEQ-NO          PIC S9(5)V USAGE COMP-3.
           10 HSAT-TX-CODE         PIC S9(3)V USAGE COMP-3.
           10 HSAT-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 HSAT-TAX-YEAR        PIC S9(4)V USAGE COMP-3.
           10 HSAT-KIND            PIC X(1).
              88  HSAT-KIND-CONTRIBUTION       VALUE 'C'.
              88  HSAT-KIND-DISTRIBUTION       VALUE 'D'.
           10 HSAT-DIST-CODE       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
