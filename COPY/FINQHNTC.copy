      ******************************************************************
      * DCLGEN TABLE(FINQ.HOLDNTC)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQHNTC))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.HOLDNTC TABLE
           ( HNTC_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             HNTC_ACCT_NBR                  CHAR(9) NOT NULL,
             HNTC_HOLD_TYPE                 DECIMAL(3, 0) NOT NULL,
             HNTC_PLACE_DATE                DECIMAL(7, 0) NOT NULL,
             HNTC_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             HNTC_RELEASE_DATE              DECIMAL(7, 0) NOT NULL,
             HNTC_FORM_ID                   CHAR(8) NOT NULL,
             HNTC_DEL_METHOD                DECIMAL(3, 0) NOT NULL,
             HNTC_SPOOL_TS                  TIMESTAMP NOT NULL
           ) END-EXEC.
      * ONE ROW PER REGULATION CC HOLD-PLACEMENT NOTICE FINQB507
      * SPOOLED -- THE FINQ.HOLD ROW IT WAS FOR (BANK, ACCT_NBR,
      * HOLD_TYPE, PLACE_DATE PACKED CYYMMDD, AMOUNT), THE RELEASE
      * DATE IT TOLD THE CUSTOMER, AND THE FORM AND DELIVERY METHOD.
      * FINQB512 FLAGS ANY EXCEPTION HOLD WITH NO ROW HERE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.HOLDNTC                       *
      ******************************************************************
       01  FINQ-HOLDNTC.
           10 HNTC-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 HNTC-ACCT-NBR        PIC X(9).
           10 HNTC-HOLD-TYPE       PIC S9(3)V USAGE COMP-3.
           10 HNTC-PLACE-DATE      PIC S9(7)V USAGE COMP-3.
           10 HNTC-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 HNTC-RELEASE-DATE    PIC S9(7)V USAGE COMP-3.
           10 HNTC-FORM-ID         PIC X(8).
           10 HNTC-DEL-METHOD      PIC S9(3)V USAGE COMP-3.
           10 HNTC-SPOOL-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
