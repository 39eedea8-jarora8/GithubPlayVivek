      ******************************************************************
      * DCLGEN TABLE(DSDS.PROMOPAY)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSPRPY))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.PROMOPAY TABLE
           ( PRPY_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             PRPY_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             PRPY_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             PRPY_PROMO_CODE                DECIMAL(5, 0) NOT NULL,
             PRPY_STATUS                    CHAR(1) NOT NULL,
             PRPY_EVAL_DATE                 DATE NOT NULL,
             PRPY_DD_COUNT                  DECIMAL(5, 0) NOT NULL,
             PRPY_DD_AMT                    DECIMAL(11, 2) NOT NULL,
             PRPY_BAL_DAYS                  DECIMAL(3, 0) NOT NULL,
             PRPY_BONUS_AMT                 DECIMAL(9, 2) NOT NULL,
             PRPY_CLAWBACK_THRU             DATE NOT NULL,
             PRPY_CLAWBACK_DATE             DATE NOT NULL,
             PRPY_PEND_BATCH                DECIMAL(5, 0) NOT NULL,
             PRPY_PEND_SEQ                  DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACCOUNT AND PROMOTION DSDSB550 HAS JUDGED, SO AN
      * ACCOUNT IS NEVER JUDGED OR PAID TWICE.  STATUS P IS PAID
      * (BONUS_AMT CREDITED AND REPORTED AS 1099-INT INTEREST ON
      * EVAL_DATE), N IS NOT QUALIFIED WHEN THE WINDOW RAN OUT, C IS
      * PAID AND THEN CHARGED BACK ON CLAWBACK_DATE BECAUSE THE
      * ACCOUNT CLOSED ON OR BEFORE CLAWBACK_THRU.  DD_COUNT, DD_AMT
      * AND BAL_DAYS ARE WHAT THE ACCOUNT SHOWED IN ITS WINDOW.
      * PEND_BATCH/PEND_SEQ IS THE DSDS.PEND BONUS CREDIT (OR THE
      * CHARGE-BACK DEBIT ONCE STATUS IS C).  CLAWBACK_THRU AND
      * CLAWBACK_DATE ARE '0001-01-01' WHERE THEY DO NOT APPLY.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.PROMOPAY                      *
      ******************************************************************
       01  DSDS-PROMOPAY.
           10 PRPY-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 PRPY-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 PRPY-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 PRPY-PROMO-CODE      PIC S9(5)V USAGE COMP-3.
           10 PRPY-STATUS          PIC X(1).
               88  PRPY-PAID                    VALUE 'P'.
               88  PRPY-NOT-QUALIFIED           VALUE 'N'.
               88  PRPY-CHARGED-BACK            VALUE 'C'.
           10 PRPY-EVAL-DATE       PIC X(10).
           10 PRPY-DD-COUNT        PIC S9(5)V USAGE COMP-3.
           10 PRPY-DD-AMT          PIC S9(9)V9(2) USAGE COMP-3.
           10 PRPY-BAL-DAYS        PIC S9(3)V USAGE COMP-3.
           10 PRPY-BONUS-AMT       PIC S9(7)V9(2) USAGE COMP-3.
           10 PRPY-CLAWBACK-THRU   PIC X(10).
           10 PRPY-CLAWBACK-DATE   PIC X(10).
           10 PRPY-PEND-BATCH      PIC S9(5)V USAGE COMP-3.
           10 PRPY-PEND-SEQ        PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
