      ******************************************************************
      * DCLGEN TABLE(NIPS.FEESUPP)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(NIPSFSUP))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NIPS.FEESUPP TABLE
           ( FSUP_BANK_NBR                  DECIMAL(2, 0) NOT NULL,
             FSUP_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             FSUP_SEQ_NBR                   DECIMAL(7, 0) NOT NULL,
             FSUP_TX_DATE                   DATE NOT NULL,
             FSUP_ITEM_TYPE                 CHAR(1) NOT NULL,
             FSUP_CHK_NO                    DECIMAL(11, 0) NOT NULL,
             FSUP_ORIGINATOR                CHAR(20) NOT NULL,
             FSUP_INDIV_ID                  CHAR(15) NOT NULL,
             FSUP_TX_AMT                    DECIMAL(11, 2) NOT NULL,
             FSUP_FEE_AMT                   DECIMAL(5, 2) NOT NULL,
             FSUP_REASON                    CHAR(30) NOT NULL,
             FSUP_RTN_DATE                  DATE NOT NULL,
             FSUP_SUPP_DATE                 DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER NIPS.DETAIL CHARGE NIPSB508 SUPPRESSED BECAUSE THE
      * ITEM IS A RE-PRESENTMENT OF ONE ALREADY RETURNED, KEYED LIKE
      * THE ITEM.  ITEM_TYPE C IS A CHECK (CHK_NO, ORIGINATOR IS THE
      * NIPS PAYEE), A IS AN ACH ENTRY (ORIGINATOR IS THE COMPANY
      * NAME, INDIV_ID THE RECEIVER ID).  FEE_AMT IS THE FEE THAT WAS
      * NOT CHARGED AND RTN_DATE WHEN THE EARLIER PRESENTMENT CAME
      * BACK.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NIPS.FEESUPP                       *
      ******************************************************************
       01  NIPS-FEESUPP.
           10 FSUP-BANK-NBR        PIC S9(2)V USAGE COMP-3.
           10 FSUP-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 FSUP-SEQ-NBR         PIC S9(7)V USAGE COMP-3.
           10 FSUP-TX-DATE         PIC X(10).
           10 FSUP-ITEM-TYPE       PIC X(1).
               88  FSUP-ITEM-CHECK              VALUE 'C'.
               88  FSUP-ITEM-ACH                VALUE 'A'.
           10 FSUP-CHK-NO          PIC S9(11)V USAGE COMP-3.
           10 FSUP-ORIGINATOR      PIC X(20).
           10 FSUP-INDIV-ID        PIC X(15).
           10 FSUP-TX-AMT          PIC S9(9)V9(2) USAGE COMP-3.
           10 FSUP-FEE-AMT         PIC S9(3)V9(2) USAGE COMP-3.
           10 FSUP-REASON          PIC X(30).
           10 FSUP-RTN-DATE        PIC X(10).
           10 FSUP-SUPP-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
