      ******************************************************************
      * DCLGEN TABLE(FINQ.DEPFPRT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQFPRT))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.DEPFPRT TABLE
           ( FPRT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             FPRT_ROUTING                   CHAR(9) NOT NULL,
             FPRT_CHK_ACCT                  CHAR(17) NOT NULL,
             FPRT_SERIAL                    DECIMAL(11, 0) NOT NULL,
             FPRT_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             FPRT_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             FPRT_ACCT_NBR                  CHAR(9) NOT NULL,
             FPRT_PLACE_DATE                DECIMAL(7, 0) NOT NULL,
             FPRT_REFERENCE_SOURCE          CHAR(10) NOT NULL,
             FPRT_REFERENCE_ID              CHAR(25) NOT NULL,
             FPRT_ITEM_SEQ                  DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      * THE DEPOSITED-ITEM FINGERPRINT STORE.  ONE ROW PER CHECK
      * DEPOSITED THROUGH ANY CHANNEL, KEPT FOR THE ROLLING WINDOW
      * FINQB509 IS RUN WITH.  THE FINGERPRINT IS BANK, ROUTING,
      * CHK_ACCT (THE DRAWER'S ACCOUNT), SERIAL AND AMOUNT, INDEXED
      * TOGETHER; THE REST SAYS WHICH DEPOSIT (THE FINQ.DEPITEM KEY)
      * THE CHECK CAME IN ON.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.DEPFPRT                       *
      ******************************************************************
       01  FINQ-DEPFPRT.
           10 FPRT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 FPRT-ROUTING         PIC X(9).
           10 FPRT-CHK-ACCT        PIC X(17).
           10 FPRT-SERIAL          PIC S9(11)V USAGE COMP-3.
           10 FPRT-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 FPRT-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 FPRT-ACCT-NBR        PIC X(9).
           10 FPRT-PLACE-DATE      PIC S9(7)V USAGE COMP-3.
           10 FPRT-REFERENCE-SOURCE PIC X(10).
           10 FPRT-REFERENCE-ID    PIC X(25).
           10 FPRT-ITEM-SEQ        PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
