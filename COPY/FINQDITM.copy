      ******************************************************************
      * DCLGEN TABLE(FINQ.DEPITEM)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQDITM))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.DEPITEM TABLE
           ( DITM_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             DITM_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             DITM_ACCT_NBR                  CHAR(9) NOT NULL,
             DITM_PLACE_DATE                DECIMAL(7, 0) NOT NULL,
             DITM_REFERENCE_SOURCE          CHAR(10) NOT NULL,
             DITM_REFERENCE_ID              CHAR(25) NOT NULL,
             DITM_ITEM_SEQ                  DECIMAL(3, 0) NOT NULL,
             DITM_ROUTING                   CHAR(9) NOT NULL,
             DITM_CHK_ACCT                  CHAR(17) NOT NULL,
             DITM_SERIAL                    DECIMAL(11, 0) NOT NULL,
             DITM_AMOUNT                    DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      * THE ITEM DETAIL OF A FINQ.DEPOSIT ROW -- ONE ROW PER CHECK IN
      * THE DEPOSIT, WRITTEN BY THE CAPTURING CHANNEL (MOBILE, TELLER,
      * ATM) WITH THE DEPOSIT.  BANK/ACCT-ID/ACCT-NBR, PLACE_DATE AND
      * REFERENCE SOURCE/ID ARE THE DEPOSIT'S OWN; ITEM_SEQ NUMBERS
      * THE CHECKS WITHIN IT.  ROUTING, CHK_ACCT AND SERIAL ARE THE
      * MICR LINE OF THE CHECK (THE DRAWEE BANK'S ROUTING NUMBER,
      * THE DRAWER'S ACCOUNT, THE CHECK SERIAL NUMBER).  FINQB509
      * FINGERPRINTS EVERY ROW FOR DUPLICATE PRESENTMENT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.DEPITEM                       *
      ******************************************************************
       01  FINQ-DEPITEM.
           10 DITM-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 DITM-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 DITM-ACCT-NBR        PIC X(9).
           10 DITM-PLACE-DATE      PIC S9(7)V USAGE COMP-3.
           10 DITM-REFERENCE-SOURCE PIC X(10).
           10 DITM-REFERENCE-ID    PIC X(25).
           10 DITM-ITEM-SEQ        PIC S9(3)V USAGE COMP-3.
           10 DITM-ROUTING         PIC X(9).
           10 DITM-CHK-ACCT        PIC X(17).
           10 DITM-SERIAL          PIC S9(11)V USAGE COMP-3.
           10 DITM-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
