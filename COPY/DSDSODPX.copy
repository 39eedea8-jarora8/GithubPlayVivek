      ******************************************************************
      * DCLGEN TABLE(DSDS.ODPXFER)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSODPX))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ODPXFER TABLE
           ( ODPX_BANK_NBR                  DECIMAL(2, 0) NOT NULL,
             ODPX_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             ODPX_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             ODPX_POST_DATE                 DECIMAL(7, 0) NOT NULL,
             ODPX_LINK_ACCT_ID              DECIMAL(3, 0) NOT NULL,
             ODPX_LINK_ACCT_NBR             DECIMAL(9, 0) NOT NULL,
             ODPX_SHORTFALL                 DECIMAL(11, 2) NOT NULL,
             ODPX_XFER_AMT                  DECIMAL(11, 2) NOT NULL,
             ODPX_FEE_AMT                   DECIMAL(7, 2) NOT NULL,
             ODPX_ITEMS_COVERED             DECIMAL(5, 0) NOT NULL,
             ODPX_PEND_BATCH                DECIMAL(5, 0) NOT NULL,
             ODPX_PEND_SEQ                  DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER OVERDRAFT-PROTECTION TRANSFER NIPSB509 MADE --
      * THE CHECKING ACCOUNT (BANK/ACCT-ID/ACCT-NBR) COVERED ON
      * POST_DATE (PACKED CYYMMDD, AS DSDS.PEND AND THE ARCHIVE
      * CARRY IT) FROM THE SAVINGS OR SECURED ACCOUNT OSBD501 LINKS
      * IT TO (LINK_ACCT_ID/LINK_ACCT_NBR, SAME BANK).  SHORTFALL IS
      * WHAT THE DAY'S NIPS ITEMS LEFT THE ACCOUNT SHORT, XFER_AMT
      * THE AMOUNT MOVED (ROUNDED UP TO THE INCREMENT), FEE_AMT THE
      * TRANSFER FEE DEBITED TO THE LINKED ACCOUNT, ITEMS_COVERED
      * THE NIPS ITEMS WHOSE CHARGE THE TRANSFER TURNED OFF.  THE
      * THREE DSDS.PEND ITEMS ARE IN PEND_BATCH STARTING AT PEND_SEQ.
      * NIPSB506 ADDS THE DAY'S TRANSFER TO THE CHECKING ACCOUNT'S
      * AVAILABLE BALANCE, AND DSDSB536 COUNTS EACH ROW AS A
      * REGULATION D CONVENIENCE TRANSFER OUT OF THE LINKED ACCOUNT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ODPXFER                       *
      ******************************************************************
       01  DSDS-ODPXFER.
           10 ODPX-BANK-NBR        PIC S9(2)V USAGE COMP-3.
           10 ODPX-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 ODPX-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 ODPX-POST-DATE       PIC S9(7)V USAGE COMP-3.
           10 ODPX-LINK-ACCT-ID    PIC S9(3)V USAGE COMP-3.
           10 ODPX-LINK-ACCT-NBR   PIC S9(9)V USAGE COMP-3.
           10 ODPX-SHORTFALL       PIC S9(9)V9(2) USAGE COMP-3.
           10 ODPX-XFER-AMT        PIC S9(9)V9(2) USAGE COMP-3.
           10 ODPX-FEE-AMT         PIC S9(5)V9(2) USAGE COMP-3.
           10 ODPX-ITEMS-COVERED   PIC S9(5)V USAGE COMP-3.
           10 ODPX-PEND-BATCH      PIC S9(5)V USAGE COMP-3.
           10 ODPX-PEND-SEQ        PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
