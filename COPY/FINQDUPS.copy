      ******************************************************************
      * DCLGEN TABLE(FINQ.DUPSUSP)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQDUPS))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.DUPSUSP TABLE
           ( DUPS_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             DUPS_ROUTING                   CHAR(9) NOT NULL,
             DUPS_CHK_ACCT                  CHAR(17) NOT NULL,
             DUPS_SERIAL                    DECIMAL(11, 0) NOT NULL,
             DUPS_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             DUPS_FIRST_ACCT_ID             DECIMAL(3, 0) NOT NULL,
             DUPS_FIRST_ACCT_NBR            CHAR(9) NOT NULL,
             DUPS_FIRST_SOURCE              CHAR(10) NOT NULL,
             DUPS_FIRST_DATE                DECIMAL(7, 0) NOT NULL,
             DUPS_DUP_ACCT_ID               DECIMAL(3, 0) NOT NULL,
             DUPS_DUP_ACCT_NBR              CHAR(9) NOT NULL,
             DUPS_DUP_SOURCE                CHAR(10) NOT NULL,
             DUPS_DUP_REF_ID                CHAR(25) NOT NULL,
             DUPS_DUP_DATE                  DECIMAL(7, 0) NOT NULL,
             DUPS_HOLD_IND                  CHAR(1) NOT NULL,
             DUPS_DETECT_DATE               DECIMAL(7, 0) NOT NULL,
             DUPS_RETURN_DATE               DECIMAL(7, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER SUSPECTED DUPLICATE PRESENTMENT FINQB509 FOUND --
      * A CHECK (BANK, ROUTING, CHK_ACCT, SERIAL, AMOUNT) DEPOSITED
      * AGAIN AFTER ITS FIRST DEPOSIT (FIRST_*), ON ANY CHANNEL AND
      * ANY ACCOUNT AT THE BANK.  DUP_* IS THE LATER DEPOSIT, THE ONE
      * THE EXCEPTION HOLD WENT ON (HOLD_IND Y, N IF THE HOLD COULD
      * NOT BE PLACED).  DATES ARE PACKED CYYMMDD.  WHEN THE ITEM
      * COMES BACK RETURNED, DSDSB535 CHARGES IT BACK TO THE DUP_
      * DEPOSIT'S ACCOUNT, WHATEVER ACCOUNT THE RETURN NAMES, AND
      * SETS RETURN_DATE (ZERO UNTIL THEN).
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.DUPSUSP                       *
      ******************************************************************
       01  FINQ-DUPSUSP.
           10 DUPS-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 DUPS-ROUTING         PIC X(9).
           10 DUPS-CHK-ACCT        PIC X(17).
           10 DUPS-SERIAL          PIC S9(11)V USAGE COMP-3.
           10 DUPS-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 DUPS-FIRST-ACCT-ID   PIC S9(3)V USAGE COMP-3.
           10 DUPS-FIRST-ACCT-NBR  PIC X(9).
           10 DUPS-FIRST-SOURCE    PIC X(10).
           10 DUPS-FIRST-DATE      PIC S9(7)V USAGE COMP-3.
           10 DUPS-DUP-ACCT-ID     PIC S9(3)V USAGE COMP-3.
           10 DUPS-DUP-ACCT-NBR    PIC X(9).
           10 DUPS-DUP-SOURCE      PIC X(10).
           10 DUPS-DUP-REF-ID      PIC X(25).
           10 DUPS-DUP-DATE        PIC S9(7)V USAGE COMP-3.
           10 DUPS-HOLD-IND        PIC X(1).
               88  DUPS-HELD                    VALUE 'Y'.
           10 DUPS-DETECT-DATE     PIC S9(7)V USAGE COMP-3.
           10 DUPS-RETURN-DATE     PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
