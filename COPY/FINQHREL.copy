      ******************************************************************
      * DCLGEN TABLE(FINQ.HOLDREL)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQHREL))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.HOLDREL TABLE
           ( HREL_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             HREL_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             HREL_ACCT_NBR                  CHAR(9) NOT NULL,
             HREL_MEMO_ID                   INTEGER NOT NULL,
             HREL_HOLD_TYPE                 DECIMAL(3, 0) NOT NULL,
             HREL_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             HREL_SOURCE_PROG               CHAR(8) NOT NULL,
             HREL_OPER_ID                   DECIMAL(5, 0) NOT NULL,
             HREL_RELEASE_DATE              DATE NOT NULL,
             HREL_RELEASE_TS                TIMESTAMP NOT NULL
           ) END-EXEC.
      * ONE ROW PER FINQ.HOLD ROW LIFTED BY AN OPERATOR AHEAD OF ITS
      * RELEASE DATE -- THE HOLD AS IT STOOD (BANK, ACCOUNT, MEMO ID,
      * TYPE, AMOUNT), THE PROGRAM THAT LIFTED IT AND THE OPERATOR
      * WHO ASKED.  EVERY MANUAL RELEASE PATH WRITES HERE BEFORE IT
      * DELETES THE HOLD (DSDSB548 MODE X FOR LEGAL ORDERS); THE
      * FINQB502 RELEASE OF EXPIRED HOLDS IS NOT AN OPERATOR ACTION
      * AND IS NOT LOGGED.  CIFB554 READS IT FOR SELF-DEALING.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.HOLDREL                       *
      ******************************************************************
       01  FINQ-HOLDREL.
           10 HREL-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 HREL-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 HREL-ACCT-NBR        PIC X(9).
           10 HREL-MEMO-ID         PIC S9(9) USAGE COMP.
           10 HREL-HOLD-TYPE       PIC S9(3)V USAGE COMP-3.
           10 HREL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 HREL-SOURCE-PROG     PIC X(8).
           10 HREL-OPER-ID         PIC S9(5)V USAGE COMP-3.
           10 HREL-RELEASE-DATE-X.
              15 HREL-RELEASE-DATE PIC X(10).
           10 HREL-RELEASE-TS      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
