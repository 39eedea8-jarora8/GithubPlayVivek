      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHFBLK)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSAFBK))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHFBLK TABLE
           ( AFBK_ORIG_TRACE                DECIMAL(15, 0) NOT NULL,
             AFBK_BLOCK_DATE                DATE NOT NULL,
             AFBK_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             AFBK_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             AFBK_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             AFBK_CO_NAME                   CHAR(16) NOT NULL,
             AFBK_ENTRY_DESC                CHAR(10) NOT NULL,
             AFBK_SEC                       CHAR(3) NOT NULL,
             AFBK_INDIV_ID                  CHAR(15) NOT NULL,
             AFBK_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             AFBK_REASON                    CHAR(1) NOT NULL,
             AFBK_STATUS                    CHAR(1) NOT NULL,
             AFBK_ACTION_DATE               DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACH DEBIT THE FILTER BLOCKED AND RETURNED R29,
      * KEYED BY THE DEBIT'S TRACE NUMBER AND THE DAY IT WAS BLOCKED.
      * REASON: B ACCOUNT BLOCKS ALL DEBITS, N ORIGINATOR NOT
      * AUTHORIZED, A OVER THE AUTHORIZED AMOUNT, S SEC CODE NOT
      * AUTHORIZED.  STATUS R RETURNED; P THE CUSTOMER APPROVED THE
      * ORIGINATOR FOR FUTURE DEBITS (ACTION_DATE IS WHEN).
      * ACTION_DATE HOLDS '0001-01-01' UNTIL THEN.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHFBLK                       *
      ******************************************************************
       01  DSDS-ACHFBLK.
           10 AFBK-ORIG-TRACE      PIC S9(15)V USAGE COMP-3.
           10 AFBK-BLOCK-DATE      PIC X(10).
           10 AFBK-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 AFBK-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 AFBK-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 AFBK-CO-NAME         PIC X(16).
           10 AFBK-ENTRY-DESC      PIC X(10).
           10 AFBK-SEC             PIC X(3).
           10 AFBK-INDIV-ID        PIC X(15).
           10 AFBK-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 AFBK-REASON          PIC X(1).
               88  AFBK-REASON-BLOCK-ALL        VALUE 'B'.
               88  AFBK-REASON-NOT-AUTH         VALUE 'N'.
               88  AFBK-REASON-OVER-AMT         VALUE 'A'.
               88  AFBK-REASON-SEC              VALUE 'S'.
           10 AFBK-STATUS          PIC X(1).
               88  AFBK-RETURNED                VALUE 'R'.
               88  AFBK-APPROVED                VALUE 'P'.
           10 AFBK-ACTION-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
