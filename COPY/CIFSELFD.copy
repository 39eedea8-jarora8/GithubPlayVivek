      ******************************************************************
      * DCLGEN TABLE(CIF.SELFDEAL)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFSELFD))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.SELFDEAL TABLE
           ( SD_OPER_ID                     DECIMAL(5, 0) NOT NULL,
             SD_ACTION_DATE                 DATE NOT NULL,
             SD_SOURCE                      CHAR(16) NOT NULL,
             SD_BANK_NBR                    DECIMAL(3, 0) NOT NULL,
             SD_ACCT_KEY                    CHAR(25) NOT NULL,
             SD_REFERENCE                   CHAR(20) NOT NULL,
             SD_AMOUNT                      DECIMAL(11, 2) NOT NULL,
             SD_OWNER_CUST_ID               DECIMAL(9, 0) NOT NULL,
             SD_RELATION                    CHAR(2) NOT NULL,
             SD_FLAG_DATE                   DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACTION AN OPERATOR TOOK ON AN ACCOUNT OWNED BY
      * THEMSELVES OR THEIR HOUSEHOLD, AS FOUND BY CIFB554.  UNIQUE
      * ON OPER_ID, ACTION_DATE, SOURCE, BANK_NBR, ACCT_KEY AND
      * REFERENCE, SO A RERUN FOR THE SAME DAY ADDS NOTHING.  THE
      * ROW COUNT PER OPER_ID IS THE EMPLOYEE'S SELF-DEALING COUNT.
      * SD-RELATION IS SE WHEN THE ACCOUNT IS THE OPERATOR'S OWN,
      * OTHERWISE THE CIFU021 HOUSEHOLD CODE OF THE MEMBER WHO OWNS
      * IT.  CONFIDENTIAL -- READ ONLY BY INTERNAL AUDIT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.SELFDEAL                       *
      ******************************************************************
       01  CIF-SELFDEAL.
           10 SD-OPER-ID           PIC S9(5)V USAGE COMP-3.
           10 SD-ACTION-DATE-X.
              15 SD-ACTION-DATE    PIC X(10).
           10 SD-SOURCE            PIC X(16).
           10 SD-BANK-NBR          PIC S9(3)V USAGE COMP-3.
           10 SD-ACCT-KEY          PIC X(25).
           10 SD-REFERENCE         PIC X(20).
           10 SD-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3.
           10 SD-OWNER-CUST-ID     PIC S9(9)V USAGE COMP-3.
           10 SD-RELATION          PIC X(2).
              88  SD-RELATION-SELF           VALUE 'SE'.
           10 SD-FLAG-DATE-X.
              15 SD-FLAG-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
