      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHORIG)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSAORG))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHORIG TABLE
           ( AORG_COMPANY_ID                CHAR(10) NOT NULL,
             AORG_CO_NAME                   CHAR(16) NOT NULL,
             AORG_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             AORG_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             AORG_SETTLE_ACCT               DECIMAL(9, 0) NOT NULL,
             AORG_SEC_ALLOWED               CHAR(15) NOT NULL,
             AORG_FILE_LIMIT                DECIMAL(13, 2) NOT NULL,
             AORG_DAILY_LIMIT               DECIMAL(13, 2) NOT NULL,
             AORG_ACTIVE_IND                CHAR(1) NOT NULL,
             AORG_LAST_MAINT                DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER BUSINESS CUSTOMER ALLOWED TO SEND US ACH FILES TO
      * ORIGINATE, KEYED BY THE COMPANY ID ITS BATCH HEADERS CARRY.
      * BANK/ACCT_ID/SETTLE_ACCT IS THE DEPOSIT ACCOUNT THE OFFSETS
      * POST TO.  SEC_ALLOWED LISTS UP TO FIVE 3-CHARACTER SEC CODES
      * SIDE BY SIDE (E.G. 'PPDCCD         ').  FILE_LIMIT IS THE
      * MOST ONE FILE MAY CARRY AND DAILY_LIMIT THE MOST THE FILES
      * RECEIVED IN ONE DAY MAY CARRY, DEBITS PLUS CREDITS; ZERO IS
      * NOT ENFORCED.  ACTIVE_IND Y LETS FILES IN.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHORIG                       *
      ******************************************************************
       01  DSDS-ACHORIG.
           10 AORG-COMPANY-ID      PIC X(10).
           10 AORG-CO-NAME         PIC X(16).
           10 AORG-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 AORG-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 AORG-SETTLE-ACCT     PIC S9(9)V USAGE COMP-3.
           10 AORG-SEC-ALLOWED     PIC X(15).
           10 AORG-FILE-LIMIT      PIC S9(11)V9(2) USAGE COMP-3.
           10 AORG-DAILY-LIMIT     PIC S9(11)V9(2) USAGE COMP-3.
           10 AORG-ACTIVE-IND      PIC X(1).
               88  AORG-ACTIVE                  VALUE 'Y'.
           10 AORG-LAST-MAINT      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
