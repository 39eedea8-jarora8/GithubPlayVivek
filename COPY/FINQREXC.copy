      ******************************************************************
      * DCLGEN TABLE(FINQ.REGCCEXC)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQREXC))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.REGCCEXC TABLE
           ( REXC_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             REXC_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             REXC_ACCT_NBR                  CHAR(9) NOT NULL,
             REXC_PLACE_DATE                DECIMAL(7, 0) NOT NULL,
             REXC_LARGE_IND                 CHAR(1) NOT NULL,
             REXC_NEW_ACCT_IND              CHAR(1) NOT NULL,
             REXC_REASON                    CHAR(10) NOT NULL,
             REXC_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             REXC_RELEASE_DATE              DECIMAL(7, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER FINQ.DEPOSIT ROW FINQB505 FOUND A REGULATION CC
      * EXCEPTION ON -- THE DEPOSIT (BANK/ACCT-ID/ACCT-NBR, PLACE_DATE
      * PACKED CYYMMDD) AND AMOUNT, WHETHER IT WAS A LARGE DEPOSIT
      * AND WHETHER THE ACCOUNT WAS NEW (Y/N, EACH TESTED ON ITS
      * OWN), THE REASON THE HOLD WAS EXTENDED FOR (LARGE-DEP,
      * NEW-ACCT OR REPEAT-OD -- THE FIRST THAT APPLIED), AND THE
      * EXTENDED RELEASE DATE.  FINQB512 AUDITS THE DAY'S FINQ.HOLD
      * RELEASE DATES AGAINST IT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.REGCCEXC                      *
      ******************************************************************
       01  FINQ-REGCCEXC.
           10 REXC-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 REXC-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 REXC-ACCT-NBR        PIC X(9).
           10 REXC-PLACE-DATE      PIC S9(7)V USAGE COMP-3.
           10 REXC-LARGE-IND       PIC X(1).
               88  REXC-LARGE-DEPOSIT           VALUE 'Y'.
           10 REXC-NEW-ACCT-IND    PIC X(1).
               88  REXC-NEW-ACCOUNT             VALUE 'Y'.
           10 REXC-REASON          PIC X(10).
           10 REXC-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 REXC-RELEASE-DATE    PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
