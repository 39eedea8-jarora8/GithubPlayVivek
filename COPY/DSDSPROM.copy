      ******************************************************************
      * DCLGEN TABLE(DSDS.PROMO)                                       *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSPROM))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.PROMO TABLE
           ( PROMO_CODE                     DECIMAL(5, 0) NOT NULL,
             PROMO_DESC                     CHAR(26) NOT NULL,
             PROMO_ACTIVE_IND               CHAR(1) NOT NULL,
             PROMO_OPEN_FROM                DATE NOT NULL,
             PROMO_OPEN_THRU                DATE NOT NULL,
             PROMO_QUAL_DAYS                DECIMAL(3, 0) NOT NULL,
             PROMO_MIN_DD_COUNT             DECIMAL(3, 0) NOT NULL,
             PROMO_MIN_DD_AMT               DECIMAL(11, 2) NOT NULL,
             PROMO_MIN_BAL_AMT              DECIMAL(11, 2) NOT NULL,
             PROMO_MIN_BAL_DAYS             DECIMAL(3, 0) NOT NULL,
             PROMO_BONUS_AMT                DECIMAL(9, 2) NOT NULL,
             PROMO_CLAWBACK_DAYS            DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER NEW-ACCOUNT PROMOTION, KEYED BY THE PROMO CODE
      * STAMPED ON CIF ACCT-PROMO-CODE AT OPENING.  AN ACCOUNT OPENED
      * FROM OPEN_FROM THROUGH OPEN_THRU WHILE ACTIVE_IND IS Y IS
      * JUDGED ONCE, WHEN ITS QUALIFICATION WINDOW (QUAL_DAYS FROM
      * THE OPEN DATE) HAS RUN OUT.  THE DIRECT DEPOSIT TEST IS ON
      * PPD ACH CREDITS IN THE DSDS.PDTXARCH ARCHIVE INSIDE THE
      * WINDOW -- MET BY MIN_DD_COUNT OF THEM OR BY MIN_DD_AMT IN
      * TOTAL, WHICHEVER IS SET (ZERO IN BOTH MEANS NO DEPOSIT TEST).
      * THE BALANCE TEST IS MIN_BAL_DAYS DAYS IN THE WINDOW CLOSING
      * AT OR ABOVE MIN_BAL_AMT (ZERO DAYS MEANS NO BALANCE TEST).
      * BONUS_AMT IS PAID AS INTEREST AND CHARGED BACK IF THE ACCOUNT
      * CLOSES WITHIN CLAWBACK_DAYS OF THE PAYOUT.  DSDSB550 DOES THE
      * MONTHLY JUDGING, PAYOUT AND CLAWBACK (SEE DSDS.PROMOPAY).
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.PROMO                         *
      ******************************************************************
       01  DSDS-PROMO.
           10 PROMO-CODE           PIC S9(5)V USAGE COMP-3.
           10 PROMO-DESC           PIC X(26).
           10 PROMO-ACTIVE-IND     PIC X(1).
               88  PROMO-ACTIVE                 VALUE 'Y'.
           10 PROMO-OPEN-FROM      PIC X(10).
           10 PROMO-OPEN-THRU      PIC X(10).
           10 PROMO-QUAL-DAYS      PIC S9(3)V USAGE COMP-3.
           10 PROMO-MIN-DD-COUNT   PIC S9(3)V USAGE COMP-3.
           10 PROMO-MIN-DD-AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 PROMO-MIN-BAL-AMT    PIC S9(9)V9(2) USAGE COMP-3.
           10 PROMO-MIN-BAL-DAYS   PIC S9(3)V USAGE COMP-3.
           10 PROMO-BONUS-AMT      PIC S9(7)V9(2) USAGE COMP-3.
           10 PROMO-CLAWBACK-DAYS  PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
