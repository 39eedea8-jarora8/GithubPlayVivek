      ******************************************************************
      * DCLGEN TABLE(ACM.CARDACTV)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099465(ACMCACTV))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ACM.CARDACTV TABLE
           ( CACT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             CACT_CARD_NBR                  CHAR(19) NOT NULL,
             CACT_ANCHOR_DATE               DATE NOT NULL,
             CACT_REMIND_DATE               DATE NOT NULL,
             CACT_CLOSE_DATE                DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACM.DEBCARD PLASTIC ACMB519 HAS FOLLOWED UP FOR
      * NON-ACTIVATION.  ANCHOR_DATE IS THE ISSUE OR REISSUE DATE
      * THE FOLLOW-UP IS ABOUT -- A LATER REISSUE STARTS A NEW ONE.
      * REMIND_DATE IS WHEN THE EDOC050 ACTIVATION REMINDER WENT,
      * CLOSE_DATE WHEN THE STILL-UNUSED CARD WAS CLOSED (90).
      * DATES NOT YET REACHED CARRY '0001-01-01'.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACM.CARDACTV                       *
      ******************************************************************
       01  ACM-CARDACTV.
           10 CACT-BANK-NBR       PIC S9(3)V USAGE COMP-3.
           10 CACT-CARD-NBR       PIC X(19).
           10 CACT-ANCHOR-DATE-X.
              15 CACT-ANCHOR-DATE PIC X(10).
           10 CACT-REMIND-DATE-X.
              15 CACT-REMIND-DATE PIC X(10).
           10 CACT-CLOSE-DATE-X.
              15 CACT-CLOSE-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
