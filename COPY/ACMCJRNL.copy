      ******************************************************************
      * DCLGEN TABLE(ACM.CARDJRNL)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099465(ACMCJRNL))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ACM.CARDJRNL TABLE
           ( CJ_BANK_NBR                    DECIMAL(3, 0) NOT NULL,
             CJ_CARD_NBR                    CHAR(19) NOT NULL,
             CJ_TIMESTAMP                   TIMESTAMP NOT NULL,
             CJ_FIELD                       CHAR(8) NOT NULL,
             CJ_BEFORE                      CHAR(10) NOT NULL,
             CJ_AFTER                       CHAR(10) NOT NULL,
             CJ_SOURCE_PROG                 CHAR(8) NOT NULL,
             CJ_USER_ID                     CHAR(8) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACM.DEBCARD FIELD CHANGED THROUGH ACMU503, WITH
      * THE VALUE BEFORE AND AFTER.  CJ_FIELD IS STATUS, LIM-ATM,
      * LIM-POS, LIM-MAX, CARDTYPE OR TX-TYPE; LIMITS ARE CARRIED AS
      * FIVE ZONED DIGITS.  THE FIELDS OF ONE CHANGE SHARE ONE
      * TIMESTAMP.  USER_ID IS THE CICS OPERATOR, SPACES FOR BATCH.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACM.CARDJRNL                       *
      ******************************************************************
       01  ACM-CARDJRNL.
           10 CJ-BANK-NBR          PIC S9(3)V USAGE COMP-3.
           10 CJ-CARD-NBR          PIC X(19).
           10 CJ-TIMESTAMP         PIC X(26).
           10 CJ-FIELD             PIC X(8).
           10 CJ-BEFORE            PIC X(10).
           10 CJ-AFTER             PIC X(10).
           10 CJ-SOURCE-PROG       PIC X(8).
           10 CJ-USER-ID           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
