      ******************************************************************
      * DCLGEN TABLE(ML.MATTRK)                                        *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(MLMATTRK))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ML.MATTRK TABLE
           ( MATT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             MATT_LOAN_NBR                  DECIMAL(10, 0) NOT NULL,
             MATT_MATURITY_DATE             DATE NOT NULL,
             MATT_NOTICE_DAYS               DECIMAL(3, 0) NOT NULL,
             MATT_NOTICE_DATE               DATE NOT NULL,
             MATT_NOTICE_AMT                DECIMAL(11, 2) NOT NULL,
             MATT_PAST_MAT_DATE             DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER LOAN MLB512 HAS GIVEN MATURITY NOTICE ON, SO EACH
      * ADVANCE NOTICE GOES OUT ONCE.  MATURITY_DATE IS THE
      * ML02003-DATE-MATURITY THE NOTICES WERE COUNTED AGAINST -- AN
      * EXTENDED OR MODIFIED LOAN STARTS ITS NOTICES OVER.
      * NOTICE_DAYS IS THE DAYS-OUT POINT OF THE LAST NOTICE SENT
      * (999 = NONE YET), NOTICE_DATE THE DAY IT WENT AND NOTICE_AMT
      * THE ESTIMATED FINAL PAYMENT IT QUOTED.  PAST_MAT_DATE IS THE
      * FIRST RUN THAT FOUND THE LOAN UNPAID AFTER MATURITY.  DATES
      * NEVER SET ARE 0001-01-01.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ML.MATTRK                          *
      ******************************************************************
       01  ML-MATTRK.
           10 MATT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 MATT-LOAN-NBR        PIC S9(10)V USAGE COMP-3.
           10 MATT-MATURITY-DATE-X.
              15 MATT-MATURITY-DATE PIC X(10).
           10 MATT-NOTICE-DAYS     PIC S9(3)V USAGE COMP-3.
               88  MATT-NO-NOTICE-YET           VALUE 999.
           10 MATT-NOTICE-DATE-X.
              15 MATT-NOTICE-DATE  PIC X(10).
           10 MATT-NOTICE-AMT      PIC S9(9)V9(2) USAGE COMP-3.
           10 MATT-PAST-MAT-DATE-X.
              15 MATT-PAST-MAT-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
