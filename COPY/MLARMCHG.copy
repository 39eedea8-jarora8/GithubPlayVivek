      ******************************************************************
      * DCLGEN TABLE(ML.ARMCHG)                                        *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(MLARMCHG))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ML.ARMCHG TABLE
           ( ARMC_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             ARMC_LOAN_NBR                  DECIMAL(10, 0) NOT NULL,
             ARMC_CHG_DATE                  DATE NOT NULL,
             ARMC_FOUND_DATE                DATE NOT NULL,
             ARMC_NEW_RATE                  DECIMAL(7, 5) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ARM RATE CHANGE MLB505 HAS FOUND INSIDE ITS
      * NOTICE WINDOW -- THE LOAN, THE SERVICE BUREAU'S
      * ML02003-NEXT-INT-RATE-CHG-DT, THE FIRST RUN THAT SAW IT, AND
      * THE RATE THE NOTICE QUOTED.  THE RATE CHANGE IS THE
      * TRIGGERING EVENT EDOCB505 PROVES THE ARMCHG01 NOTICE AGAINST.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ML.ARMCHG                          *
      ******************************************************************
       01  ML-ARMCHG.
           10 ARMC-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 ARMC-LOAN-NBR        PIC S9(10)V USAGE COMP-3.
           10 ARMC-CHG-DATE-X.
              15 ARMC-CHG-DATE     PIC X(10).
           10 ARMC-FOUND-DATE-X.
              15 ARMC-FOUND-DATE   PIC X(10).
           10 ARMC-NEW-RATE        PIC S9(2)V9(5) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
