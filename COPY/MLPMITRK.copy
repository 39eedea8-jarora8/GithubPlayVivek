      ******************************************************************
      * DCLGEN TABLE(ML.PMITRK)                                        *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(MLPMITRK))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ML.PMITRK TABLE
           ( PMIT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             PMIT_LOAN_NBR                  DECIMAL(10, 0) NOT NULL,
             PMIT_ORIG_VALUE                DECIMAL(11, 2) NOT NULL,
             PMIT_STAGE                     CHAR(1) NOT NULL,
             PMIT_STAGE_DATE                DATE NOT NULL,
             PMIT_LAST_LTV                  DECIMAL(5, 2) NOT NULL,
             PMIT_MIDPOINT_IND              CHAR(1) NOT NULL,
             PMIT_REQ_STATUS                CHAR(1) NOT NULL,
             PMIT_REQ_DATE                  DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER BORROWER-PAID PMI LOAN MLB509 HAS SEEN -- WHERE
      * THE LOAN STANDS UNDER THE HOMEOWNERS PROTECTION ACT, SO EACH
      * NOTICE GOES OUT ONCE AND EACH TERMINATION IS INSTRUCTED ONCE.
      * ORIG_VALUE IS THE ORIGINAL PROPERTY VALUE THE LTV IS TAKEN
      * AGAINST, SEEDED FROM ML02003-ORIG-NOTE-AMT AT FIRST SIGHT AND
      * CORRECTED BY HAND FROM THE CLOSING FILE WHERE IT MATTERS.
      * STAGE ' ' = ABOVE 80 PCT, 8 = 80 PCT NOTICE SENT, 7 = AUTOMATIC
      * TERMINATION AT 78 PCT, M = FINAL TERMINATION AT THE MIDPOINT
      * OF THE AMORTIZATION TERM, C = CANCELLED ON THE BORROWER'S
      * REQUEST.  REQ_STATUS ' ' = NO REQUEST, P = PENDING, G =
      * GRANTED, D = DENIED.  DATES NEVER SET ARE 0001-01-01.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ML.PMITRK                          *
      ******************************************************************
       01  ML-PMITRK.
           10 PMIT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 PMIT-LOAN-NBR        PIC S9(10)V USAGE COMP-3.
           10 PMIT-ORIG-VALUE      PIC S9(9)V9(2) USAGE COMP-3.
           10 PMIT-STAGE           PIC X(1).
               88  PMIT-STAGE-NONE              VALUE ' '.
               88  PMIT-STAGE-80-NOTICED        VALUE '8'.
               88  PMIT-STAGE-TERMINATED        VALUE '7' 'M' 'C'.
           10 PMIT-STAGE-DATE-X.
              15 PMIT-STAGE-DATE   PIC X(10).
           10 PMIT-LAST-LTV        PIC S9(3)V9(2) USAGE COMP-3.
           10 PMIT-MIDPOINT-IND    PIC X(1).
               88  PMIT-PAST-MIDPOINT           VALUE 'Y'.
           10 PMIT-REQ-STATUS      PIC X(1).
               88  PMIT-REQ-PENDING             VALUE 'P'.
               88  PMIT-REQ-GRANTED             VALUE 'G'.
               88  PMIT-REQ-DENIED              VALUE 'D'.
           10 PMIT-REQ-DATE-X.
              15 PMIT-REQ-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
