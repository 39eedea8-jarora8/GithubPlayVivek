      ******************************************************************
      * DCLGEN TABLE(FINQ.RDCLIMIT)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQRLIM))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.RDCLIMIT TABLE
           ( RLIM_TIER_CODE                 DECIMAL(1, 0) NOT NULL,
             RLIM_REF_SOURCE                CHAR(10) NOT NULL,
             RLIM_ITEM_AMT                  DECIMAL(11, 2) NOT NULL,
             RLIM_DAY_AMT                   DECIMAL(11, 2) NOT NULL,
             RLIM_30DAY_AMT                 DECIMAL(11, 2) NOT NULL,
             RLIM_HOLD_PCT                  DECIMAL(3, 0) NOT NULL,
             RLIM_HOLD_DAYS                 DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      * THE REMOTE DEPOSIT CAPTURE LIMITS FOR ONE FINQ.RDCTIER TIER
      * ON ONE CAPTURE SOURCE (MOBILE OR SCAN, THE DEP_REFERENCE_
      * SOURCE VALUES) -- THE LARGEST SINGLE DEPOSIT, THE DAY'S
      * TOTAL, AND THE ROLLING 30-DAY TOTAL.  ZERO MEANS NO LIMIT OF
      * THAT KIND.  A DEPOSIT THAT TAKES A TOTAL PAST ITS LIMIT BUT
      * NOT PAST THE LIMIT PLUS HOLD_PCT PERCENT IS ACCEPTED WITH AN
      * EXTENDED HOLD OF HOLD_DAYS BUSINESS DAYS; PAST THAT IT IS
      * REJECTED.  FINQU502 APPLIES THEM AT FINQ.DEPOSIT INSERT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.RDCLIMIT                      *
      ******************************************************************
       01  FINQ-RDCLIMIT.
           10 RLIM-TIER-CODE       PIC S9(1)V USAGE COMP-3.
           10 RLIM-REF-SOURCE      PIC X(10).
           10 RLIM-ITEM-AMT        PIC S9(9)V9(2) USAGE COMP-3.
           10 RLIM-DAY-AMT         PIC S9(9)V9(2) USAGE COMP-3.
           10 RLIM-30DAY-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 RLIM-HOLD-PCT        PIC S9(3)V USAGE COMP-3.
           10 RLIM-HOLD-DAYS       PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
