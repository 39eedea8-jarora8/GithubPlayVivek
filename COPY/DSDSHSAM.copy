      ******************************************************************
      * DCLGEN TABLE(DSDS.HSAMAST)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSHSAM))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.HSAMAST TABLE
           ( HSA_BANK_NBR                   DECIMAL(3, 0) NOT NULL,
             HSA_ACCT_NBR                   DECIMAL(9, 0) NOT NULL,
             HSA_CUST_ID                    DECIMAL(9, 0) NOT NULL,
             HSA_BIRTH_DATE                 DATE NOT NULL,
             HSA_COVERAGE                   CHAR(1) NOT NULL,
             HSA_CATCHUP_IND                CHAR(1) NOT NULL,
             HSA_LAST_POST_DATE             DECIMAL(7, 0) NOT NULL,
             HSA_LIMIT_STATUS               CHAR(1) NOT NULL,
             HSA_STATUS_DATE                DATE NOT NULL,
             HSA_BAL_YEAR                   DECIMAL(4, 0) NOT NULL,
             HSA_LAST_BALANCE               DECIMAL(13, 2) NOT NULL,
             HSA_YE_BALANCE                 DECIMAL(13, 2) NOT NULL,
             HSA_OPEN_DATE                  DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER CHECKING ACCOUNT BEHIND AN HSA DEBIT CARD
      * (ADC-CARD-TYPE-HSA-DEBIT), BUILT AND KEPT BY DSDSB541.
      * COVERAGE S = SELF-ONLY, F = FAMILY -- THE HOLDER'S ELECTION,
      * SELF-ONLY UNTIL ONE ARRIVES.  CATCHUP_IND 'Y' WHEN THE HOLDER
      * (CUSTI-BIRTH-DATE) REACHES THE CATCH-UP AGE BY 12/31 OF THE
      * CURRENT TAX YEAR.  LAST_POST_DATE (CYYMMDD) IS THE LAST
      * ARCHIVE DAY CLASSIFIED ONTO DSDS.HSATXN.  LIMIT_STATUS
      * BLANK = WITHIN THE ANNUAL LIMIT, F = POSTED CONTRIBUTIONS
      * OVER IT (EXCESS TO BE REMOVED), B = PENDING CONTRIBUTIONS
      * HELD ON DSDS.PENDSUSP FOR GOING OVER IT.  LAST_BALANCE IS THE
      * CIF BALANCE AT THE LAST RUN OF BAL_YEAR; WHEN THE YEAR TURNS
      * IT BECOMES YE_BALANCE, THE FORM 5498-SA FAIR MARKET VALUE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.HSAMAST                       *
      ******************************************************************
       01  DSDS-HSAMAST.
           10 HSA-BANK-NBR         PIC S9(3)V USAGE COMP-3.
           10 HSA-ACCT-NBR         PIC S9(9)V USAGE COMP-3.
           10 HSA-CUST-ID          PIC S9(9)V USAGE COMP-3.
           10 HSA-BIRTH-DATE-X.
              15 HSA-BIRTH-DATE    PIC X(10).
           10 HSA-COVERAGE         PIC X(1).
              88  HSA-COVERAGE-SELF            VALUE 'S'.
              88  HSA-COVERAGE-FAMILY          VALUE 'F'.
           10 HSA-CATCHUP-IND      PIC X(1).
              88  HSA-CATCHUP-ELIGIBLE         VALUE 'Y'.
           10 HSA-LAST-POST-DATE   PIC S9(7)V USAGE COMP-3.
           10 HSA-LIMIT-STATUS     PIC X(1).
              88  HSA-LIMIT-WITHIN             VALUE ' '.
              88  HSA-LIMIT-FLAGGED            VALUE 'F'.
              88  HSA-LIMIT-BLOCKED            VALUE 'B'.
           10 HSA-STATUS-DATE-X.
              15 HSA-STATUS-DATE   PIC X(10).
           10 HSA-BAL-YEAR         PIC S9(4)V USAGE COMP-3.
           10 HSA-LAST-BALANCE     PIC S9(11)V9(2) USAGE COMP-3.
           10 HSA-YE-BALANCE       PIC S9(11)V9(2) USAGE COMP-3.
           10 HSA-OPEN-DATE-X.
              15 HSA-OPEN-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
