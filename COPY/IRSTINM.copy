      ******************************************************************
      * DCLGEN TABLE(IRS.TINMATCH)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(IRSTINM))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE IRS.TINMATCH TABLE
           ( TINM_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             TINM_TAX_ID                    DECIMAL(9, 0) NOT NULL,
             TINM_TIN_TYPE                  CHAR(1) NOT NULL,
             TINM_NAME                      CHAR(40) NOT NULL,
             TINM_SUBMIT_DATE               DATE NOT NULL,
             TINM_STATUS                    CHAR(1) NOT NULL,
             TINM_RESULT_CODE               CHAR(1) NOT NULL,
             TINM_RESULT_DATE               DATE NOT NULL,
             TINM_NOTICE_DATE               DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER CIF.CUSTOMER SENT TO THE IRS BULK TIN MATCHING
      * PROGRAM -- THE TIN, TYPE AND NAME AS LAST SUBMITTED (IRSB505
      * RESUBMITS WHEN CIF NO LONGER AGREES WITH THEM) AND THE
      * RESULT IRSB506 LOADED BACK.  TINM_TIN_TYPE IS THE IRS CODE
      * (1 = EIN, 2 = SSN).  TINM_RESULT_CODE IS THE IRS MATCH
      * INDICATOR (0 MATCHED; 1 TIN MISSING OR NOT NINE DIGITS;
      * 2 TIN NOT ISSUED; 3 NAME/TIN MISMATCH; 4 INVALID REQUEST;
      * 5 DUPLICATE REQUEST; 6, 7, 8 MATCHED AS SSN, EIN, BOTH).
      * DATES NOT YET REACHED CARRY THE '0001-01-01' SENTINEL.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IRS.TINMATCH                       *
      ******************************************************************
       01  IRS-TINMATCH.
           10  TINM-CUST-ID          PIC S9(9)V USAGE COMP-3.
           10  TINM-TAX-ID           PIC S9(9)V USAGE COMP-3.
           10  TINM-TIN-TYPE         PIC X(1).
               88  TINM-TIN-TYPE-EIN            VALUE '1'.
               88  TINM-TIN-TYPE-SSN            VALUE '2'.
           10  TINM-NAME             PIC X(40).
           10  TINM-SUBMIT-DATE-X.
               15  TINM-SUBMIT-DATE      PIC X(10).
           10  TINM-STATUS           PIC X(1).
               88  TINM-STATUS-SUBMITTED        VALUE 'S'.
               88  TINM-STATUS-MATCHED          VALUE 'M'.
               88  TINM-STATUS-MISMATCH         VALUE 'X'.
               88  TINM-STATUS-RESUBMIT         VALUE 'R'.
           10  TINM-RESULT-CODE      PIC X(1).
               88  TINM-RESULT-MATCHED          VALUE '0' '6' '7' '8'.
               88  TINM-RESULT-MISMATCH         VALUE '1' '2' '3'.
               88  TINM-RESULT-RESUBMIT         VALUE '4' '5'.
           10  TINM-RESULT-DATE-X.
               15  TINM-RESULT-DATE      PIC X(10).
           10  TINM-NOTICE-DATE-X.
               15  TINM-NOTICE-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
