      ******************************************************************
      * DCLGEN TABLE(CIF.SCRAACCT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFSCRAA))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.SCRAACCT TABLE
           ( SCRAA_BANK_NBR                 DECIMAL(3, 0) NOT NULL,
             SCRAA_FILE_ID                  CHAR(4) NOT NULL,
             SCRAA_FILE_KEY                 CHAR(25) NOT NULL,
             SCRAA_CUST_ID                  DECIMAL(9, 0) NOT NULL,
             SCRAA_CAP_STATUS               CHAR(1) NOT NULL,
             SCRAA_CAP_DATE                 DATE NOT NULL,
             SCRAA_PRIOR_RATE               DECIMAL(7, 5) NOT NULL,
             SCRAA_RESTORE_DATE             DATE NOT NULL,
             SCRAA_ADJ_CYCLE                DECIMAL(7, 0) NOT NULL,
             SCRAA_ADJ_TOTAL                DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACCOUNT OF A MILITARY CUSTOMER WHOSE RATE MLB511
      * HAS CAPPED AT THE SCRA 6 PERCENT, KEYED THE WAY CIF.ACCOUNT
      * IS.  CAP_STATUS C = CAPPED (SINCE CAP_DATE), R = RESTORED
      * WHEN THE COVERAGE ENDED (ON RESTORE_DATE).  FOR AN ML LOAN
      * PRIOR_RATE IS THE CONTRACT RATE THE SERVICER WAS TOLD TO
      * CAP AND LATER RESTORES.  FOR AN OVERDRAFT LINE ('ODSB')
      * ADJ_CYCLE IS THE ODH-NEXT-STMT-CYCLE WHOSE INTEREST WAS LAST
      * CUT BACK TO 6 PERCENT, SO A CYCLE IS NEVER ADJUSTED TWICE,
      * AND ADJ_TOTAL THE INTEREST GIVEN BACK SINCE THE CAP BEGAN.
      * DATES NOT YET REACHED CARRY THE '0001-01-01' SENTINEL.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.SCRAACCT                       *
      ******************************************************************
       01  CIF-SCRAACCT.
           10  SCRAA-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10  SCRAA-FILE-ID         PIC X(4).
           10  SCRAA-FILE-KEY        PIC X(25).
           10  SCRAA-CUST-ID         PIC S9(9)V USAGE COMP-3.
           10  SCRAA-CAP-STATUS      PIC X(1).
               88  SCRAA-CAP-NONE               VALUE ' '.
               88  SCRAA-CAPPED                 VALUE 'C'.
               88  SCRAA-RESTORED               VALUE 'R'.
           10  SCRAA-CAP-DATE-X.
               15  SCRAA-CAP-DATE        PIC X(10).
           10  SCRAA-PRIOR-RATE      PIC S9(2)V9(5) USAGE COMP-3.
           10  SCRAA-RESTORE-DATE-X.
               15  SCRAA-RESTORE-DATE    PIC X(10).
           10  SCRAA-ADJ-CYCLE       PIC S9(7)V USAGE COMP-3.
           10  SCRAA-ADJ-TOTAL       PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
