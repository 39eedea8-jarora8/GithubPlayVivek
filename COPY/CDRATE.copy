      ******************************************************************
      * DCLGEN TABLE(CD.RATETBL)                                       *
      *        LIBRARY(LMFPROG.APPLDCL.U099056(CDRATE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CD.RATETBL TABLE
           ( CDR_BANK_NBR                   DECIMAL(3, 0) NOT NULL,
             CDR_TERM_MONTHS                DECIMAL(3, 0) NOT NULL,
             CDR_EFF_DATE                   DATE NOT NULL,
             CDR_RATE                       DECIMAL(7, 4) NOT NULL
           ) END-EXEC.
      * THE CD RATE SHEET BY BANK AND TERM.  THE CURRENT RATE FOR A
      * TERM ON A GIVEN DAY IS THE ROW WITH THE LATEST EFF_DATE NOT
      * AFTER THAT DAY.  RATE IS THE ANNUAL PERCENTAGE (4.2500).
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CD.RATETBL                         *
      ******************************************************************
       01  CD-RATETBL.
           10 CDR-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 CDR-TERM-MONTHS     PIC S9(3)V USAGE COMP-3.
           10 CDR-EFF-DATE-X.
              15 CDR-EFF-DATE     PIC X(10).
           10 CDR-RATE            PIC S9(3)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
