      ******************************************************************
      * DCLGEN TABLE(CIF.PURGEIDX)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(CIFPRGIX))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.PURGEIDX TABLE
           ( PIX_CUST_ID                    DECIMAL(9, 0) NOT NULL,
             PIX_BANK_NBR                   DECIMAL(3, 0) NOT NULL,
             PIX_FILE_ID                    CHAR(4) NOT NULL,
             PIX_FILE_KEY                   CHAR(25) NOT NULL,
             PIX_CUST_NAME                  CHAR(40) NOT NULL,
             PIX_TAX_ID                     DECIMAL(9, 0) NOT NULL,
             PIX_LAST_CLOSE                 DATE NOT NULL,
             PIX_PURGE_DATE                 DATE NOT NULL,
             PIX_DATASET                    CHAR(44) NOT NULL,
             PIX_FIRST_POS                  DECIMAL(9, 0) NOT NULL,
             PIX_ROW_COUNT                  DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * THE RETAINED INDEX ROW FOR EVERY CUSTOMER WHOSE CLOSED
      * RELATIONSHIP CIFB543 MOVED OFF THE CIF TABLES TO A PURGARCH
      * ARCHIVE DATASET -- WHO THEY WERE (KEY, NAME, TAX ID), WHEN
      * THE LAST ACCOUNT CLOSED, AND THE DATASET, FIRST RECORD
      * POSITION AND ROW COUNT OF THEIR ARCHIVED ROWS.  CIFB544
      * RECALLS A CUSTOMER FROM IT.  PRIMARY KEY IS PIX_CUST_ID;
      * PIX_TAX_ID CARRIES A SECONDARY INDEX FOR LOOKUP BY TIN.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.PURGEIDX                       *
      ******************************************************************
       01  CIF-PURGEIDX.
           10 PIX-CUST-ID          PIC S9(9)V USAGE COMP-3.
           10 PIX-BANK-NBR         PIC S9(3)V USAGE COMP-3.
           10 PIX-FILE-ID          PIC X(4).
           10 PIX-FILE-KEY         PIC X(25).
           10 PIX-CUST-NAME        PIC X(40).
           10 PIX-TAX-ID           PIC S9(9)V USAGE COMP-3.
           10 PIX-LAST-CLOSE       PIC X(10).
           10 PIX-PURGE-DATE       PIC X(10).
           10 PIX-DATASET          PIC X(44).
           10 PIX-FIRST-POS        PIC S9(9)V USAGE COMP-3.
           10 PIX-ROW-COUNT        PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
