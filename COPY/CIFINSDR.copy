      ******************************************************************
      * DCLGEN TABLE(CIF.INSIDER)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFINSDR))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.INSIDER TABLE
           ( INSDR_CUST_ID                  DECIMAL(9, 0) NOT NULL,
             INSDR_SEQ                      SMALLINT NOT NULL,
             INSDR_BANK_NBR                 DECIMAL(3, 0) NOT NULL,
             INSDR_TYPE                     CHAR(1) NOT NULL,
             INSDR_OF_CUST_ID               DECIMAL(9, 0) NOT NULL,
             INSDR_TITLE                    CHAR(30) NOT NULL,
             INSDR_EFF_DATE                 DATE NOT NULL,
             INSDR_END_DATE                 DATE NOT NULL,
             INSDR_MAINT_OPER               CHAR(8) NOT NULL,
             INSDR_MAINT_DATE               DATE NOT NULL
           ) END-EXEC.
      * THE REGULATION O INSIDER REGISTRY -- ONE ROW PER INSIDER
      * ROLE A CIF.CUSTOMER HOLDS AT A BANK, KEYED BY CUSTOMER ID
      * PLUS A SEQUENCE.  TYPE E IS AN EXECUTIVE OFFICER, D A
      * DIRECTOR, P A PRINCIPAL SHAREHOLDER, AND R A RELATED
      * INTEREST (A COMPANY OR POLITICAL/CAMPAIGN COMMITTEE THE
      * INSIDER CONTROLS).  OF_CUST_ID IS THE INSIDER A RELATED
      * INTEREST BELONGS TO, AND THE ROW'S OWN CUSTOMER ID FOR THE
      * OTHER TYPES.  THE ROLE RUNS FROM THE EFFECTIVE DATE THROUGH
      * THE END DATE (9999-12-31 WHILE IT CONTINUES); ENDED ROWS
      * STAY AS HISTORY.  CIFO525 MAINTAINS IT AND CIFB547 REPORTS
      * THE INSIDERS' EXTENSIONS OF CREDIT MONTHLY.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.INSIDER                        *
      ******************************************************************
       01  CIF-INSIDER.
           10 INSDR-CUST-ID        PIC S9(9)V USAGE COMP-3.
           10 INSDR-SEQ            PIC S9(4) USAGE COMP.
           10 INSDR-BANK-NBR       PIC S9(3)V USAGE COMP-3.
           10 INSDR-TYPE           PIC X(1).
               88  INSDR-TYPE-OFFICER           VALUE 'E'.
               88  INSDR-TYPE-DIRECTOR          VALUE 'D'.
               88  INSDR-TYPE-SHAREHOLDER       VALUE 'P'.
               88  INSDR-TYPE-RELATED           VALUE 'R'.
           10 INSDR-OF-CUST-ID     PIC S9(9)V USAGE COMP-3.
           10 INSDR-TITLE          PIC X(30).
           10 INSDR-EFF-DATE-X.
              15 INSDR-EFF-DATE    PIC X(10).
           10 INSDR-END-DATE-X.
              15 INSDR-END-DATE    PIC X(10).
           10 INSDR-MAINT-OPER     PIC X(8).
           10 INSDR-MAINT-DATE-X.
              15 INSDR-MAINT-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
