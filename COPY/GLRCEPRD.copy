      ******************************************************************
      * DCLGEN TABLE(GL.RCEPROD)                                       *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(GLRCEPRD))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GL.RCEPROD TABLE
           ( RCEP_FILE_ID                   CHAR(4) NOT NULL,
             RCEP_PRODUCT                   CHAR(4) NOT NULL,
             RCEP_DEP_TYPE                  CHAR(1) NOT NULL,
             RCEP_IRA_IND                   CHAR(1) NOT NULL,
             RCEP_BROKERED_IND              CHAR(1) NOT NULL,
             RCEP_GL_ACCT                   CHAR(8) NOT NULL,
             RCEP_DESC                      CHAR(30) NOT NULL
           ) END-EXEC.
      * THE CALL REPORT SCHEDULE RC-E CLASS OF EVERY DEPOSIT PRODUCT,
      * ONE ROW PER FILE ID AND PRODUCT.  A CIF.ACCOUNT PRODUCT IS
      * ITS ACCT_DESC_CODE AS FOUR DIGITS UNDER ITS ACCT_FILE_ID; A
      * CD IS ITS CDM_PRODUCT UNDER FILE ID 'CD  '.  DEP-TYPE D =
      * DEMAND, N = NOW/ATS AND OTHER TRANSACTION, S = SAVINGS OTHER
      * THAN MMDA, M = MMDA, T = TIME, X = NOT A DEPOSIT (LEFT OFF
      * THE SCHEDULE).  D AND N ARE TRANSACTION ACCOUNTS, THE REST
      * NONTRANSACTION.  IRA-IND Y MARKS AN IRA/KEOGH PRODUCT AND
      * BROKERED-IND Y A BROKERED ONE.  GL-ACCT IS THE GL DEPOSIT
      * ACCOUNT THE PRODUCT'S BALANCES SIT IN.  GLB008 IS THE ONLY
      * READER; A PRODUCT NOT HERE IS LISTED AS UNCLASSIFIABLE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GL.RCEPROD                         *
      ******************************************************************
       01  GL-RCEPROD.
           10 RCEP-FILE-ID         PIC X(4).
           10 RCEP-PRODUCT         PIC X(4).
           10 RCEP-DEP-TYPE        PIC X(1).
               88  RCEP-DEMAND                  VALUE 'D'.
               88  RCEP-OTHER-TRANSACTION       VALUE 'N'.
               88  RCEP-TRANSACTION             VALUE 'D' 'N'.
               88  RCEP-SAVINGS                 VALUE 'S'.
               88  RCEP-MMDA                    VALUE 'M'.
               88  RCEP-TIME                    VALUE 'T'.
               88  RCEP-NOT-DEPOSIT             VALUE 'X'.
           10 RCEP-IRA-IND         PIC X(1).
           10 RCEP-BROKERED-IND    PIC X(1).
           10 RCEP-GL-ACCT         PIC X(8).
           10 RCEP-DESC            PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
