      ******************************************************************
      * DCLGEN TABLE(GL.POSTRULE)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(GLPRULE))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GL.POSTRULE TABLE
           ( GLPR_SOURCE_PROG               CHAR(8) NOT NULL,
             GLPR_CATEGORY                  CHAR(8) NOT NULL,
             GLPR_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             GLPR_EFF_DATE                  DATE NOT NULL,
             GLPR_END_DATE                  DATE NOT NULL,
             GLPR_DR_GL_ACCT                CHAR(8) NOT NULL,
             GLPR_CR_GL_ACCT                CHAR(8) NOT NULL,
             GLPR_COST_CENTER               CHAR(5) NOT NULL,
             GLPR_ACTIVE_IND                CHAR(1) NOT NULL,
             GLPR_DESC                      CHAR(30) NOT NULL
           ) END-EXEC.
      * THE ONE GL POSTING-RULE TABLE.  ONE ROW PER FEED PROGRAM,
      * TRANSACTION CATEGORY (THE REASON CODE OR FEE CATEGORY THE
      * FEED CARRIES) AND BANK -- BANK 0 IS THE RULE FOR EVERY BANK
      * WITHOUT ONE OF ITS OWN -- GIVING THE DEBIT AND CREDIT GL
      * ACCOUNTS AND THE COST CENTER.  A RULE APPLIES FROM EFF-DATE
      * THROUGH END-DATE (9999-12-31 WHILE OPEN) WHILE ACTIVE-IND IS
      * 'Y', SO A CHART-OF-ACCOUNTS CHANGE IS A NEW ROW, NOT A
      * PROGRAM CHANGE.  SOURCE-PROG AND CATEGORY 'SUSPENSE' IS THE
      * GL SUSPENSE RULE AN UNRESOLVED ENTRY POSTS TO.  GLU001 IS THE
      * ONLY READER.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GL.POSTRULE                        *
      ******************************************************************
       01  GL-POSTRULE.
           10 GLPR-SOURCE-PROG     PIC X(8).
           10 GLPR-CATEGORY        PIC X(8).
           10 GLPR-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 GLPR-EFF-DATE-X.
              15 GLPR-EFF-DATE     PIC X(10).
           10 GLPR-END-DATE-X.
              15 GLPR-END-DATE     PIC X(10).
           10 GLPR-DR-GL-ACCT      PIC X(8).
           10 GLPR-CR-GL-ACCT      PIC X(8).
           10 GLPR-COST-CENTER     PIC X(5).
           10 GLPR-ACTIVE-IND      PIC X(1).
               88  GLPR-ACTIVE                  VALUE 'Y'.
           10 GLPR-DESC            PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
