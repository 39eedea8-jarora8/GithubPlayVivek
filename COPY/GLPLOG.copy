      ******************************************************************
      * DCLGEN TABLE(GL.POSTLOG)                                       *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(GLPLOG))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GL.POSTLOG TABLE
           ( GLPL_RUN_DATE                  DATE NOT NULL,
             GLPL_SOURCE_PROG               CHAR(8) NOT NULL,
             GLPL_CATEGORY                  CHAR(8) NOT NULL,
             GLPL_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             GLPL_RESOLVED_IND              CHAR(1) NOT NULL,
             GLPL_DR_GL_ACCT                CHAR(8) NOT NULL,
             GLPL_CR_GL_ACCT                CHAR(8) NOT NULL,
             GLPL_ITEM_COUNT                DECIMAL(9, 0) NOT NULL,
             GLPL_AMOUNT                    DECIMAL(15, 2) NOT NULL
           ) END-EXEC.
      * ONE ROW PER RUN DATE, FEED PROGRAM, CATEGORY, BANK AND
      * OUTCOME THAT GLU001 RESOLVED, WITH THE ACCOUNTS IT GAVE
      * AND THE COUNT AND AMOUNT OF ENTRIES THAT USED THEM.
      * RESOLVED-IND 'N' MEANS NO ACTIVE RULE MATCHED AND THE
      * ENTRIES WENT TO GL SUSPENSE.  GLB007 VALIDATES THE DAY'S
      * ROWS EACH NIGHT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GL.POSTLOG                         *
      ******************************************************************
       01  GL-POSTLOG.
           10 GLPL-RUN-DATE-X.
              15 GLPL-RUN-DATE     PIC X(10).
           10 GLPL-SOURCE-PROG     PIC X(8).
           10 GLPL-CATEGORY        PIC X(8).
           10 GLPL-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 GLPL-RESOLVED-IND    PIC X(1).
               88  GLPL-RESOLVED                VALUE 'Y'.
               88  GLPL-SUSPENSE                VALUE 'N'.
           10 GLPL-DR-GL-ACCT      PIC X(8).
           10 GLPL-CR-GL-ACCT      PIC X(8).
           10 GLPL-ITEM-COUNT      PIC S9(9)V USAGE COMP-3.
           10 GLPL-AMOUNT          PIC S9(13)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
