      ******************************************************************
      * DCLGEN TABLE(DSDS.BENORIG)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSBENC))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.BENORIG TABLE
           ( BENO_CO_NAME                   CHAR(16) NOT NULL,
             BENO_SEC                       CHAR(3) NOT NULL,
             BENO_AGENCY                    CHAR(10) NOT NULL,
             BENO_ACTIVE_IND                CHAR(1) NOT NULL
           ) END-EXEC.
      * THE FEDERAL BENEFIT PAYERS WHOSE ACH CREDITS COUNT TOWARD THE
      * PROTECTED AMOUNT ON A GARNISHED ACCOUNT -- ONE ROW PER ACH
      * COMPANY NAME AS IT ARRIVES IN PDTX-ACH-CO-NAME (SSA, SSI, VA,
      * RRB, OPM AND THE LIKE).  SEC NAMES THE ONE SEC CODE THE
      * PAYER'S CREDITS CARRY, SPACES FOR ANY.  AGENCY IS THE SHORT
      * NAME FOR THE NOTICE AND REPORT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.BENORIG                       *
      ******************************************************************
       01  DSDS-BENORIG.
           10 BENO-CO-NAME         PIC X(16).
           10 BENO-SEC             PIC X(3).
           10 BENO-AGENCY          PIC X(10).
           10 BENO-ACTIVE-IND      PIC X(1).
               88  BENO-ACTIVE                  VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
