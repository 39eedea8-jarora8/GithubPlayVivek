      ******************************************************************
      * DCLGEN TABLE(DSDS.ELDERHST)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSELDH))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ELDERHST TABLE
           ( EHST_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             EHST_RUN_DATE                  DATE NOT NULL,
             EHST_SCORE                     DECIMAL(5, 0) NOT NULL,
             EHST_EVENT_COUNT               SMALLINT NOT NULL,
             EHST_ADDR_EVENT                CHAR(1) NOT NULL,
             EHST_PHONE_EVENT               CHAR(1) NOT NULL,
             EHST_PARTY_EVENT               CHAR(1) NOT NULL,
             EHST_OUTFLOW_EVENT             CHAR(1) NOT NULL,
             EHST_CARD_EVENT                CHAR(1) NOT NULL,
             EHST_OUTFLOW_AMT               DECIMAL(13, 2) NOT NULL,
             EHST_CASE_NBR                  INTEGER NOT NULL
           ) END-EXEC.
      * THE ELDER-EXPLOITATION SCORE HISTORY.  DSDSB539 WRITES ONE
      * ROW PER SENIOR CUSTOMER PER RUN WHENEVER ANY RISK EVENT IS
      * LIVE, KEYED BY CUSTOMER AND RUN DATE -- THE TREND SHOWN TO
      * ADULT PROTECTIVE SERVICES WITH A REFERRAL.  EACH EVENT
      * FLAG IS Y WHEN THAT EVENT COUNTED TOWARD THE SCORE:
      * ADDRESS CHANGE, CELL PHONE CHANGE, NEW HOUSEHOLD PARTY,
      * LARGE WIRE OR CASH OUTFLOW (EHST-OUTFLOW-AMT IS ITS
      * WINDOW TOTAL), AND FIRST-EVER CARD USE AWAY FROM HOME.
      * EHST-CASE-NBR IS THE DSDS.AMLCASE CASE THE RUN OPENED OR
      * FOUND OPEN FOR THE CUSTOMER, ZERO WHEN NOT FLAGGED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ELDERHST                      *
      ******************************************************************
       01  DSDS-ELDERHST.
           10 EHST-CUST-ID         PIC S9(9)V USAGE COMP-3.
           10 EHST-RUN-DATE-X.
              15 EHST-RUN-DATE     PIC X(10).
           10 EHST-SCORE           PIC S9(5)V USAGE COMP-3.
           10 EHST-EVENT-COUNT     PIC S9(4) USAGE COMP.
           10 EHST-ADDR-EVENT      PIC X(1).
           10 EHST-PHONE-EVENT     PIC X(1).
           10 EHST-PARTY-EVENT     PIC X(1).
           10 EHST-OUTFLOW-EVENT   PIC X(1).
           10 EHST-CARD-EVENT      PIC X(1).
           10 EHST-OUTFLOW-AMT     PIC S9(11)V9(2) USAGE COMP-3.
           10 EHST-CASE-NBR        PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
