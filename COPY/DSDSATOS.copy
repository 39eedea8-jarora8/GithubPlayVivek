      ******************************************************************
      * DCLGEN TABLE(DSDS.ATOCNTCT)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSATOS))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ATOCNTCT TABLE
           ( ACNT_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             ACNT_DEL_METHOD                DECIMAL(3, 0) NOT NULL,
             ACNT_DEL_DATA                  CHAR(70) NOT NULL,
             ACNT_HOME_PHONE                DECIMAL(11, 0) NOT NULL,
             ACNT_CELL_PHONE                DECIMAL(11, 0) NOT NULL,
             ACNT_LAST_RUN_DATE             DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER INDIVIDUAL CUSTOMER DSDSB540 WATCHES -- THE WAYS
      * TO REACH THE CUSTOMER AS OF ITS LAST RUN.  THE DELIVERY
      * METHOD AND ITS ADDRESS (THE E-MAIL, SECURE-LINK URL, OR
      * DEVICE TOKEN) ARE THE CUSTOMER'S EDOC.NOTIFPREF ROW; THE
      * PHONES ARE CUSTI-HOME-PHONE AND CUSTI-CELL-PHONE.  NEITHER
      * SOURCE TABLE CARRIES A CHANGE DATE, SO TONIGHT'S VALUES ARE
      * COMPARED TO THESE AND EVERY DIFFERENCE IS LOGGED ON
      * DSDS.ATOEVENT.  A CUSTOMER'S FIRST RUN ONLY LAYS DOWN THE
      * BASELINE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ATOCNTCT                      *
      ******************************************************************
       01  DSDS-ATOCNTCT.
           10 ACNT-CUST-ID         PIC S9(9)V USAGE COMP-3.
           10 ACNT-DEL-METHOD      PIC S9(3)V USAGE COMP-3.
           10 ACNT-DEL-DATA        PIC X(70).
           10 ACNT-HOME-PHONE      PIC S9(11)V USAGE COMP-3.
           10 ACNT-CELL-PHONE      PIC S9(11)V USAGE COMP-3.
           10 ACNT-LAST-RUN-DATE-X.
              15 ACNT-LAST-RUN-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
