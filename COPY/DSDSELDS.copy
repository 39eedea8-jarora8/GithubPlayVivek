      ******************************************************************
      * DCLGEN TABLE(DSDS.ELDERSNP)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSELDS))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ELDERSNP TABLE
           ( ESNP_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             ESNP_ADDR_LINE1                CHAR(40) NOT NULL,
             ESNP_ADDR_ZIP                  CHAR(9) NOT NULL,
             ESNP_CELL_PHONE                DECIMAL(11, 0) NOT NULL,
             ESNP_PARTY_COUNT               SMALLINT NOT NULL,
             ESNP_PARTY_SUM                 DECIMAL(15, 0) NOT NULL,
             ESNP_ADDR_CHG_DATE             DATE NOT NULL,
             ESNP_PHONE_CHG_DATE            DATE NOT NULL,
             ESNP_PARTY_CHG_DATE            DATE NOT NULL,
             ESNP_LAST_RUN_DATE             DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER SENIOR CUSTOMER DSDSB539 WATCHES -- THE CONTACT
      * AND HOUSEHOLD PICTURE AS OF ITS LAST RUN, SO TONIGHT'S RUN
      * CAN TELL WHAT MOVED.  THE MAILING ADDRESS (LINE 1 AND ZIP)
      * CATCHES A CHANGE APPLIED BY CIFB528 OR ONLINE; THE CELL
      * PHONE IS CUSTI-CELL-PHONE; THE PARTY COUNT AND THE SUM OF
      * THE RELATED CUSTOMER IDS ARE THE CIFU021 HOUSEHOLD, SO A
      * NEW JOINT OWNER OR SIGNER MOVES ONE OR THE OTHER.  EACH
      * CHG-DATE IS THE LAST RUN THAT SAW THAT ITEM CHANGE
      * ('0001-01-01' WHEN IT NEVER HAS) -- THE SCORER COUNTS THE
      * CHANGE AS AN EVENT WHILE THE DATE SITS INSIDE ITS WINDOW.
      * A CUSTOMER'S FIRST RUN ONLY LAYS DOWN THE BASELINE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ELDERSNP                      *
      ******************************************************************
       01  DSDS-ELDERSNP.
           10 ESNP-CUST-ID         PIC S9(9)V USAGE COMP-3.
           10 ESNP-ADDR-LINE1      PIC X(40).
           10 ESNP-ADDR-ZIP        PIC X(9).
           10 ESNP-CELL-PHONE      PIC S9(11)V USAGE COMP-3.
           10 ESNP-PARTY-COUNT     PIC S9(4) USAGE COMP.
           10 ESNP-PARTY-SUM       PIC S9(15)V USAGE COMP-3.
           10 ESNP-ADDR-CHG-DATE-X.
              15 ESNP-ADDR-CHG-DATE  PIC X(10).
           10 ESNP-PHONE-CHG-DATE-X.
              15 ESNP-PHONE-CHG-DATE PIC X(10).
           10 ESNP-PARTY-CHG-DATE-X.
              15 ESNP-PARTY-CHG-DATE PIC X(10).
           10 ESNP-LAST-RUN-DATE-X.
              15 ESNP-LAST-RUN-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
