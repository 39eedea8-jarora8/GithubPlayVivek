      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHOENT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSAOEN))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHOENT TABLE
           ( AOEN_FILE_SEQ                  DECIMAL(7, 0) NOT NULL,
             AOEN_ENTRY_SEQ                 DECIMAL(7, 0) NOT NULL,
             AOEN_BATCH_NBR                 DECIMAL(7, 0) NOT NULL,
             AOEN_SVC_CLASS                 DECIMAL(3, 0) NOT NULL,
             AOEN_CO_NAME                   CHAR(16) NOT NULL,
             AOEN_CO_DISC                   CHAR(20) NOT NULL,
             AOEN_COMPANY_ID                CHAR(10) NOT NULL,
             AOEN_SEC                       CHAR(3) NOT NULL,
             AOEN_ENTRY_DESC                CHAR(10) NOT NULL,
             AOEN_DESC_DATE                 CHAR(6) NOT NULL,
             AOEN_EFF_DATE                  CHAR(6) NOT NULL,
             AOEN_TRAN_CODE                 DECIMAL(2, 0) NOT NULL,
             AOEN_RECV_RTN                  CHAR(9) NOT NULL,
             AOEN_ACCT                      CHAR(17) NOT NULL,
             AOEN_AMOUNT                    DECIMAL(10, 2) NOT NULL,
             AOEN_INDIV_ID                  CHAR(15) NOT NULL,
             AOEN_INDIV_NAME                CHAR(22) NOT NULL,
             AOEN_DISC_DATA                 CHAR(2) NOT NULL,
             AOEN_ADDENDA_IND               CHAR(1) NOT NULL,
             AOEN_ADDENDA                   CHAR(80) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ENTRY DETAIL ON A CUSTOMER ACH FILE DSDSB544 TOOK
      * IN, KEYED BY THE FILE'S DSDS.ACHOFILE INTAKE SEQUENCE AND THE
      * ENTRY'S POSITION IN THE FILE.  THE CUSTOMER'S BATCH HEADER
      * (BATCH_NBR THROUGH EFF_DATE) RIDES ON EVERY ENTRY SO DSDSB545
      * CAN REBUILD THE BATCHES IN THE COMBINED FILE TO THE FED.
      * ADDENDA IS THE PAYMENT-RELATED INFORMATION OF THE ENTRY'S
      * ONE 05 ADDENDA WHEN ADDENDA_IND IS 1, SPACES OTHERWISE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHOENT                       *
      ******************************************************************
       01  DSDS-ACHOENT.
           10 AOEN-FILE-SEQ        PIC S9(7)V USAGE COMP-3.
           10 AOEN-ENTRY-SEQ       PIC S9(7)V USAGE COMP-3.
           10 AOEN-BATCH-NBR       PIC S9(7)V USAGE COMP-3.
           10 AOEN-SVC-CLASS       PIC S9(3)V USAGE COMP-3.
           10 AOEN-CO-NAME         PIC X(16).
           10 AOEN-CO-DISC         PIC X(20).
           10 AOEN-COMPANY-ID      PIC X(10).
           10 AOEN-SEC             PIC X(3).
           10 AOEN-ENTRY-DESC      PIC X(10).
           10 AOEN-DESC-DATE       PIC X(6).
           10 AOEN-EFF-DATE        PIC X(6).
           10 AOEN-TRAN-CODE       PIC S9(2)V USAGE COMP-3.
           10 AOEN-RECV-RTN        PIC X(9).
           10 AOEN-ACCT            PIC X(17).
           10 AOEN-AMOUNT          PIC S9(8)V9(2) USAGE COMP-3.
           10 AOEN-INDIV-ID        PIC X(15).
           10 AOEN-INDIV-NAME      PIC X(22).
           10 AOEN-DISC-DATA       PIC X(2).
           10 AOEN-ADDENDA-IND     PIC X(1).
           10 AOEN-ADDENDA         PIC X(80).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
