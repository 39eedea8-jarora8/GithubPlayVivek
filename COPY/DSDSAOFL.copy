      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHOFILE)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSAOFL))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHOFILE TABLE
           ( AOFL_FILE_SEQ                  DECIMAL(7, 0) NOT NULL,
             AOFL_COMPANY_ID                CHAR(10) NOT NULL,
             AOFL_RECV_DATE                 DATE NOT NULL,
             AOFL_CREATE_DATE               CHAR(6) NOT NULL,
             AOFL_FILE_ID_MOD               CHAR(1) NOT NULL,
             AOFL_BATCH_COUNT               DECIMAL(5, 0) NOT NULL,
             AOFL_ENTRY_COUNT               DECIMAL(7, 0) NOT NULL,
             AOFL_ENTRY_HASH                DECIMAL(10, 0) NOT NULL,
             AOFL_DEBIT_AMT                 DECIMAL(13, 2) NOT NULL,
             AOFL_CREDIT_AMT                DECIMAL(13, 2) NOT NULL,
             AOFL_STATUS                    CHAR(1) NOT NULL,
             AOFL_REASON                    CHAR(30) NOT NULL,
             AOFL_APPROVER                  DECIMAL(5, 0) NOT NULL,
             AOFL_ACTION_DATE               DATE NOT NULL,
             AOFL_SENT_DATE                 DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER CUSTOMER ACH FILE DSDSB544 TOOK IN, KEYED BY AN
      * INTAKE SEQUENCE NUMBER -- THE REGISTER THE DUPLICATE-FILE
      * CHECK, THE DAILY EXPOSURE TOTAL AND THE APPROVAL QUEUE ALL
      * READ.  CREATE_DATE AND FILE_ID_MOD ARE FROM THE CUSTOMER'S
      * FILE HEADER; THE COUNT, HASH AND DOLLARS FROM ITS FILE
      * CONTROL.  STATUS:
      *   A  ACCEPTED -- DSDSB545 ORIGINATES IT TONIGHT
      *   H  HELD -- OVER THE PER-FILE OR DAILY EXPOSURE LIMIT
      *   D  HELD -- DUPLICATE-FILE SUSPECT
      *   R  REJECTED AT INTAKE (EDIT OR BALANCING), NOTHING STAGED
      *   X  REJECTED BY THE APPROVER, STAGED ENTRIES DELETED
      *   O  ORIGINATED ON SENT_DATE
      * APPROVER AND ACTION_DATE ARE SET WHEN A HELD FILE IS APPROVED
      * OR REJECTED; ACTION_DATE AND SENT_DATE CARRY 0001-01-01 UNTIL
      * THEN.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHOFILE                      *
      ******************************************************************
       01  DSDS-ACHOFILE.
           10 AOFL-FILE-SEQ        PIC S9(7)V USAGE COMP-3.
           10 AOFL-COMPANY-ID      PIC X(10).
           10 AOFL-RECV-DATE       PIC X(10).
           10 AOFL-CREATE-DATE     PIC X(6).
           10 AOFL-FILE-ID-MOD     PIC X(1).
           10 AOFL-BATCH-COUNT     PIC S9(5)V USAGE COMP-3.
           10 AOFL-ENTRY-COUNT     PIC S9(7)V USAGE COMP-3.
           10 AOFL-ENTRY-HASH      PIC S9(10)V USAGE COMP-3.
           10 AOFL-DEBIT-AMT       PIC S9(11)V9(2) USAGE COMP-3.
           10 AOFL-CREDIT-AMT      PIC S9(11)V9(2) USAGE COMP-3.
           10 AOFL-STATUS          PIC X(1).
               88  AOFL-ACCEPTED                VALUE 'A'.
               88  AOFL-HELD-LIMIT              VALUE 'H'.
               88  AOFL-HELD-DUPLICATE          VALUE 'D'.
               88  AOFL-REJECTED                VALUE 'R'.
               88  AOFL-REJECTED-APPROVER       VALUE 'X'.
               88  AOFL-ORIGINATED              VALUE 'O'.
           10 AOFL-REASON          PIC X(30).
           10 AOFL-APPROVER        PIC S9(5)V USAGE COMP-3.
           10 AOFL-ACTION-DATE     PIC X(10).
           10 AOFL-SENT-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
