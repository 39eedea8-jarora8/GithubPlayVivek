      ******************************************************************
      * DCLGEN TABLE(EDOC.MAILPC)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099601(EDOCMLPC))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EDOC.MAILPC TABLE
           ( MLPC_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             MLPC_FILE_ID                   CHAR(4) NOT NULL,
             MLPC_KEY                       CHAR(25) NOT NULL,
             MLPC_FORM_ID                   CHAR(8) NOT NULL,
             MLPC_SENT_TS                   TIMESTAMP NOT NULL,
             MLPC_JOB_ID                    CHAR(10) NOT NULL,
             MLPC_MAILER_ID                 CHAR(9) NOT NULL,
             MLPC_SERIAL                    DECIMAL(9, 0) NOT NULL,
             MLPC_IMB                       CHAR(31) NOT NULL,
             MLPC_PRESORT_SEQ               DECIMAL(7, 0) NOT NULL,
             MLPC_ZIP                       CHAR(9) NOT NULL,
             MLPC_PRINT_TS                  TIMESTAMP NOT NULL,
             MLPC_SCAN_TS                   TIMESTAMP NOT NULL,
             MLPC_SCAN_OP_CODE              CHAR(3) NOT NULL
           ) END-EXEC.
      * ONE ROW PER PAPER PIECE EDOCB503 PUT IN THE PRINT-AND-MAIL
      * STREAM, KEYED LIKE THE EDOC.CORRARCH ROW IT MAILED (BANK,
      * FILE ID, KEY, FORM, SENT TIMESTAMP), SO THE ARCHIVE ENTRY
      * LEADS TO ITS ENVELOPE.  PIECES SHARING AN ENVELOPE SHARE
      * THE INTELLIGENT MAIL BARCODE -- IMB IS THE 31-DIGIT STRING
      * (BARCODE ID, SERVICE TYPE, MAILER ID, SERIAL, ROUTING ZIP)
      * THE PRINTER RENDERS AS BARS.  THE SERIAL IS UNIQUE PER
      * MAILER ID FOR THE USPS 45-DAY WINDOW; PRINT_TS ORDERS THE
      * SERIALS ACROSS A WRAP.  SCAN_TS AND SCAN_OP_CODE ARE THE
      * FIRST USPS TRACKING SCAN OF THE PIECE, LOADED FROM THE
      * TRACKING FEED -- THE PROOF OF THE MAIL DATE.  A PIECE NOT
      * YET SCANNED CARRIES 0001-01-01-00.00.00.000000.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EDOC.MAILPC                        *
      ******************************************************************
       01  EDOC-MAILPC.
           10 MLPC-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 MLPC-FILE-ID         PIC X(4).
           10 MLPC-KEY             PIC X(25).
           10 MLPC-FORM-ID         PIC X(8).
           10 MLPC-SENT-TS         PIC X(26).
           10 MLPC-JOB-ID          PIC X(10).
           10 MLPC-MAILER-ID       PIC X(9).
           10 MLPC-SERIAL          PIC S9(9)V USAGE COMP-3.
           10 MLPC-IMB             PIC X(31).
           10 MLPC-PRESORT-SEQ     PIC S9(7)V USAGE COMP-3.
           10 MLPC-ZIP             PIC X(9).
           10 MLPC-PRINT-TS        PIC X(26).
           10 MLPC-SCAN-TS         PIC X(26).
           10 MLPC-SCAN-OP-CODE    PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
