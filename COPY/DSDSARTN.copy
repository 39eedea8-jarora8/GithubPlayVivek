      ******************************************************************
      * DCLGEN TABLE(DSDS.ACHRTN)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSARTN))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ACHRTN TABLE
           ( ARTN_RETURN_DATE               DATE NOT NULL,
             ARTN_ORIG_TRACE                DECIMAL(15, 0) NOT NULL,
             ARTN_REASON_CODE               CHAR(3) NOT NULL,
             ARTN_ACH_PAR_NBR               DECIMAL(15, 0) NOT NULL,
             ARTN_SEC                       CHAR(3) NOT NULL,
             ARTN_CO_NAME                   CHAR(16) NOT NULL,
             ARTN_INDIV_ID                  CHAR(15) NOT NULL,
             ARTN_ORIG_ACCT                 CHAR(17) NOT NULL,
             ARTN_AMOUNT                    DECIMAL(10, 2) NOT NULL,
             ARTN_POST_DATE                 DECIMAL(7, 0) NOT NULL,
             ARTN_DR_CR                     CHAR(1) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACH RETURN DSDSB513 SENDS, KEYED BY THE DAY IT
      * WENT OUT AND THE ORIGINAL TRACE, SO A RERUN OF THE SAME
      * RETURN FILE ADDS NOTHING.  THE ORIGINATOR (CO_NAME), THE
      * RECEIVER'S INDIVIDUAL ID AND THE AMOUNT ARE WHAT NIPSB508
      * MATCHES A RE-PRESENTED ENTRY AGAINST.  POST_DATE IS THE
      * ORIGINAL POSTING DATE, PACKED CYYMMDD AS ON THE RETURN INPUT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ACHRTN                        *
      ******************************************************************
       01  DSDS-ACHRTN.
           10 ARTN-RETURN-DATE     PIC X(10).
           10 ARTN-ORIG-TRACE      PIC S9(15)V USAGE COMP-3.
           10 ARTN-REASON-CODE     PIC X(3).
           10 ARTN-ACH-PAR-NBR     PIC S9(15)V USAGE COMP-3.
           10 ARTN-SEC             PIC X(3).
           10 ARTN-CO-NAME         PIC X(16).
           10 ARTN-INDIV-ID        PIC X(15).
           10 ARTN-ORIG-ACCT       PIC X(17).
           10 ARTN-AMOUNT          PIC S9(8)V9(2) USAGE COMP-3.
           10 ARTN-POST-DATE       PIC S9(7)V USAGE COMP-3.
           10 ARTN-DR-CR           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
