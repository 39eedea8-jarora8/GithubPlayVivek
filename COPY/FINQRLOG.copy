      ******************************************************************
      * DCLGEN TABLE(FINQ.RDCLOG)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQRLOG))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.RDCLOG TABLE
           ( RLOG_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             RLOG_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             RLOG_ACCT_NBR                  CHAR(9) NOT NULL,
             RLOG_REF_SOURCE                CHAR(10) NOT NULL,
             RLOG_REFERENCE_ID              CHAR(25) NOT NULL,
             RLOG_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             RLOG_TIER_CODE                 DECIMAL(1, 0) NOT NULL,
             RLOG_DECISION                  CHAR(1) NOT NULL,
             RLOG_LIMIT_TYPE                CHAR(1) NOT NULL,
             RLOG_LIMIT_AMT                 DECIMAL(11, 2) NOT NULL,
             RLOG_USED_AMT                  DECIMAL(11, 2) NOT NULL,
             RLOG_RELEASE_DATE              DECIMAL(7, 0) NOT NULL,
             RLOG_LOG_DATE                  DECIMAL(7, 0) NOT NULL,
             RLOG_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      * ONE ROW PER REMOTE DEPOSIT CAPTURE DEPOSIT FINQU502 LIMITED --
      * DECISION H (ACCEPTED WITH AN EXTENDED HOLD RELEASING ON
      * RELEASE_DATE) OR R (REJECTED, RELEASE_DATE ZERO).  LIMIT_TYPE
      * IS THE LIMIT THAT DECIDED IT: I PER ITEM, D DAILY, M ROLLING
      * 30 DAYS.  USED_AMT IS THAT TOTAL WITH THIS DEPOSIT IN IT.
      * DATES ARE PACKED CYYMMDD, AS ON FINQ.DEPOSIT.  FINQB511
      * REPORTS FROM IT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.RDCLOG                        *
      ******************************************************************
       01  FINQ-RDCLOG.
           10 RLOG-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 RLOG-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 RLOG-ACCT-NBR        PIC X(9).
           10 RLOG-REF-SOURCE      PIC X(10).
           10 RLOG-REFERENCE-ID    PIC X(25).
           10 RLOG-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 RLOG-TIER-CODE       PIC S9(1)V USAGE COMP-3.
           10 RLOG-DECISION        PIC X(1).
               88  RLOG-HELD                    VALUE 'H'.
               88  RLOG-REJECTED                VALUE 'R'.
           10 RLOG-LIMIT-TYPE      PIC X(1).
           10 RLOG-LIMIT-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 RLOG-USED-AMT        PIC S9(9)V9(2) USAGE COMP-3.
           10 RLOG-RELEASE-DATE    PIC S9(7)V USAGE COMP-3.
           10 RLOG-LOG-DATE        PIC S9(7)V USAGE COMP-3.
           10 RLOG-TIMESTAMP       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
