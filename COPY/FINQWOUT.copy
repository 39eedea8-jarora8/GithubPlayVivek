      ******************************************************************
      * DCLGEN TABLE(FINQ.WIREOUT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(FINQWOUT))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FINQ.WIREOUT TABLE
           ( WOUT_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             WOUT_WIRE_ID                   DECIMAL(9, 0) NOT NULL,
             WOUT_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             WOUT_ACCT_NBR                  CHAR(9) NOT NULL,
             WOUT_AMOUNT                    DECIMAL(11, 2) NOT NULL,
             WOUT_FEE_AMT                   DECIMAL(7, 2) NOT NULL,
             WOUT_BENE_NAME                 CHAR(35) NOT NULL,
             WOUT_BENE_ACCT                 CHAR(34) NOT NULL,
             WOUT_BENE_ABA                  CHAR(9) NOT NULL,
             WOUT_BENE_BANK                 CHAR(35) NOT NULL,
             WOUT_OBI                       CHAR(35) NOT NULL,
             WOUT_CB_CONTACT                CHAR(30) NOT NULL,
             WOUT_CB_PHONE                  CHAR(15) NOT NULL,
             WOUT_ENTRY_OPER                CHAR(3) NOT NULL,
             WOUT_ENTRY_DATE                DECIMAL(7, 0) NOT NULL,
             WOUT_ENTRY_TS                  TIMESTAMP NOT NULL,
             WOUT_STATUS                    CHAR(1) NOT NULL,
             WOUT_DUAL_IND                  CHAR(1) NOT NULL,
             WOUT_RELEASE_OPER              CHAR(3) NOT NULL,
             WOUT_RELEASE_TS                TIMESTAMP NOT NULL,
             WOUT_SCREEN_IND                CHAR(1) NOT NULL,
             WOUT_SEND_DATE                 DECIMAL(7, 0) NOT NULL,
             WOUT_PEND_BATCH                DECIMAL(5, 0) NOT NULL,
             WOUT_PEND_SEQ                  DECIMAL(5, 0) NOT NULL,
             WOUT_REASON                    CHAR(30) NOT NULL
           ) END-EXEC.
      * ONE ROW PER OUTBOUND WIRE REQUEST, KEYED BY BANK AND WIRE_ID
      * (NEXT NUMBER PER BANK).  FINQO501 ENTERS IT -- BENEFICIARY,
      * BENEFICIARY BANK (ABA), AMOUNT, THE FEE IN FORCE, AND THE
      * CALLBACK THE ENTERING OPERATOR MADE (CONTACT AND NUMBER
      * CALLED) -- AFTER A FUNDS CHECK NET OF FINQ HOLDS.  A WIRE AT
      * OR OVER THE AMS.PROPS DUAL-CONTROL THRESHOLD (DUAL_IND Y)
      * WAITS AT STATUS P FOR A SECOND OPERATOR TO RELEASE IT;
      * BELOW IT THE ENTRY IS THE RELEASE.  FINQB513 SCREENS EACH
      * RELEASED WIRE'S BENEFICIARY AGAINST THE SDN LIST, WRITES THE
      * FEDWIRE MESSAGE, AND POSTS THE DEBIT AND FEE TO DSDS.PEND
      * (PEND_BATCH/PEND_SEQ, THE FEE AT PEND_SEQ + 1).  FINQB514 IS
      * THE DAILY REGISTER THAT PROVES SENT WIRES TO THE GL.  DATES
      * PACKED CYYMMDD.  RELEASE_OPER IS SPACES UNTIL RELEASED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FINQ.WIREOUT                       *
      ******************************************************************
       01  FINQ-WIREOUT.
           10 WOUT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 WOUT-WIRE-ID         PIC S9(9)V USAGE COMP-3.
           10 WOUT-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 WOUT-ACCT-NBR        PIC X(9).
           10 WOUT-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 WOUT-FEE-AMT         PIC S9(5)V9(2) USAGE COMP-3.
           10 WOUT-BENE-NAME       PIC X(35).
           10 WOUT-BENE-ACCT       PIC X(34).
           10 WOUT-BENE-ABA        PIC X(9).
           10 WOUT-BENE-BANK       PIC X(35).
           10 WOUT-OBI             PIC X(35).
           10 WOUT-CB-CONTACT      PIC X(30).
           10 WOUT-CB-PHONE        PIC X(15).
           10 WOUT-ENTRY-OPER      PIC X(3).
           10 WOUT-ENTRY-DATE      PIC S9(7)V USAGE COMP-3.
           10 WOUT-ENTRY-TS        PIC X(26).
           10 WOUT-STATUS          PIC X(1).
               88  WOUT-PENDING-RELEASE         VALUE 'P'.
               88  WOUT-RELEASED                VALUE 'R'.
               88  WOUT-OFAC-REVIEW             VALUE 'O'.
               88  WOUT-FUNDS-FAILED            VALUE 'F'.
               88  WOUT-SENT                    VALUE 'S'.
               88  WOUT-CANCELLED               VALUE 'C'.
               88  WOUT-BLOCKED                 VALUE 'B'.
           10 WOUT-DUAL-IND        PIC X(1).
               88  WOUT-DUAL-CONTROL            VALUE 'Y'.
           10 WOUT-RELEASE-OPER    PIC X(3).
           10 WOUT-RELEASE-TS      PIC X(26).
           10 WOUT-SCREEN-IND      PIC X(1).
               88  WOUT-NOT-SCREENED            VALUE 'N'.
               88  WOUT-SCREEN-PASSED           VALUE 'P'.
               88  WOUT-SCREEN-HIT              VALUE 'H'.
               88  WOUT-SCREEN-CLEARED          VALUE 'C'.
           10 WOUT-SEND-DATE       PIC S9(7)V USAGE COMP-3.
           10 WOUT-PEND-BATCH      PIC S9(5)V USAGE COMP-3.
           10 WOUT-PEND-SEQ        PIC S9(5)V USAGE COMP-3.
           10 WOUT-REASON          PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 25      *
      ******************************************************************
