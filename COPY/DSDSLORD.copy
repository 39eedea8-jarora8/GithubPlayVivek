      ******************************************************************
      * DCLGEN TABLE(DSDS.LEGALORD)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSLORD))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.LEGALORD TABLE
           ( LORD_ORDER_ID                  DECIMAL(9, 0) NOT NULL,
             LORD_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             LORD_ORDER_TYPE                CHAR(1) NOT NULL,
             LORD_DEBTOR_NAME               CHAR(40) NOT NULL,
             LORD_DEBTOR_TIN                DECIMAL(9, 0) NOT NULL,
             LORD_ORDER_AMT                 DECIMAL(11, 2) NOT NULL,
             LORD_AGENCY                    CHAR(30) NOT NULL,
             LORD_PAYEE                     CHAR(20) NOT NULL,
             LORD_CASE_NBR                  CHAR(20) NOT NULL,
             LORD_RECV_DATE                 DATE NOT NULL,
             LORD_ANSWER_DATE               DATE NOT NULL,
             LORD_RECV_BY                   DECIMAL(5, 0) NOT NULL,
             LORD_STATUS                    CHAR(1) NOT NULL,
             LORD_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             LORD_PROTECTED_AMT             DECIMAL(11, 2) NOT NULL,
             LORD_HELD_AMT                  DECIMAL(11, 2) NOT NULL,
             LORD_FEE_AMT                   DECIMAL(7, 2) NOT NULL,
             LORD_PROCESS_DATE              DATE NOT NULL,
             LORD_REMIT_DATE                DATE NOT NULL,
             LORD_OFC_SERIAL                DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER GARNISHMENT ORDER OR TAX LEVY SERVED ON THE BANK.
      * ORDER_TYPE G IS A CREDITOR GARNISHMENT, S A STATE TAX LEVY,
      * F A FEDERAL (IRS) TAX LEVY -- THE ONE TYPE THE FEDERAL BENEFIT
      * PROTECTED AMOUNT DOES NOT APPLY TO.  DEBTOR_NAME AND
      * DEBTOR_TIN ARE AS THE ORDER READS; CUST_ID IS THE CIF.CUSTOMER
      * MATCHED ON TIN (ZERO UNTIL MATCHED).  AGENCY IS THE ISSUING
      * COURT OR AGENCY, PAYEE THE NAME THE REMITTANCE CHECK IS DRAWN
      * TO.  STATUS R RECEIVED, H FUNDS HELD, E NO FUNDS ABOVE THE
      * PROTECTED AMOUNT, N NO CUSTOMER MATCH, P REMITTED, X RELEASED.
      * PROTECTED_AMT, HELD_AMT AND FEE_AMT ARE THE TOTALS OVER THE
      * DEBTOR'S DEPOSIT ACCOUNTS AT PROCESS_DATE; THE HOLDS
      * THEMSELVES ARE ON FINQ.HOLD UNDER REFERENCE SOURCE LEGAL.
      * PROCESS_DATE AND REMIT_DATE HOLD '0001-01-01' UNTIL SET;
      * OFC_SERIAL IS THE NIPS.OFFCHK REMITTANCE CHECK, ZERO UNTIL
      * ISSUED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.LEGALORD                      *
      ******************************************************************
       01  DSDS-LEGALORD.
           10 LORD-ORDER-ID        PIC S9(9)V USAGE COMP-3.
           10 LORD-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 LORD-ORDER-TYPE      PIC X(1).
               88  LORD-TYPE-GARNISHMENT        VALUE 'G'.
               88  LORD-TYPE-STATE-LEVY         VALUE 'S'.
               88  LORD-TYPE-FEDERAL-LEVY       VALUE 'F'.
               88  LORD-TYPE-VALID              VALUE 'G' 'S' 'F'.
           10 LORD-DEBTOR-NAME     PIC X(40).
           10 LORD-DEBTOR-TIN      PIC S9(9)V USAGE COMP-3.
           10 LORD-ORDER-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 LORD-AGENCY          PIC X(30).
           10 LORD-PAYEE           PIC X(20).
           10 LORD-CASE-NBR        PIC X(20).
           10 LORD-RECV-DATE       PIC X(10).
           10 LORD-ANSWER-DATE     PIC X(10).
           10 LORD-RECV-BY         PIC S9(5)V USAGE COMP-3.
           10 LORD-STATUS          PIC X(1).
               88  LORD-RECEIVED                VALUE 'R'.
               88  LORD-HELD                    VALUE 'H'.
               88  LORD-NO-FUNDS                VALUE 'E'.
               88  LORD-NO-MATCH                VALUE 'N'.
               88  LORD-REMITTED                VALUE 'P'.
               88  LORD-RELEASED                VALUE 'X'.
           10 LORD-CUST-ID         PIC S9(9)V USAGE COMP-3.
           10 LORD-PROTECTED-AMT   PIC S9(9)V9(2) USAGE COMP-3.
           10 LORD-HELD-AMT        PIC S9(9)V9(2) USAGE COMP-3.
           10 LORD-FEE-AMT         PIC S9(5)V9(2) USAGE COMP-3.
           10 LORD-PROCESS-DATE    PIC X(10).
           10 LORD-REMIT-DATE      PIC X(10).
           10 LORD-OFC-SERIAL      PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
