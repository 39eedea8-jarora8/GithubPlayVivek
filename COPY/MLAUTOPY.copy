      ******************************************************************
      * DCLGEN TABLE(ML.AUTOPAY)                                       *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(MLAUTOPY))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ML.AUTOPAY TABLE
           ( APAY_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             APAY_LOAN_NBR                  DECIMAL(10, 0) NOT NULL,
             APAY_DEP_ACCT_ID               DECIMAL(3, 0) NOT NULL,
             APAY_DEP_ACCT_NBR              DECIMAL(9, 0) NOT NULL,
             APAY_DRAFT_DAY                 DECIMAL(2, 0) NOT NULL,
             APAY_AMT_TYPE                  CHAR(1) NOT NULL,
             APAY_STATUS                    CHAR(1) NOT NULL,
             APAY_SUSP_REASON               CHAR(1) NOT NULL,
             APAY_CYCLE_DATE                DATE NOT NULL,
             APAY_RETRY_IND                 CHAR(1) NOT NULL,
             APAY_LAST_DRAFT_DATE           DATE NOT NULL,
             APAY_LAST_DRAFT_AMT            DECIMAL(9, 2) NOT NULL,
             APAY_NSF_COUNT                 DECIMAL(3, 0) NOT NULL,
             APAY_ENROLL_OPER               CHAR(3) NOT NULL,
             APAY_ENROLL_DATE               DATE NOT NULL,
             APAY_STATUS_DATE               DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER LOAN ENROLLED IN AUTOMATIC PAYMENT, KEYED BY BANK
      * AND THE ML02003 LOAN NUMBER, NAMING THE DEPOSIT ACCOUNT THE
      * PAYMENT IS DRAFTED FROM, THE DAY OF THE MONTH TO DRAFT (A DAY
      * PAST THE END OF A SHORT MONTH DRAFTS ON ITS LAST DAY), AND
      * WHAT TO DRAFT -- R THE REGULAR PAYMENT (ML02003-PYMT-AMT-DUE)
      * OR T THE TOTAL DUE (ML02003-TOTAL-AMT-DUE).  MLO502 ENROLLS,
      * CANCELS AND SHOWS THEM.  MLB508 DRAFTS THEM DAILY: CYCLE_DATE
      * IS THE DAY THIS MONTH'S DRAFT WAS FIRST TRIED, SO A LOAN IS
      * TRIED ONCE A MONTH; AN NSF SETS RETRY_IND Y FOR ONE RETRY ON
      * THE NEXT RUN, AND A SECOND NSF NOTIFIES THE BORROWER.  STATUS
      * A = ACTIVE, S = SUSPENDED (SUSP_REASON B BANKRUPTCY, P PAID
      * OFF), C = CANCELLED.  DATES NEVER SET ARE 0001-01-01.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ML.AUTOPAY                         *
      ******************************************************************
       01  ML-AUTOPAY.
           10 APAY-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 APAY-LOAN-NBR        PIC S9(10)V USAGE COMP-3.
           10 APAY-DEP-ACCT-ID     PIC S9(3)V USAGE COMP-3.
           10 APAY-DEP-ACCT-NBR    PIC S9(9)V USAGE COMP-3.
           10 APAY-DRAFT-DAY       PIC S9(2)V USAGE COMP-3.
           10 APAY-AMT-TYPE        PIC X(1).
               88  APAY-AMT-REGULAR             VALUE 'R'.
               88  APAY-AMT-TOTAL-DUE           VALUE 'T'.
           10 APAY-STATUS          PIC X(1).
               88  APAY-STATUS-ACTIVE           VALUE 'A'.
               88  APAY-STATUS-SUSPENDED        VALUE 'S'.
               88  APAY-STATUS-CANCELLED        VALUE 'C'.
           10 APAY-SUSP-REASON     PIC X(1).
               88  APAY-SUSP-BANKRUPTCY         VALUE 'B'.
               88  APAY-SUSP-PAID-OFF           VALUE 'P'.
           10 APAY-CYCLE-DATE-X.
              15 APAY-CYCLE-DATE   PIC X(10).
           10 APAY-RETRY-IND       PIC X(1).
               88  APAY-RETRY-OWED              VALUE 'Y'.
           10 APAY-LAST-DRAFT-DATE-X.
              15 APAY-LAST-DRAFT-DATE PIC X(10).
           10 APAY-LAST-DRAFT-AMT  PIC S9(7)V9(2) USAGE COMP-3.
           10 APAY-NSF-COUNT       PIC S9(3)V USAGE COMP-3.
           10 APAY-ENROLL-OPER     PIC X(3).
           10 APAY-ENROLL-DATE-X.
              15 APAY-ENROLL-DATE  PIC X(10).
           10 APAY-STATUS-DATE-X.
              15 APAY-STATUS-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
