      ******************************************************************
      * DCLGEN TABLE(CD.MASTER)                                        *
      *        LIBRARY(LMFPROG.APPLDCL.U099056(CDMASTER))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CD.MASTER TABLE
           ( CDM_BANK_NBR                   DECIMAL(3, 0) NOT NULL,
             CDM_ACCT_NBR                   CHAR(9) NOT NULL,
             CDM_STATUS                     CHAR(1) NOT NULL,
             CDM_OPEN_DATE                  DATE NOT NULL,
             CDM_TERM_MONTHS                DECIMAL(3, 0) NOT NULL,
             CDM_RATE                       DECIMAL(7, 4) NOT NULL,
             CDM_MATURITY_DATE              DATE NOT NULL,
             CDM_RENEW_INSTR                CHAR(1) NOT NULL,
             CDM_GRACE_END_DATE             DATE NOT NULL,
             CDM_PRIOR_MATURITY             DATE NOT NULL,
             CDM_NOTICE_DATE                DATE NOT NULL,
             CDM_LAST_MAINT_DATE            DATE NOT NULL,
             CDM_LAST_MAINT_PROG            CHAR(8) NOT NULL,
             CDM_PRODUCT                    CHAR(4) NOT NULL,
             CDM_COMPOUND                   CHAR(1) NOT NULL,
             CDM_DAY_BASIS                  DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER CD.  STATUS A = ACTIVE, C = CLOSED (PAID OUT AT
      * MATURITY).  RENEW_INSTR R = RENEW FOR THE SAME TERM AT THE
      * CD.RATETBL RATE CURRENT ON THE MATURITY DATE, P = PAY OUT BY
      * THE CD.DISBOPT ELECTION.  PRIOR_MATURITY IS THE MATURITY
      * LAST PROCESSED AND GRACE_END_DATE THE LAST DAY OF THE GRACE
      * PERIOD IT OPENED.  NOTICE_DATE IS WHEN THE PRE-MATURITY
      * NOTICE FOR THE CURRENT MATURITY WENT.  LAST_MAINT_DATE/PROG
      * NAME THE LAST CHANGE AND WHO MADE IT (CDU501 OR CDB508).
      * DATES NOT YET REACHED CARRY '0001-01-01'.  PRODUCT IS THE CD
      * PRODUCT CODE.  COMPOUND IS HOW INTEREST IS FIGURED AND
      * CREDITED -- D = COMPOUNDED DAILY, CREDITED MONTHLY; M AND Q =
      * CREDITED (AND SO COMPOUNDED) MONTHLY OR QUARTERLY; S = SIMPLE,
      * NEVER COMPOUNDED.  DAY_BASIS IS THE DAY-COUNT YEAR, 360 OR
      * 365.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CD.MASTER                          *
      ******************************************************************
       01  CD-MASTER.
           10 CDM-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 CDM-ACCT-NBR        PIC X(9).
           10 CDM-STATUS          PIC X(1).
               88  CDM-STATUS-ACTIVE            VALUE 'A'.
               88  CDM-STATUS-CLOSED            VALUE 'C'.
           10 CDM-OPEN-DATE-X.
              15 CDM-OPEN-DATE    PIC X(10).
           10 CDM-TERM-MONTHS     PIC S9(3)V USAGE COMP-3.
           10 CDM-RATE            PIC S9(3)V9(4) USAGE COMP-3.
           10 CDM-MATURITY-DATE-X.
              15 CDM-MATURITY-DATE PIC X(10).
           10 CDM-RENEW-INSTR     PIC X(1).
               88  CDM-RENEW-AUTO               VALUE 'R'.
               88  CDM-RENEW-PAYOUT             VALUE 'P'.
           10 CDM-GRACE-END-DATE-X.
              15 CDM-GRACE-END-DATE PIC X(10).
           10 CDM-PRIOR-MATURITY-X.
              15 CDM-PRIOR-MATURITY PIC X(10).
           10 CDM-NOTICE-DATE-X.
              15 CDM-NOTICE-DATE  PIC X(10).
           10 CDM-LAST-MAINT-DATE-X.
              15 CDM-LAST-MAINT-DATE PIC X(10).
           10 CDM-LAST-MAINT-PROG PIC X(8).
           10 CDM-PRODUCT         PIC X(4).
           10 CDM-COMPOUND        PIC X(1).
               88  CDM-COMPOUND-DAILY           VALUE 'D'.
               88  CDM-COMPOUND-MONTHLY         VALUE 'M'.
               88  CDM-COMPOUND-QUARTERLY       VALUE 'Q'.
               88  CDM-COMPOUND-SIMPLE          VALUE 'S'.
           10 CDM-DAY-BASIS       PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
