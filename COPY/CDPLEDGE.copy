      ******************************************************************
      * DCLGEN TABLE(CD.PLEDGE)                                        *
      *        LIBRARY(LMFPROG.APPLDCL.U099056(CDPLEDGE))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CD.PLEDGE TABLE
           ( CDPL_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             CDPL_ACCT_NBR                  CHAR(9) NOT NULL,
             CDPL_LOAN_BANK_NBR             DECIMAL(3, 0) NOT NULL,
             CDPL_LOAN_NBR                  DECIMAL(10, 0) NOT NULL,
             CDPL_PLEDGED_AMT               DECIMAL(11, 2) NOT NULL,
             CDPL_PLEDGE_DATE               DATE NOT NULL,
             CDPL_RELEASE_DATE              DATE NOT NULL,
             CDPL_STATUS                    CHAR(1) NOT NULL,
             CDPL_OPER_ID                   DECIMAL(5, 0) NOT NULL,
             CDPL_SUPV_ID                   DECIMAL(5, 0) NOT NULL,
             CDPL_REL_OPER_ID               DECIMAL(5, 0) NOT NULL,
             CDPL_REL_SUPV_ID               DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER CD PLEDGED AS COLLATERAL, KEYED BY THE CD ACCOUNT
      * AND THE LOAN IT SECURES (LOAN_BANK_NBR/LOAN_NBR, THE MLU002
      * LOOKUP KEY).  CDU502 MAINTAINS IT UNDER DUAL CONTROL --
      * OPER_ID REQUESTS THE PLEDGE AND A DIFFERENT SUPV_ID APPROVES
      * IT; REL_OPER_ID AND REL_SUPV_ID DO THE SAME FOR THE RELEASE.
      * STATUS P = PLEDGE PENDING SUPERVISOR, A = IN FORCE, R =
      * RELEASE PENDING SUPERVISOR (STILL IN FORCE), X = RELEASED,
      * D = PLEDGE DENIED.  CDB506 HOLDS A WITHDRAWAL THAT WOULD
      * TAKE THE CD BELOW THE SUM OF ITS A AND R PLEDGES.
      * RELEASE_DATE CARRIES '0001-01-01' UNTIL THE RELEASE IS
      * APPROVED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CD.PLEDGE                          *
      ******************************************************************
       01  CD-PLEDGE.
           10 CDPL-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 CDPL-ACCT-NBR        PIC X(9).
           10 CDPL-LOAN-BANK-NBR   PIC S9(3)V USAGE COMP-3.
           10 CDPL-LOAN-NBR        PIC S9(10)V USAGE COMP-3.
           10 CDPL-PLEDGED-AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 CDPL-PLEDGE-DATE-X.
              15 CDPL-PLEDGE-DATE  PIC X(10).
           10 CDPL-RELEASE-DATE-X.
              15 CDPL-RELEASE-DATE PIC X(10).
           10 CDPL-STATUS          PIC X(1).
               88  CDPL-STATUS-PENDING          VALUE 'P'.
               88  CDPL-STATUS-ACTIVE           VALUE 'A'.
               88  CDPL-STATUS-REL-PENDING      VALUE 'R'.
               88  CDPL-STATUS-RELEASED         VALUE 'X'.
               88  CDPL-STATUS-DENIED           VALUE 'D'.
               88  CDPL-STATUS-IN-FORCE         VALUE 'A' 'R'.
           10 CDPL-OPER-ID         PIC S9(5)V USAGE COMP-3.
           10 CDPL-SUPV-ID         PIC S9(5)V USAGE COMP-3.
           10 CDPL-REL-OPER-ID     PIC S9(5)V USAGE COMP-3.
           10 CDPL-REL-SUPV-ID     PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
