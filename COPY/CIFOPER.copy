      ******************************************************************
      * DCLGEN TABLE(CIF.OPERATOR)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFOPER))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.OPERATOR TABLE
           ( OPR_OPER_ID                    DECIMAL(5, 0) NOT NULL,
             OPR_SIGNON_ID                  CHAR(8) NOT NULL,
             OPR_NAME                       CHAR(30) NOT NULL,
             OPR_BRANCH                     DECIMAL(3, 0) NOT NULL,
             OPR_ROLES                      CHAR(40) NOT NULL,
             OPR_STATUS                     CHAR(1) NOT NULL,
             OPR_TERM_DATE                  DATE NOT NULL,
             OPR_MANAGER_ID                 DECIMAL(5, 0) NOT NULL,
             OPR_CERT_DATE                  DATE NOT NULL,
             OPR_CERT_BY                    DECIMAL(5, 0) NOT NULL,
             OPR_MAINT_OPER                 DECIMAL(5, 0) NOT NULL,
             OPR_MAINT_DATE                 DATE NOT NULL,
             OPR_CUST_ID                    DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      * THE OPERATOR REGISTRY.  ONE ROW PER OPERATOR NUMBER -- THE
      * NUMBER CARRIED IN NIPS-OPER-ID, WVR-OPER-ID/WVR-SUPV-ID,
      * AMSPRH-USERID, STOP-SOURCE-USER AND CIFU521-USERID -- WITH
      * THE CICS SIGNON (OPID) THE ONLINE TRANSACTIONS SEE.  OPR-ROLES
      * HOLDS UP TO TEN 4-CHARACTER ROLE CODES (SEE CIFU525P).
      * OPR-STATUS A ACTIVE, S SUSPENDED, T TERMINATED.  OPR-TERM-DATE
      * IS 9999-12-31 UNTIL A TERMINATION IS ENTERED; FROM THAT DATE
      * ON THE OPERATOR IS TREATED AS TERMINATED WHATEVER THE STATUS
      * SAYS.  OPR-CERT-DATE/-BY IS THE LAST QUARTERLY RECERTIFICATION
      * BY THE MANAGER (0001-01-01 WHEN NEVER CERTIFIED, AND RESET
      * WHEN THE ROLES CHANGE).  OPERATOR 0 IS NEVER ON THE TABLE --
      * IT IS THE BATCH IDENTITY.  MAINTAINED ONLY THROUGH CIFU526.
      * OPR-CUST-ID IS THE EMPLOYEE'S OWN CIF.CUSTOMER ID (0 WHEN THEY
      * BANK ELSEWHERE); CIFB554 CHECKS THE OPERATOR'S ACTIONS AGAINST
      * THE ACCOUNTS OF THAT CUSTOMER AND ITS CIFU021 HOUSEHOLD.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.OPERATOR                       *
      ******************************************************************
       01  CIF-OPERATOR.
           10 OPR-OPER-ID          PIC S9(5)V USAGE COMP-3.
           10 OPR-SIGNON-ID        PIC X(8).
           10 OPR-NAME             PIC X(30).
           10 OPR-BRANCH           PIC S9(3)V USAGE COMP-3.
           10 OPR-ROLES            PIC X(40).
           10 OPR-ROLE-TABLE REDEFINES OPR-ROLES.
              15 OPR-ROLE          PIC X(4)  OCCURS 10 TIMES.
           10 OPR-STATUS           PIC X(1).
              88  OPR-STATUS-ACTIVE          VALUE 'A'.
              88  OPR-STATUS-SUSPENDED       VALUE 'S'.
              88  OPR-STATUS-TERMINATED      VALUE 'T'.
           10 OPR-TERM-DATE-X.
              15 OPR-TERM-DATE     PIC X(10).
           10 OPR-MANAGER-ID       PIC S9(5)V USAGE COMP-3.
           10 OPR-CERT-DATE-X.
              15 OPR-CERT-DATE     PIC X(10).
           10 OPR-CERT-BY          PIC S9(5)V USAGE COMP-3.
           10 OPR-MAINT-OPER       PIC S9(5)V USAGE COMP-3.
           10 OPR-MAINT-DATE-X.
              15 OPR-MAINT-DATE    PIC X(10).
           10 OPR-CUST-ID          PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
