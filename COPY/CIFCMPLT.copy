      ******************************************************************
      * DCLGEN TABLE(CIF.COMPLAINT)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFCMPLT))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.COMPLAINT TABLE
           ( CMP_CASE_NBR                   INTEGER NOT NULL,
             CMP_BANK_NBR                   DECIMAL(3, 0) NOT NULL,
             CMP_FILE_ID                    CHAR(4) NOT NULL,
             CMP_FILE_KEY                   CHAR(25) NOT NULL,
             CMP_CUST_ID                    DECIMAL(9, 0) NOT NULL,
             CMP_ACCT_NBR                   DECIMAL(9, 0) NOT NULL,
             CMP_CHANNEL                    CHAR(1) NOT NULL,
             CMP_PRODUCT                    CHAR(1) NOT NULL,
             CMP_CATEGORY                   CHAR(4) NOT NULL,
             CMP_UDAAP_IND                  CHAR(1) NOT NULL,
             CMP_FAIR_LEND_IND              CHAR(1) NOT NULL,
             CMP_RECEIVED_DATE              DATE NOT NULL,
             CMP_DEADLINE                   DATE NOT NULL,
             CMP_OWNER                      DECIMAL(5, 0) NOT NULL,
             CMP_STATUS                     CHAR(1) NOT NULL,
             CMP_RESOLUTION                 CHAR(3) NOT NULL,
             CMP_RESOLVED_DATE              DATE NOT NULL,
             CMP_DISPUTE_CASE               INTEGER NOT NULL,
             CMP_SUMMARY                    CHAR(60) NOT NULL,
             CMP_ENTRY_OPER                 DECIMAL(5, 0) NOT NULL,
             CMP_MAINT_OPER                 DECIMAL(5, 0) NOT NULL,
             CMP_MAINT_DATE                 DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER CUSTOMER COMPLAINT, KEYED BY CASE NUMBER AND TIED
      * TO THE CIF COMPOSITE KEY IT WAS LOGGED UNDER.  CMP_CUST_ID IS
      * THE CUSTOMER CIFU021 PLACED THE KEY ON AT ENTRY, SO CIFO522
      * TAB K FINDS A CUSTOMER'S COMPLAINTS WHICHEVER OF THEIR KEYS
      * THEY WERE TAKEN UNDER.  CMP_ACCT_NBR IS THE NINE-DIGIT
      * ACCOUNT NUMBER ENDING AN ACCOUNT KEY (ZERO FOR A CUSTOMER
      * KEY); THE MONTHLY TREND REPORT (CIFB555) MATCHES ACM.DISPUTE
      * AND NIPS.DETAIL FEE REFUNDS ON IT.
      * CHANNEL  B = BRANCH, P = PHONE, M = MAIL, C = CFPB PORTAL.
      * PRODUCT  D = DEPOSIT, K = CARD, C = CD, L = LOAN,
      *          O = OVERDRAFT.
      * CATEGORY FEES FEES AND CHARGES, DISC DISCLOSURE OR
      *          ADVERTISING, POST POSTING OR ACCOUNT ERROR, FRAU
      *          FRAUD OR UNAUTHORIZED ACTIVITY, COLL COLLECTION OR
      *          SERVICING, CRDT CREDIT DECISION OR PRICING, PRIV
      *          PRIVACY, SERV SERVICE QUALITY, OTHR OTHER.
      * UDAAP-IND AND FAIR-LEND-IND (Y/N) FLAG A COMPLAINT ALLEGING
      * AN UNFAIR, DECEPTIVE OR ABUSIVE PRACTICE, OR DISCRIMINATION
      * IN CREDIT, WHATEVER ITS CATEGORY.  CMP_DEADLINE IS THE
      * RESPONSE DUE DATE -- THE BUSINESS DAYS IN AMS.PROPS KEY
      * CIFO526.RESPONSE.DAYS (15 WHEN UNSET) PAST THE RECEIVED DATE
      * ON THE ADMU503 CALENDAR.  STATUS O = OPEN, W = WORKING
      * (OWNER ASSIGNED), C = CLOSED.  RESOLUTION (AT CLOSE) MON =
      * MONETARY RELIEF, NMR = NON-MONETARY RELIEF, EXP = EXPLAINED,
      * NO RELIEF, WDR = WITHDRAWN.  CMP_DISPUTE_CASE IS THE
      * ACM.DISPUTE CASE THE COMPLAINT LED TO OR CAME WITH (ZERO
      * WHEN NONE).  CIFO526 IS THE ENTRY AND WORKLIST TRANSACTION.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.COMPLAINT                      *
      ******************************************************************
       01  CIF-COMPLAINT.
           10 CMP-CASE-NBR         PIC S9(9) USAGE COMP.
           10 CMP-BANK-NBR         PIC S9(3)V USAGE COMP-3.
           10 CMP-FILE-ID          PIC X(4).
           10 CMP-FILE-KEY         PIC X(25).
           10 CMP-CUST-ID          PIC S9(9)V USAGE COMP-3.
           10 CMP-ACCT-NBR         PIC S9(9)V USAGE COMP-3.
           10 CMP-CHANNEL          PIC X(1).
              88  CMP-CHANNEL-VALID        VALUE 'B' 'P' 'M' 'C'.
              88  CMP-CHANNEL-CFPB         VALUE 'C'.
           10 CMP-PRODUCT          PIC X(1).
              88  CMP-PRODUCT-VALID        VALUE 'D' 'K' 'C' 'L' 'O'.
           10 CMP-CATEGORY         PIC X(4).
              88  CMP-CATEGORY-VALID       VALUE 'FEES' 'DISC' 'POST'
                                                 'FRAU' 'COLL' 'CRDT'
                                                 'PRIV' 'SERV' 'OTHR'.
           10 CMP-UDAAP-IND        PIC X(1).
              88  CMP-UDAAP                VALUE 'Y'.
           10 CMP-FAIR-LEND-IND    PIC X(1).
              88  CMP-FAIR-LEND            VALUE 'Y'.
           10 CMP-RECEIVED-DATE-X.
              15 CMP-RECEIVED-DATE PIC X(10).
           10 CMP-DEADLINE-X.
              15 CMP-DEADLINE      PIC X(10).
           10 CMP-OWNER            PIC S9(5)V USAGE COMP-3.
           10 CMP-STATUS           PIC X(1).
              88  CMP-STATUS-OPEN          VALUE 'O'.
              88  CMP-STATUS-WORKING       VALUE 'W'.
              88  CMP-STATUS-CLOSED        VALUE 'C'.
           10 CMP-RESOLUTION       PIC X(3).
              88  CMP-RESOLUTION-VALID     VALUE 'MON' 'NMR' 'EXP'
                                                 'WDR'.
           10 CMP-RESOLVED-DATE-X.
              15 CMP-RESOLVED-DATE PIC X(10).
           10 CMP-DISPUTE-CASE     PIC S9(9) USAGE COMP.
           10 CMP-SUMMARY          PIC X(60).
           10 CMP-ENTRY-OPER       PIC S9(5)V USAGE COMP-3.
           10 CMP-MAINT-OPER       PIC S9(5)V USAGE COMP-3.
           10 CMP-MAINT-DATE-X.
              15 CMP-MAINT-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
