      ******************************************************************
      * DCLGEN TABLE(CIF.BENOWNER)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFBOWNR))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.BENOWNER TABLE
           ( BO_BANK_NBR                    DECIMAL(3, 0) NOT NULL,
             BO_FILE_ID                     CHAR(4) NOT NULL,
             BO_KEY                         CHAR(25) NOT NULL,
             BO_OWNER_SEQ                   SMALLINT NOT NULL,
             BO_OWNER_TYPE                  CHAR(1) NOT NULL,
             BO_OWNER_NAME                  CHAR(40) NOT NULL,
             BO_OWNER_TIN                   CHAR(9) NOT NULL,
             BO_BIRTH_DATE                  DATE NOT NULL,
             BO_OWNER_PCT                   DECIMAL(5, 2) NOT NULL,
             BO_EFF_DATE                    DATE NOT NULL,
             BO_END_DATE                    DATE NOT NULL,
             BO_CERT_DATE                   DATE NOT NULL,
             BO_MAINT_OPER                  CHAR(8) NOT NULL,
             BO_MAINT_DATE                  DATE NOT NULL
           ) END-EXEC.
      * THE CDD-RULE BENEFICIAL-OWNER REGISTRY FOR LEGAL-ENTITY
      * CUSTOMERS (THE CIF.CUSTNON SIDE), KEYED BY THE CIF COMPOSITE
      * KEY PLUS AN OWNER SEQUENCE.  ONE ROW PER 25% OWNER (TYPE O)
      * AND ONE FOR THE CONTROL PERSON (TYPE C).  CIFO523 ADDS,
      * CHANGES, AND END-DATES OWNERS AND RECORDS EACH
      * RECERTIFICATION, WHICH STAMPS BO-CERT-DATE ON EVERY ACTIVE
      * ROW FOR THE ENTITY.  AN ACTIVE OWNER CARRIES END DATE
      * 9999-12-31.  CIFB540 AGES THE CERTIFICATION NIGHTLY AND RUNS
      * EVERY ACTIVE OWNER NAME THROUGH THE SDN SCREEN.  THE PAPER
      * CERTIFICATION FILE RETIRES.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.BENOWNER                       *
      ******************************************************************
       01  CIF-BENOWNER.
           10 BO-BANK-NBR          PIC S9(3)V USAGE COMP-3.
           10 BO-FILE-ID           PIC X(4).
           10 BO-KEY               PIC X(25).
           10 BO-OWNER-SEQ         PIC S9(4) USAGE COMP.
           10 BO-OWNER-TYPE        PIC X(1).
               88  BO-TYPE-OWNER                VALUE 'O'.
               88  BO-TYPE-CONTROL              VALUE 'C'.
           10 BO-OWNER-NAME        PIC X(40).
           10 BO-OWNER-TIN         PIC X(9).
           10 BO-BIRTH-DATE-X.
              15 BO-BIRTH-DATE     PIC X(10).
           10 BO-OWNER-PCT         PIC S9(3)V9(2) USAGE COMP-3.
           10 BO-EFF-DATE-X.
              15 BO-EFF-DATE       PIC X(10).
           10 BO-END-DATE-X.
              15 BO-END-DATE       PIC X(10).
           10 BO-CERT-DATE-X.
              15 BO-CERT-DATE      PIC X(10).
           10 BO-MAINT-OPER        PIC X(8).
           10 BO-MAINT-DATE-X.
              15 BO-MAINT-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
