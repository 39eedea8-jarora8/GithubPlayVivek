      ******************************************************************
      * DCLGEN TABLE(CIF.AUTHPTY)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFAUTHP))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.AUTHPTY TABLE
           ( AP_BANK_NBR                    DECIMAL(3, 0) NOT NULL,
             AP_FILE_ID                     CHAR(4) NOT NULL,
             AP_KEY                         CHAR(25) NOT NULL,
             AP_PARTY_SEQ                   SMALLINT NOT NULL,
             AP_PARTY_NAME                  CHAR(40) NOT NULL,
             AP_ROLE                        CHAR(1) NOT NULL,
             AP_SCOPE_INQUIRY               CHAR(1) NOT NULL,
             AP_SCOPE_WITHDRAW              CHAR(1) NOT NULL,
             AP_SCOPE_CLOSE                 CHAR(1) NOT NULL,
             AP_EFF_DATE                    DATE NOT NULL,
             AP_EXPIRY_DATE                 DATE NOT NULL,
             AP_DOC_REF                     CHAR(20) NOT NULL,
             AP_MAINT_OPER                  CHAR(8) NOT NULL,
             AP_MAINT_DATE                  DATE NOT NULL
           ) END-EXEC.
      * THE AUTHORIZED-PARTY REGISTRY -- AGENTS UNDER A POWER OF
      * ATTORNEY (ROLE P), TRUSTEES (T), AND BUSINESS AUTHORIZED
      * SIGNERS (S), KEYED BY THE ACCOUNT'S CIF COMPOSITE KEY PLUS A
      * PARTY SEQUENCE.  EACH SCOPE FLAG (INQUIRY, WITHDRAW, CLOSE)
      * IS Y OR N.  THE AUTHORITY RUNS FROM THE EFFECTIVE DATE
      * THROUGH THE EXPIRY DATE (9999-12-31 WHEN THE DOCUMENT HAS
      * NONE); THE DOCUMENT REFERENCE POINTS AT THE IMAGED POA,
      * TRUST CERTIFICATE, OR RESOLUTION.  CIFO524 MAINTAINS IT,
      * CIFO522 SHOWS IT (TAB G), CIFU523 CHECKS A NAME AGAINST IT
      * AT RELEASE TIME, AND CIFB542 REPORTS THE STALE POAS.  THE
      * FREE-TEXT CIF.ACCTRMX REMARK IS NO LONGER THE RECORD.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.AUTHPTY                        *
      ******************************************************************
       01  CIF-AUTHPTY.
           10 AP-BANK-NBR          PIC S9(3)V USAGE COMP-3.
           10 AP-FILE-ID           PIC X(4).
           10 AP-KEY               PIC X(25).
           10 AP-PARTY-SEQ         PIC S9(4) USAGE COMP.
           10 AP-PARTY-NAME        PIC X(40).
           10 AP-ROLE              PIC X(1).
               88  AP-ROLE-POA                  VALUE 'P'.
               88  AP-ROLE-TRUSTEE              VALUE 'T'.
               88  AP-ROLE-SIGNER               VALUE 'S'.
           10 AP-SCOPE-INQUIRY     PIC X(1).
           10 AP-SCOPE-WITHDRAW    PIC X(1).
           10 AP-SCOPE-CLOSE       PIC X(1).
           10 AP-EFF-DATE-X.
              15 AP-EFF-DATE       PIC X(10).
           10 AP-EXPIRY-DATE-X.
              15 AP-EXPIRY-DATE    PIC X(10).
           10 AP-DOC-REF           PIC X(20).
           10 AP-MAINT-OPER        PIC X(8).
           10 AP-MAINT-DATE-X.
              15 AP-MAINT-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
