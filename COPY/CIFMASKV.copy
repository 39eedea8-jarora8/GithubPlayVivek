      ******************************************************************
      * DCLGEN TABLE(CIF.MASKVAL)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFMASKV))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.MASKVAL TABLE
           ( MASKV_DOMAIN                   CHAR(4) NOT NULL,
             MASKV_VALUE                    CHAR(40) NOT NULL,
             MASKV_CREATE_DATE              DATE NOT NULL
           ) END-EXEC.
      * TEST REGION ONLY.  ONE ROW PER SUBSTITUTE VALUE CIFB551 HAS
      * WRITTEN INTO A MASKED COLUMN, BY GROUP: TIN, NAME, PHON, ADDR,
      * CARD, TOKN, IRSA (IRS.PENDLST ACCOUNT), DSDA (DSDS ARCHIVE
      * BANK, ACCOUNT ID AND ACCOUNT, 2+3+9 DIGITS), ACCK (25-BYTE
      * ACCOUNT KEY ON CIF.ACCOUNT, CUSTXREF AND DEBCXREF) AND CDAC
      * (CD ACCOUNT NUMBER).  NO PRODUCTION VALUE IS EVER KEPT HERE.
      * A VALUE FOUND ON THE REGISTER IS ALREADY MASKED, SO A RERUN
      * LEAVES IT ALONE; THE VERIFICATION PASS PROVES EVERY NON-BLANK
      * VALUE IN A MASKED COLUMN IS ON THE REGISTER.
      * PRIMARY KEY IS MASKV_DOMAIN, MASKV_VALUE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.MASKVAL                        *
      ******************************************************************
       01  CIF-MASKVAL.
           10 MASKV-DOMAIN         PIC X(4).
           10 MASKV-VALUE          PIC X(40).
           10 MASKV-CREATE-DATE-X.
              15 MASKV-CREATE-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
