      ******************************************************************
      * DCLGEN TABLE(CIF.CO1099C)                                      *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFCO99C))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.CO1099C TABLE
           ( C99_BANK_NBR                   DECIMAL(3, 0) NOT NULL,
             C99_FILE_ID                    CHAR(4) NOT NULL,
             C99_KEY                        CHAR(25) NOT NULL,
             C99_TAX_YEAR                   DECIMAL(4, 0) NOT NULL,
             C99_EVENT_CODE                 CHAR(1) NOT NULL,
             C99_EVENT_DATE                 DATE NOT NULL,
             C99_FORGIVEN_AMT               DECIMAL(11, 2) NOT NULL,
             C99_TAX_ID                     DECIMAL(9, 0) NOT NULL,
             C99_ISSUE_DATE                 DATE NOT NULL,
             C99_POST_RCV_AMT               DECIMAL(11, 2) NOT NULL,
             C99_POST_RCV_DATE              DATE NOT NULL,
             C99_REVIEW_IND                 CHAR(1) NOT NULL
           ) END-EXEC.
      * ONE ROW PER CIF.CHGOFF BALANCE A FORM 1099-C HAS BEEN ISSUED
      * FOR, KEYED LIKE THE LEDGER, SO A DEBT IS REPORTED CANCELLED
      * ONCE.  CIFB550 WRITES THE ROW WITH THE IDENTIFIABLE EVENT
      * (IRS BOX 6 CODE C = STATUTE OF LIMITATIONS, F = SETTLED BY
      * AGREEMENT, G = COLLECTION DISCONTINUED BY POLICY), ITS DATE,
      * THE AMOUNT FORGIVEN AND THE DEBTOR TIN REPORTED.  CIFB536
      * ADDS ANY RECOVERY RECEIVED AFTER THE FORM TO POST_RCV_AMT
      * AND SETS REVIEW_IND Y -- THE DEBTOR'S TAX TREATMENT HAS
      * CHANGED AND TAX REPORTING DECIDES ON A CORRECTED FORM.
      * DATES NEVER SET ARE 0001-01-01.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.CO1099C                        *
      ******************************************************************
       01  CIF-CO1099C.
           10 C99-BANK-NBR         PIC S9(3)V USAGE COMP-3.
           10 C99-FILE-ID          PIC X(4).
           10 C99-KEY              PIC X(25).
           10 C99-TAX-YEAR         PIC S9(4)V USAGE COMP-3.
           10 C99-EVENT-CODE       PIC X(1).
               88  C99-EVENT-STATUTE            VALUE 'C'.
               88  C99-EVENT-AGREEMENT          VALUE 'F'.
               88  C99-EVENT-POLICY             VALUE 'G'.
           10 C99-EVENT-DATE-X.
              15 C99-EVENT-DATE    PIC X(10).
           10 C99-FORGIVEN-AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 C99-TAX-ID           PIC S9(9)V USAGE COMP-3.
           10 C99-ISSUE-DATE-X.
              15 C99-ISSUE-DATE    PIC X(10).
           10 C99-POST-RCV-AMT     PIC S9(9)V9(2) USAGE COMP-3.
           10 C99-POST-RCV-DATE-X.
              15 C99-POST-RCV-DATE PIC X(10).
           10 C99-REVIEW-IND       PIC X(1).
               88  C99-NEEDS-REVIEW             VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
