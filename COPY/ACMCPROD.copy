      ******************************************************************
      * DCLGEN TABLE(ACM.CARDPROD)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099465(ACMCPROD))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ACM.CARDPROD TABLE
           ( CPRD_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             CPRD_CARD_NBR                  CHAR(19) NOT NULL,
             CPRD_BATCH_ID                  CHAR(10) NOT NULL,
             CPRD_FROM_STATUS               CHAR(2) NOT NULL,
             CPRD_ORDER_DATE                DATE NOT NULL,
             CPRD_ADDRESS_ID                DECIMAL(9, 0) NOT NULL,
             CPRD_CARD_DESIGN               DECIMAL(3, 0) NOT NULL,
             CPRD_STATUS                    CHAR(1) NOT NULL,
             CPRD_CONFIRM_DATE              DATE NOT NULL,
             CPRD_MAIL_DATE                 DATE NOT NULL,
             CPRD_REJECT_CODE               CHAR(4) NOT NULL,
             CPRD_REJECT_DESC               CHAR(30) NOT NULL
           ) END-EXEC.
      * ONE ROW PER ACM.DEBCARD PLASTIC ORDERED FROM THE CARD VENDOR
      * -- THE LATEST ORDER ONLY.  ACMB517 WRITES THE ROW (STATUS O)
      * WHEN IT PUTS AN ISSUE-CARD (10) OR PEND-REISSUE (60) CARD ON
      * THE EMBOSS FILE, RECORDING THE STATUS IT WAS ORDERED FROM AND
      * THE ADDRESS AND DESIGN SENT.  ACMB518 LOADS THE VENDOR'S
      * CONFIRMATION: S = SHIPPED (MAIL DATE SET, THE CARD MOVES TO
      * OPEN), R = REJECTED (REASON SET, THE CARD STAYS WHERE IT IS
      * AND IS ORDERED AGAIN ONCE ITS ADDRESS OR DESIGN CHANGES).
      * AN O ROW OLDER THAN THE CALLER'S LIMIT IS REPORTED AS
      * UNCONFIRMED.  DATES NOT YET REACHED CARRY '0001-01-01'.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACM.CARDPROD                       *
      ******************************************************************
       01  ACM-CARDPROD.
           10 CPRD-BANK-NBR       PIC S9(3)V USAGE COMP-3.
           10 CPRD-CARD-NBR       PIC X(19).
           10 CPRD-BATCH-ID       PIC X(10).
           10 CPRD-FROM-STATUS    PIC X(2).
           10 CPRD-ORDER-DATE-X.
              15 CPRD-ORDER-DATE  PIC X(10).
           10 CPRD-ADDRESS-ID     PIC S9(9)V USAGE COMP-3.
           10 CPRD-CARD-DESIGN    PIC S9(3)V USAGE COMP-3.
           10 CPRD-STATUS         PIC X(1).
               88  CPRD-STATUS-ORDERED          VALUE 'O'.
               88  CPRD-STATUS-SHIPPED          VALUE 'S'.
               88  CPRD-STATUS-REJECTED         VALUE 'R'.
           10 CPRD-CONFIRM-DATE-X.
              15 CPRD-CONFIRM-DATE PIC X(10).
           10 CPRD-MAIL-DATE-X.
              15 CPRD-MAIL-DATE   PIC X(10).
           10 CPRD-REJECT-CODE    PIC X(4).
           10 CPRD-REJECT-DESC    PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
