      ******************************************************************
      * DCLGEN TABLE(DSDS.CLOSEREQ)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSCLRQ))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.CLOSEREQ TABLE
           ( CLRQ_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             CLRQ_ACCT_ID                   DECIMAL(3, 0) NOT NULL,
             CLRQ_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             CLRQ_REQ_DATE                  DATE NOT NULL,
             CLRQ_REQ_BY                    DECIMAL(5, 0) NOT NULL,
             CLRQ_DISB_METHOD               CHAR(1) NOT NULL,
             CLRQ_PAYEE                     CHAR(20) NOT NULL,
             CLRQ_XFER_ACCT_ID              DECIMAL(3, 0) NOT NULL,
             CLRQ_XFER_ACCT_NBR             DECIMAL(9, 0) NOT NULL,
             CLRQ_ACH_ACK                   CHAR(1) NOT NULL,
             CLRQ_STATUS                    CHAR(1) NOT NULL,
             CLRQ_BLOCKERS                  CHAR(8) NOT NULL,
             CLRQ_LAST_CHECK                DATE NOT NULL,
             CLRQ_CLOSE_DATE                DATE NOT NULL,
             CLRQ_FINAL_AMT                 DECIMAL(11, 2) NOT NULL,
             CLRQ_OFC_SERIAL                DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER DEPOSIT ACCOUNT QUEUED FOR CLOSING.  DISB_METHOD C
      * PAYS THE FINAL BALANCE BY OFFICIAL CHECK TO PAYEE (SPACES IS
      * THE ACCOUNT NAME); T TRANSFERS IT TO XFER_ACCT_ID/XFER_ACCT_NBR
      * AT THE SAME BANK.  ACH_ACK Y SAYS THE CUSTOMER HAS MOVED THE
      * RECURRING ACH BILLERS THE NIGHTLY CHECK FOUND.  STATUS Q
      * QUEUED, B BLOCKED, C CLOSED, X CANCELLED.  BLOCKERS HOLDS ONE
      * POSITION PER CONDITION STILL OPEN AT LAST_CHECK, SPACE WHEN
      * CLEAR: H HOLD, P PENDING ITEMS, S STOP ORDER, C DEBIT CARD,
      * Y POSITIVE PAY ISSUES, D CARD DISPUTE, A RECURRING ACH, N
      * NEGATIVE BALANCE.  LAST_CHECK AND CLOSE_DATE HOLD
      * '0001-01-01' UNTIL SET; OFC_SERIAL IS ZERO UNLESS A CHECK WAS
      * ISSUED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.CLOSEREQ                      *
      ******************************************************************
       01  DSDS-CLOSEREQ.
           10 CLRQ-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 CLRQ-ACCT-ID         PIC S9(3)V USAGE COMP-3.
           10 CLRQ-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 CLRQ-REQ-DATE        PIC X(10).
           10 CLRQ-REQ-BY          PIC S9(5)V USAGE COMP-3.
           10 CLRQ-DISB-METHOD     PIC X(1).
               88  CLRQ-DISB-CHECK              VALUE 'C'.
               88  CLRQ-DISB-TRANSFER           VALUE 'T'.
           10 CLRQ-PAYEE           PIC X(20).
           10 CLRQ-XFER-ACCT-ID    PIC S9(3)V USAGE COMP-3.
           10 CLRQ-XFER-ACCT-NBR   PIC S9(9)V USAGE COMP-3.
           10 CLRQ-ACH-ACK         PIC X(1).
               88  CLRQ-ACH-ACKNOWLEDGED        VALUE 'Y'.
           10 CLRQ-STATUS          PIC X(1).
               88  CLRQ-QUEUED                  VALUE 'Q'.
               88  CLRQ-BLOCKED                 VALUE 'B'.
               88  CLRQ-CLOSED                  VALUE 'C'.
               88  CLRQ-CANCELLED               VALUE 'X'.
           10 CLRQ-BLOCKERS.
               15 CLRQ-BLK-HOLD    PIC X(1).
               15 CLRQ-BLK-PEND    PIC X(1).
               15 CLRQ-BLK-STOP    PIC X(1).
               15 CLRQ-BLK-CARD    PIC X(1).
               15 CLRQ-BLK-POSPAY  PIC X(1).
               15 CLRQ-BLK-DISPUTE PIC X(1).
               15 CLRQ-BLK-ACH     PIC X(1).
               15 CLRQ-BLK-NEG-BAL PIC X(1).
           10 CLRQ-LAST-CHECK      PIC X(10).
           10 CLRQ-CLOSE-DATE      PIC X(10).
           10 CLRQ-FINAL-AMT       PIC S9(9)V9(2) USAGE COMP-3.
           10 CLRQ-OFC-SERIAL      PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
