      ******************************************************************
      * DCLGEN TABLE(NIPS.PAYDECN)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099244(NIPSPDEC))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE NIPS.PAYDECN TABLE
           ( PDEC_BANK_NBR                  DECIMAL(2, 0) NOT NULL,
             PDEC_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             PDEC_SEQ_NBR                   DECIMAL(7, 0) NOT NULL,
             PDEC_TX_DATE                   DATE NOT NULL,
             PDEC_TX_AMT                    DECIMAL(11, 2) NOT NULL,
             PDEC_REC_IND                   CHAR(1) NOT NULL,
             PDEC_REASON                    CHAR(2) NOT NULL,
             PDEC_EXCEPT_IND                CHAR(1) NOT NULL,
             PDEC_AVAIL_BAL                 DECIMAL(11, 2) NOT NULL,
             PDEC_CRTSY_LIMIT               DECIMAL(7, 2) NOT NULL,
             PDEC_OD_AVAIL                  DECIMAL(11, 2) NOT NULL,
             PDEC_DECN_DATE                 DATE NOT NULL,
             PDEC_FINAL_IND                 CHAR(1) NOT NULL,
             PDEC_OVERRIDE_ID               DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * ONE ROW PER NIPS.DETAIL ITEM THE PAY/RETURN ENGINE (NIPSB506
      * MODE D) HAS DECIDED, KEYED LIKE THE ITEM.  REC_IND IS THE
      * RECOMMENDATION (P = PAY, R = RETURN) AND REASON SAYS WHY:
      *   AV  PAID FROM THE AVAILABLE BALANCE
      *   OD  PAID INTO THE OVERDRAFT-BANKING LINE
      *   CP  PAID UNDER THE COURTESY-PAY LIMIT
      *   HF  RETURNED -- ONLY FINQ HOLDS/UNCOLLECTED FUNDS SHORT
      *   NF  RETURNED -- NOT SUFFICIENT FUNDS PAST EVERY LIMIT
      *   RH  RETURNED -- REGULATORY-HOLD REMARK ON CIF.ACCTRMX
      *   KS  RETURNED -- OPEN KITING SUSPECT ON DSDS.KITESUSP
      * AVAIL_BAL IS THE BALANCE NET OF HOLDS BEFORE THE ITEM,
      * CRTSY_LIMIT AND OD_AVAIL THE LIMITS IT WAS MEASURED AGAINST.
      * EXCEPT_IND Y MARKS THE JUDGEMENT CALLS (CP AND HF) THE
      * OPERATORS REVIEW.  FINAL_IND IS THE NIPS-PAY-IND THE REVIEW
      * LEFT AND OVERRIDE_ID WHO CHANGED IT (ZERO WHEN THE
      * RECOMMENDATION STOOD); BOTH ARE SET BY MODE O AND CARRY
      * SPACE/ZERO UNTIL THEN.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NIPS.PAYDECN                       *
      ******************************************************************
       01  NIPS-PAYDECN.
           10 PDEC-BANK-NBR        PIC S9(2)V USAGE COMP-3.
           10 PDEC-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 PDEC-SEQ-NBR         PIC S9(7)V USAGE COMP-3.
           10 PDEC-TX-DATE         PIC X(10).
           10 PDEC-TX-AMT          PIC S9(9)V9(2) USAGE COMP-3.
           10 PDEC-REC-IND         PIC X(1).
               88  PDEC-REC-PAY                 VALUE 'P'.
               88  PDEC-REC-RETURN              VALUE 'R'.
           10 PDEC-REASON          PIC X(2).
               88  PDEC-REASON-AVAILABLE        VALUE 'AV'.
               88  PDEC-REASON-OD-LINE          VALUE 'OD'.
               88  PDEC-REASON-COURTESY         VALUE 'CP'.
               88  PDEC-REASON-HELD-FUNDS       VALUE 'HF'.
               88  PDEC-REASON-NSF              VALUE 'NF'.
               88  PDEC-REASON-REG-HOLD         VALUE 'RH'.
               88  PDEC-REASON-KITING           VALUE 'KS'.
           10 PDEC-EXCEPT-IND      PIC X(1).
               88  PDEC-EXCEPTION               VALUE 'Y'.
           10 PDEC-AVAIL-BAL       PIC S9(9)V9(2) USAGE COMP-3.
           10 PDEC-CRTSY-LIMIT     PIC S9(5)V9(2) USAGE COMP-3.
           10 PDEC-OD-AVAIL        PIC S9(9)V9(2) USAGE COMP-3.
           10 PDEC-DECN-DATE       PIC X(10).
           10 PDEC-FINAL-IND       PIC X(1).
           10 PDEC-OVERRIDE-ID     PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
