             ARCH_ACH_SEC                   CHAR(3) NOT NULL,
             ARCH_DESC_FORMAT               CHAR(3) NOT NULL,
             ARCH_TX_DESC                   CHAR(26) NOT NULL,
             ARCH_DESC_DATA                 CHAR(50) NOT NULL,
             ARCH_POS_TX_DATE               DECIMAL(7, 0) NOT NULL
           ) END-EXEC.
      * PRIMARY KEY IS BANK/ACCT-ID/ACCT-NO/POST-DATE/SEQ-NO.  THE
      * ALTERNATE RESEARCH PATHS (ARCH_POS_REF_NBR, ARCH_ACH_PAR_NBR,
      * ARCH_CHK_NO) ARE COVERED BY SECONDARY INDEXES IN THE DDL.
      * ARCH_POS_TX_DATE IS THE DAY THE ITEM ACTUALLY HAPPENED
      * (PDTX-POS-TX-DATE, CYYMMDD), ZERO ON ROWS ARCHIVED BEFORE IT
      * WAS CARRIED.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.PDTXARCH                      *
      ******************************************************************
           10 ARCH-DESC-FORMAT     PIC X(3).
           10 ARCH-TX-DESC         PIC X(26).
           10 ARCH-DESC-DATA       PIC X(50).
           10 ARCH-POS-TX-DATE     PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
