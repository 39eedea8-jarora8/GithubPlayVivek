002393*                      MONDAYS STOP RUNNING INTO THE ONLINE      *
002394*                      OPEN.                                     *
002395*                                                                *
002405*   10/15/2026 RM     THE POS TRANSACTION DATE NOW LOADS INTO    *
002415*                      ARCH_POS_TX_DATE, SO REPLAYS OF THE       *
002425*                      ARCHIVE (DSDSB543) CAN ORDER A POSTING    *
002435*                      DAY'S ITEMS THE WAY THEY HAPPENED.        *
002445*                                                                *
002455******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
010800                 ARCH_POST_DATE, ARCH_SEQ_NO, ARCH_TX_CODE,
010900                 ARCH_TX_AMT, ARCH_CHK_NO, ARCH_POS_REF_NBR,
011000                 ARCH_ACH_PAR_NBR, ARCH_ACH_SEC,
011100                 ARCH_DESC_FORMAT, ARCH_TX_DESC, ARCH_DESC_DATA,
011150                 ARCH_POS_TX_DATE)
011200         VALUES (:PDTX-BANK-NO, :PDTX-ACCT-ID, :PDTX-ACCT-NO,
011300                 :PDTX-TX-POST-DT, :PDTX-SEQ-NO, :PDTX-TX-CODE,
011400                 :PDTX-TX-AMT, :PDTX-CHK-NO, :PDTX-POS-REF-NBR,
011500                 :PDTX-ACH-PAR-NBR, :PDTX-ACH-STD-ENTRY-CLASS,
011600                 :PDTX-DESC-FORMAT, :PDTX-TX-DESC,
011700                 :PDTX-FOR-ATM-DESC, :PDTX-POS-TX-DATE)
011800     END-EXEC.
011900     EVALUATE TRUE
012000         WHEN SQLCODE = ZERO
