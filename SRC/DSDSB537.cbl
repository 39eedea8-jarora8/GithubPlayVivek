002200*                      UNTOUCHED; DSDSB538 RECALLS FROM THE      *
002300*                      UNLOADS.  THE IMAGE COPIES AND REORGS     *
002400*                      STOP EATING THE WEEKEND.                  *
002410*   10/15/2026 RM     ARCH_POS_TX_DATE IS UNLOADED WITH THE      *
002420*                      ROW (UNL-POS-TX-DATE) SO A RECALLED ROW   *
002430*                      KEEPS ITS POS TRANSACTION DATE.           *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
010500                ARCH_POST_DATE, ARCH_SEQ_NO, ARCH_TX_CODE,
010600                ARCH_TX_AMT, ARCH_CHK_NO, ARCH_POS_REF_NBR,
010700                ARCH_ACH_PAR_NBR, ARCH_ACH_SEC,
010800                ARCH_DESC_FORMAT, ARCH_TX_DESC, ARCH_DESC_DATA,
010850                ARCH_POS_TX_DATE
010900           FROM DSDS.PDTXARCH
011000          WHERE ARCH_POST_DATE < :STUB-POST-DATE
011100          ORDER BY ARCH_BANK_NO, ARCH_ACCT_ID, ARCH_ACCT_NO,
013300     MOVE ARCH-DESC-FORMAT TO UNL-DESC-FORMAT.
013400     MOVE ARCH-TX-DESC     TO UNL-TX-DESC.
013500     MOVE ARCH-DESC-DATA   TO UNL-DESC-DATA.
013550     MOVE ARCH-POS-TX-DATE TO UNL-POS-TX-DATE.
013600     WRITE UNLOAD-RECORD.
013700     EXEC SQL
013800         INSERT INTO DSDS.ARCHSTUB
017100               :ARCH-TX-AMT, :ARCH-CHK-NO, :ARCH-POS-REF-NBR,
017200               :ARCH-ACH-PAR-NBR, :ARCH-ACH-SEC,
017300               :ARCH-DESC-FORMAT, :ARCH-TX-DESC,
017400               :ARCH-DESC-DATA, :ARCH-POS-TX-DATE
017500     END-EXEC.
017600     IF  SQLCODE NOT = ZERO
017700         SET WS-ARCH-EOF-YES TO TRUE
