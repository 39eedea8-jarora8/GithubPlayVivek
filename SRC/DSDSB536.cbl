002600*                      CHECKING RECOMMENDATION.  CHRONIC         *
002700*                      ABUSERS STOP WAITING FOR AN AUDITOR'S     *
002800*                      SAMPLE.                                   *
002810*                                                                *
002820*   10/15/2026 RM     OVERDRAFT-PROTECTION TRANSFERS OUT OF A   *
002830*                      LINKED SAVINGS ACCOUNT (DSDS.ODPXFER,     *
002840*                      NIPSB509) COUNT TOWARD ITS CONVENIENCE-   *
002850*                      TRANSFER LIMIT ALONG WITH THE LIMITED     *
002860*                      TRANSACTION CODES.                        *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
012200*    CYCLE WINDOW (1900-BASED FROM-DATE AND THE YYMM CYCLE
012300*    TAG), THE PER-CYCLE LIMIT, THE REPEAT LINE IN CYCLES,
012400*    AND THE NOTICE DELIVERY DEFAULTS.
012430*    THE OVERDRAFT-PROTECTION TRANSFER DEBIT CODE STAYS OFF THE
012460*    LIST -- THOSE TRANSFERS ARE COUNTED FROM DSDS.ODPXFER.
012500     05  DSDSB536-WD-CODE          PIC 9(03)  OCCURS 5 TIMES.
012600     05  DSDSB536-FROM-DATE        PIC 9(07).
012700     05  DSDSB536-CYCLE-YYMM       PIC 9(05).
015000     WRITE RPT615-RECORD.
015100     MOVE DSDSB536-FROM-DATE  TO WS-CYCLE-FROM-PACKED.
015200     MOVE DSDSB536-CYCLE-YYMM TO WS-CYCLE-YYMM.
015300*    ONE GROUPED PASS OVER THE CYCLE'S LIMITED-TYPE ITEMS
015340*    -- AND THE OVERDRAFT-PROTECTION TRANSFERS NIPSB509 DREW ON
015380*    A LINKED ACCOUNT (DSDS.ODPXFER), EACH A CONVENIENCE
015420*    TRANSFER THE SAME AS ONE THE CUSTOMER ASKED FOR.
015460     EXEC SQL
015500         DECLARE CSR536G CURSOR FOR
015540         SELECT WD_BANK_NO, WD_ACCT_ID, WD_ACCT_NO,
015580                SUM(WD_COUNT)
015620           FROM (SELECT ARCH_BANK_NO AS WD_BANK_NO,
015660                        ARCH_ACCT_ID AS WD_ACCT_ID,
015700                        ARCH_ACCT_NO AS WD_ACCT_NO,
015740                        COUNT(*)     AS WD_COUNT
015780                   FROM DSDS.PDTXARCH
015820                  WHERE ARCH_POST_DATE >= :WS-CYCLE-FROM-PACKED
015860                    AND (ARCH_TX_CODE = :DSDSB536-WD-CODE (1)
015900                     OR  ARCH_TX_CODE = :DSDSB536-WD-CODE (2)
015940                     OR  ARCH_TX_CODE = :DSDSB536-WD-CODE (3)
015980                     OR  ARCH_TX_CODE = :DSDSB536-WD-CODE (4)
016020                     OR  ARCH_TX_CODE = :DSDSB536-WD-CODE (5))
016060                  GROUP BY ARCH_BANK_NO, ARCH_ACCT_ID,
016100                           ARCH_ACCT_NO
016140                 UNION ALL
016180                 SELECT ODPX_BANK_NBR, ODPX_LINK_ACCT_ID,
016220                        ODPX_LINK_ACCT_NBR, COUNT(*)
016260                   FROM DSDS.ODPXFER
016300                  WHERE ODPX_POST_DATE >= :WS-CYCLE-FROM-PACKED
016340                  GROUP BY ODPX_BANK_NBR, ODPX_LINK_ACCT_ID,
016380                           ODPX_LINK_ACCT_NBR) WD
016420          GROUP BY WD_BANK_NO, WD_ACCT_ID, WD_ACCT_NO
016460     END-EXEC.
016700     EXEC SQL OPEN CSR536G END-EXEC.
016800     PERFORM 2100-FETCH-GROUP THRU 2100-EXIT.
016900 1000-EXIT.
