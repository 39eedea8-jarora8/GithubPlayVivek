000373*                      SUSPENSE, AND THE PER-BATCH REJECT      *
000374*                      COUNT RESETS BETWEEN BATCHES.           *
000375*                                                                *
000376*   10/15/2026 RM     THE CDIN RECORD LAYOUT MOVED TO THE       *
000377*                      CDINREC COPYBOOK SHARED WITH ITS          *
000378*                      PRODUCERS (CDB508).                       *
000379*                                                                *
000380*   10/15/2026 RM     A WITHDRAWAL OR REDEMPTION THAT WOULD     *
000381*                      TAKE A CD BELOW THE AMOUNT PLEDGED ON IT  *
000382*                      AS LOAN COLLATERAL (CD.PLEDGE, A AND R    *
000383*                      ROWS) NOW SUSPENDS, COUNTING WHAT THE     *
000384*                      SAME BATCH ALREADY TAKES OUT OF THE CD.   *
000385*                                                                *
000386******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000530 FILE SECTION.
000540 FD  CDIN-FILE
000550     RECORDING MODE F.
000620*    THE SOURCE-SYSTEM FEED, LAID OUT IN CDINREC.
000690 01  CDIN-RECORD.
000760     COPY CDINREC.
000840 FD  CDSUSP-FILE
000850     RECORDING MODE F.
000860*    SUSPENSE -- THE REJECTED INPUT RECORD AS RECEIVED, WITH
001100     05  WS-TOTAL-REJECTED        PIC S9(7)   COMP  VALUE ZERO.
001110     05  WS-TOTAL-BATCHES         PIC S9(5)   COMP  VALUE ZERO.
001120     05  WS-TOTAL-BAD-BATCHES     PIC S9(5)   COMP  VALUE ZERO.
001122     05  WS-PLEDGED-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
001124     05  WS-CD-BALANCE            PIC S9(11)V99 COMP-3 VALUE +0.
001126     05  WS-PRIOR-WTD             PIC S9(11)V99 COMP-3 VALUE +0.
001128     05  WS-PL-SUB                PIC S9(4)   COMP  VALUE +0.
001130*    ONE SOURCE BATCH HELD UNTIL ITS TRAILER PROVES -- NOTHING
001140*    TOUCHES CD.PEND UNTIL THE BATCH BALANCES.
001150 01  WS-BATCH-TABLE.
001170         10  WS-BI-IMAGE          PIC X(140).
001180         10  WS-BI-VALID-SW       PIC X(01).
001190         10  WS-BI-REASON         PIC X(30).
001191*        THE CD AND THE AMOUNT OF A CLEAN WITHDRAWAL, SO A LATER
001192*        ITEM'S PLEDGE CHECK SEES WHAT THE BATCH ALREADY TAKES.
001193         10  WS-BI-BANK-NBR       PIC 9(03).
001194         10  WS-BI-ACCT-NBR       PIC X(09).
001195         10  WS-BI-WTD-AMT        PIC 9(09)V99.
001200 01  WS-ITEM-WORK.
001210     05  WS-IW-RECORD             PIC X(140).
001220*----------------------------------------------------------------
001230     COPY CIFACCTR.
001232*----------------------------------------------------------------
001234     COPY CDPLEDGE.
001240*----------------------------------------------------------------
001250     COPY ADMU501P.
001260*----------------------------------------------------------------
002420     ADD 1 TO WS-ITEM-MAX.
002430     MOVE CDIN-RECORD TO WS-BI-IMAGE (WS-ITEM-MAX).
002440     MOVE WS-ITEM-REASON TO WS-BI-REASON (WS-ITEM-MAX).
002442     MOVE CDIN-BANK-NBR  TO WS-BI-BANK-NBR (WS-ITEM-MAX).
002444     MOVE CDIN-ACCT-NBR  TO WS-BI-ACCT-NBR (WS-ITEM-MAX).
002446     MOVE ZERO           TO WS-BI-WTD-AMT (WS-ITEM-MAX).
002450     IF  WS-ITEM-VALID
002460         MOVE 'Y' TO WS-BI-VALID-SW (WS-ITEM-MAX)
002470         IF  CDIN-DEP-WTD-CODE = 1
002480             ADD CDIN-TX-AMOUNT TO WS-BATCH-DEP-TOTAL
002490         ELSE
002500             ADD CDIN-TX-AMOUNT TO WS-BATCH-WTD-TOTAL
002505             MOVE CDIN-TX-AMOUNT TO WS-BI-WTD-AMT (WS-ITEM-MAX)
002510         END-IF
002520     ELSE
002530         MOVE 'N' TO WS-BI-VALID-SW (WS-ITEM-MAX)
002800             MOVE 'ACCOUNT NUMBER MISSING'
002810               TO WS-ITEM-REASON
002820     END-EVALUATE.
002822     IF  WS-ITEM-VALID
002824     AND CDIN-DEP-WTD-CODE = 2
002826         PERFORM 3200-CHECK-PLEDGE THRU 3200-EXIT
002828     END-IF.
002830 3100-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
004280     CALL 'ADMU501' USING ADMU501-PARAMETERS.
004290 9000-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 3200-CHECK-PLEDGE.
004330*    A CD PLEDGED AS LOAN COLLATERAL MAY NOT BE DRAWN BELOW THE
004340*    PLEDGED AMOUNT -- BY A PARTIAL WITHDRAWAL OR A REDEMPTION
004350*    ALIKE.  A PLEDGE IS IN FORCE FROM APPROVAL UNTIL ITS
004360*    RELEASE IS APPROVED (STATUS A OR R).  THE CD'S BALANCE IS
004370*    ITS NET CD.HISTORY, LESS WHAT EARLIER CLEAN ITEMS OF THIS
004380*    BATCH ALREADY TAKE OUT OF IT.
004390     EXEC SQL
004400         SELECT COALESCE(SUM(CDPL_PLEDGED_AMT), 0)
004410           INTO :WS-PLEDGED-AMT
004420           FROM CD.PLEDGE
004430          WHERE CDPL_BANK_NBR = :CDIN-BANK-NBR
004440            AND CDPL_ACCT_NBR = :CDIN-ACCT-NBR
004450            AND CDPL_STATUS IN ('A', 'R')
004460     END-EXEC.
004470     IF  SQLCODE NOT = ZERO
004480         DISPLAY 'CDB506 - CD.PLEDGE READ FAILED, SQLCODE '
004490             SQLCODE
004500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
004510         MOVE 16 TO RETURN-CODE
004520         GOBACK
004530     END-IF.
004540     IF  WS-PLEDGED-AMT = ZERO
004550         GO TO 3200-EXIT
004560     END-IF.
004570     EXEC SQL
004580         SELECT COALESCE(SUM(CASE WHEN CDH_DR_CR_IND = 'D'
004590                                  THEN 0 - CDH_TX_AMT
004600                                  ELSE CDH_TX_AMT END), 0)
004610           INTO :WS-CD-BALANCE
004620           FROM CD.HISTORY
004630          WHERE CDH_BANK_NBR = :CDIN-BANK-NBR
004640            AND CDH_ACCT_NBR = :CDIN-ACCT-NBR
004650     END-EXEC.
004660     IF  SQLCODE NOT = ZERO
004670         DISPLAY 'CDB506 - CD.HISTORY READ FAILED, SQLCODE '
004680             SQLCODE
004690         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF.
004730     MOVE ZERO TO WS-PRIOR-WTD.
004740     PERFORM 3210-ADD-PRIOR-WTD THRU 3210-EXIT
004750         VARYING WS-PL-SUB FROM 1 BY 1
004760         UNTIL WS-PL-SUB > WS-ITEM-MAX.
004770     IF  WS-CD-BALANCE - WS-PRIOR-WTD - CDIN-TX-AMOUNT
004780             < WS-PLEDGED-AMT
004790         MOVE 'N' TO WS-ITEM-VALID-SW
004800         MOVE 'WITHDRAWAL BREAKS CD PLEDGE'
004810           TO WS-ITEM-REASON
004820     END-IF.
004830 3200-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860 3210-ADD-PRIOR-WTD.
004870     IF  WS-BI-BANK-NBR (WS-PL-SUB) = CDIN-BANK-NBR
004880     AND WS-BI-ACCT-NBR (WS-PL-SUB) = CDIN-ACCT-NBR
004890         ADD WS-BI-WTD-AMT (WS-PL-SUB) TO WS-PRIOR-WTD
004900     END-IF.
004910 3210-EXIT.
004920     EXIT.
