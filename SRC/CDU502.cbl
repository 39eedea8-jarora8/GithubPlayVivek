000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CDU502.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  CD SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CD COLLATERAL     *
001500*                      PLEDGE MAINTENANCE, IN THE SHAPE OF THE   *
001600*                      DSDSU505 WAIVER AUTHORIZATION.  A PLEDGE  *
001700*                      OR ITS RELEASE IS REQUESTED BY ONE        *
001800*                      OPERATOR AND TAKES EFFECT ONLY ON A       *
001900*                      DIFFERENT SUPERVISOR'S APPROVAL.  CDB506  *
002000*                      ENFORCES PLEDGES IN FORCE AGAINST CD      *
002100*                      WITHDRAWALS; CDB511 REPORTS PLEDGES       *
002200*                      WHOSE LOAN HAS PAID OFF.                  *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  WS-WORK-FIELDS.
003200     05  WS-ROW-COUNT             PIC S9(4)   COMP  VALUE +0.
003300     05  WS-PLEDGE-DATE           PIC X(10)   VALUE SPACE.
003400*----------------------------------------------------------------
003500     COPY CDPLEDGE.
003600*----------------------------------------------------------------
003700 LINKAGE SECTION.
003800 COPY CDU502P.
003900*----------------------------------------------------------------
004000 PROCEDURE DIVISION USING CDU502-PARAMETERS.
004100*
004200 0000-MAINLINE.
004300     MOVE ZERO  TO CDU502-ERRORCODE.
004400     MOVE SPACE TO CDU502-ERROR-TEXT.
004500     IF  CDU502-ACCT-NBR = SPACES
004600     OR  CDU502-LOAN-NBR = ZERO
004700         MOVE +9999 TO CDU502-ERRORCODE
004800         MOVE 'PLEDGE NEEDS THE CD ACCOUNT AND THE LOAN NUMBER'
004900           TO CDU502-ERROR-TEXT
005000         GOBACK
005100     END-IF.
005200     EVALUATE TRUE
005300         WHEN CDU502-FUNC-REQUEST
005400             PERFORM 2000-REQUEST-PLEDGE THRU 2000-EXIT
005500         WHEN CDU502-FUNC-RELEASE
005600             PERFORM 3000-REQUEST-RELEASE THRU 3000-EXIT
005700         WHEN CDU502-FUNC-APPROVE
005800             PERFORM 4000-APPROVE THRU 4000-EXIT
005900         WHEN CDU502-FUNC-DENY
006000             PERFORM 5000-DENY THRU 5000-EXIT
006100         WHEN OTHER
006200             MOVE +9999 TO CDU502-ERRORCODE
006300             MOVE 'FUNCTION MUST BE R, L, A, OR D'
006400               TO CDU502-ERROR-TEXT
006500     END-EVALUATE.
006600     GOBACK.
006700*----------------------------------------------------------------
006800 2000-REQUEST-PLEDGE.
006900     IF  CDU502-PLEDGED-AMT = ZERO
007000     OR  CDU502-OPER-ID = ZERO
007100         MOVE +9999 TO CDU502-ERRORCODE
007200         MOVE 'PLEDGE REQUEST NEEDS AMOUNT/OPERATOR'
007300           TO CDU502-ERROR-TEXT
007400         GO TO 2000-EXIT
007500     END-IF.
007600*    ONLY A LIVE CD CAN SECURE A LOAN.
007700     EXEC SQL
007800         SELECT COUNT(*)
007900           INTO :WS-ROW-COUNT
008000           FROM CD.MASTER
008100          WHERE CDM_BANK_NBR = :CDU502-BANK-NBR
008200            AND CDM_ACCT_NBR = :CDU502-ACCT-NBR
008300            AND CDM_STATUS   = 'A'
008400     END-EXEC.
008500     IF  WS-ROW-COUNT = ZERO
008600         MOVE +9999 TO CDU502-ERRORCODE
008700         MOVE 'CD NOT ON FILE OR NOT ACTIVE'
008800           TO CDU502-ERROR-TEXT
008900         GO TO 2000-EXIT
009000     END-IF.
009100     MOVE CDU502-PLEDGE-DATE TO WS-PLEDGE-DATE.
009200     IF  WS-PLEDGE-DATE = SPACES
009300         EXEC SQL
009400             SET :WS-PLEDGE-DATE = CURRENT DATE
009500         END-EXEC
009600     END-IF.
009700     EXEC SQL
009800         SELECT CDPL_STATUS
009900           INTO :CDPL-STATUS
010000           FROM CD.PLEDGE
010100          WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
010200            AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
010300            AND CDPL_LOAN_BANK_NBR = :CDU502-LOAN-BANK-NBR
010400            AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
010500     END-EXEC.
010600     EVALUATE TRUE
010700         WHEN SQLCODE = +100
010800             PERFORM 2100-INSERT-PLEDGE THRU 2100-EXIT
010900         WHEN SQLCODE NOT = ZERO
011000             MOVE +9999 TO CDU502-ERRORCODE
011100             MOVE 'CD.PLEDGE READ FAILED'
011200               TO CDU502-ERROR-TEXT
011300         WHEN CDPL-STATUS-RELEASED
011400         OR   CDPL-STATUS-DENIED
011500             PERFORM 2200-RENEW-PLEDGE THRU 2200-EXIT
011600         WHEN OTHER
011700             MOVE +9999 TO CDU502-ERRORCODE
011800             MOVE 'PLEDGE ALREADY ON FILE FOR CD/LOAN'
011900               TO CDU502-ERROR-TEXT
012000     END-EVALUATE.
012100 2000-EXIT.
012200     EXIT.
012300*----------------------------------------------------------------
012400 2100-INSERT-PLEDGE.
012500     EXEC SQL
012600         INSERT INTO CD.PLEDGE
012700                (CDPL_BANK_NBR, CDPL_ACCT_NBR,
012800                 CDPL_LOAN_BANK_NBR, CDPL_LOAN_NBR,
012900                 CDPL_PLEDGED_AMT, CDPL_PLEDGE_DATE,
013000                 CDPL_RELEASE_DATE, CDPL_STATUS,
013100                 CDPL_OPER_ID, CDPL_SUPV_ID,
013200                 CDPL_REL_OPER_ID, CDPL_REL_SUPV_ID)
013300         VALUES (:CDU502-BANK-NBR, :CDU502-ACCT-NBR,
013400                 :CDU502-LOAN-BANK-NBR, :CDU502-LOAN-NBR,
013500                 :CDU502-PLEDGED-AMT, :WS-PLEDGE-DATE,
013600                 '0001-01-01', 'P',
013700                 :CDU502-OPER-ID, 0, 0, 0)
013800     END-EXEC.
013900     IF  SQLCODE NOT = ZERO
014000         MOVE +9999 TO CDU502-ERRORCODE
014100         MOVE 'CD.PLEDGE INSERT FAILED'
014200           TO CDU502-ERROR-TEXT
014300     END-IF.
014400 2100-EXIT.
014500     EXIT.
014600*----------------------------------------------------------------
014700 2200-RENEW-PLEDGE.
014800*    A CD RE-PLEDGED TO A LOAN IT ONCE SECURED (OR WHOSE LAST
014900*    REQUEST WAS DENIED) STARTS OVER ON THE SAME ROW.
015000     EXEC SQL
015100         UPDATE CD.PLEDGE
015200            SET CDPL_PLEDGED_AMT  = :CDU502-PLEDGED-AMT,
015300                CDPL_PLEDGE_DATE  = :WS-PLEDGE-DATE,
015400                CDPL_RELEASE_DATE = '0001-01-01',
015500                CDPL_STATUS       = 'P',
015600                CDPL_OPER_ID      = :CDU502-OPER-ID,
015700                CDPL_SUPV_ID      = 0,
015800                CDPL_REL_OPER_ID  = 0,
015900                CDPL_REL_SUPV_ID  = 0
016000          WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
016100            AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
016200            AND CDPL_LOAN_BANK_NBR = :CDU502-LOAN-BANK-NBR
016300            AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
016400            AND CDPL_STATUS IN ('X', 'D')
016500     END-EXEC.
016600     IF  SQLCODE NOT = ZERO
016700         MOVE +9999 TO CDU502-ERRORCODE
016800         MOVE 'CD.PLEDGE UPDATE FAILED'
016900           TO CDU502-ERROR-TEXT
017000     END-IF.
017100 2200-EXIT.
017200     EXIT.
017300*----------------------------------------------------------------
017400 3000-REQUEST-RELEASE.
017500     IF  CDU502-OPER-ID = ZERO
017600         MOVE +9999 TO CDU502-ERRORCODE
017700         MOVE 'RELEASE REQUEST NEEDS AN OPERATOR ID'
017800           TO CDU502-ERROR-TEXT
017900         GO TO 3000-EXIT
018000     END-IF.
018100     EXEC SQL
018200         UPDATE CD.PLEDGE
018300            SET CDPL_STATUS      = 'R',
018400                CDPL_REL_OPER_ID = :CDU502-OPER-ID
018500          WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
018600            AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
018700            AND CDPL_LOAN_BANK_NBR = :CDU502-LOAN-BANK-NBR
018800            AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
018900            AND CDPL_STATUS        = 'A'
019000     END-EXEC.
019100     IF  SQLCODE NOT = ZERO
019200         MOVE +9999 TO CDU502-ERRORCODE
019300         MOVE 'NO PLEDGE IN FORCE FOR CD/LOAN'
019400           TO CDU502-ERROR-TEXT
019500     END-IF.
019600 3000-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------
019900 4000-APPROVE.
020000*    THE APPROVER IS CHECKED AGAINST THE OPERATOR ON THE ROW,
020100*    NOT ONE THE CALLER PASSES -- THE SAME PERSON CANNOT ASK
020200*    FOR A PLEDGE OR ITS RELEASE AND THEN APPROVE IT.
020300     IF  CDU502-SUPV-ID = ZERO
020400         MOVE +9999 TO CDU502-ERRORCODE
020500         MOVE 'APPROVAL NEEDS A SUPERVISOR ID'
020600           TO CDU502-ERROR-TEXT
020700         GO TO 4000-EXIT
020800     END-IF.
020900     PERFORM 6000-READ-PLEDGE THRU 6000-EXIT.
021000     IF  CDU502-INVALID
021100         GO TO 4000-EXIT
021200     END-IF.
021300     EVALUATE TRUE
021400         WHEN CDPL-STATUS-PENDING
021500          AND CDU502-SUPV-ID = CDPL-OPER-ID
021600         WHEN CDPL-STATUS-REL-PENDING
021700          AND CDU502-SUPV-ID = CDPL-REL-OPER-ID
021800             MOVE +9999 TO CDU502-ERRORCODE
021900             MOVE 'APPROVAL NEEDS A DIFFERENT SUPERVISOR ID'
022000               TO CDU502-ERROR-TEXT
022100         WHEN CDPL-STATUS-PENDING
022200             EXEC SQL
022300                 UPDATE CD.PLEDGE
022400                    SET CDPL_STATUS  = 'A',
022500                        CDPL_SUPV_ID = :CDU502-SUPV-ID
022600                  WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
022700                    AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
022800                    AND CDPL_LOAN_BANK_NBR =
022900                        :CDU502-LOAN-BANK-NBR
023000                    AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
023100                    AND CDPL_STATUS        = 'P'
023200             END-EXEC
023300             PERFORM 6100-CHECK-UPDATE THRU 6100-EXIT
023400         WHEN CDPL-STATUS-REL-PENDING
023500             EXEC SQL
023600                 UPDATE CD.PLEDGE
023700                    SET CDPL_STATUS       = 'X',
023800                        CDPL_REL_SUPV_ID  = :CDU502-SUPV-ID,
023900                        CDPL_RELEASE_DATE = CURRENT DATE
024000                  WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
024100                    AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
024200                    AND CDPL_LOAN_BANK_NBR =
024300                        :CDU502-LOAN-BANK-NBR
024400                    AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
024500                    AND CDPL_STATUS        = 'R'
024600             END-EXEC
024700             PERFORM 6100-CHECK-UPDATE THRU 6100-EXIT
024800         WHEN OTHER
024900             MOVE +9999 TO CDU502-ERRORCODE
025000             MOVE 'NOTHING PENDING APPROVAL FOR CD/LOAN'
025100               TO CDU502-ERROR-TEXT
025200     END-EVALUATE.
025300 4000-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600 5000-DENY.
025700*    A DENIED PLEDGE NEVER TAKES HOLD; A DENIED RELEASE PUTS
025800*    THE PLEDGE BACK IN FORCE AS IT WAS.
025900     IF  CDU502-SUPV-ID = ZERO
026000         MOVE +9999 TO CDU502-ERRORCODE
026100         MOVE 'DENIAL NEEDS A SUPERVISOR ID'
026200           TO CDU502-ERROR-TEXT
026300         GO TO 5000-EXIT
026400     END-IF.
026500     PERFORM 6000-READ-PLEDGE THRU 6000-EXIT.
026600     IF  CDU502-INVALID
026700         GO TO 5000-EXIT
026800     END-IF.
026900     EVALUATE TRUE
027000         WHEN CDPL-STATUS-PENDING
027100             EXEC SQL
027200                 UPDATE CD.PLEDGE
027300                    SET CDPL_STATUS  = 'D',
027400                        CDPL_SUPV_ID = :CDU502-SUPV-ID
027500                  WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
027600                    AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
027700                    AND CDPL_LOAN_BANK_NBR =
027800                        :CDU502-LOAN-BANK-NBR
027900                    AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
028000                    AND CDPL_STATUS        = 'P'
028100             END-EXEC
028200             PERFORM 6100-CHECK-UPDATE THRU 6100-EXIT
028300         WHEN CDPL-STATUS-REL-PENDING
028400             EXEC SQL
028500                 UPDATE CD.PLEDGE
028600                    SET CDPL_STATUS      = 'A',
028700                        CDPL_REL_OPER_ID = 0
028800                  WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
028900                    AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
029000                    AND CDPL_LOAN_BANK_NBR =
029100                        :CDU502-LOAN-BANK-NBR
029200                    AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
029300                    AND CDPL_STATUS        = 'R'
029400             END-EXEC
029500             PERFORM 6100-CHECK-UPDATE THRU 6100-EXIT
029600         WHEN OTHER
029700             MOVE +9999 TO CDU502-ERRORCODE
029800             MOVE 'NOTHING PENDING APPROVAL FOR CD/LOAN'
029900               TO CDU502-ERROR-TEXT
030000     END-EVALUATE.
030100 5000-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 6000-READ-PLEDGE.
030500     EXEC SQL
030600         SELECT CDPL_STATUS, CDPL_OPER_ID, CDPL_REL_OPER_ID
030700           INTO :CDPL-STATUS, :CDPL-OPER-ID, :CDPL-REL-OPER-ID
030800           FROM CD.PLEDGE
030900          WHERE CDPL_BANK_NBR      = :CDU502-BANK-NBR
031000            AND CDPL_ACCT_NBR      = :CDU502-ACCT-NBR
031100            AND CDPL_LOAN_BANK_NBR = :CDU502-LOAN-BANK-NBR
031200            AND CDPL_LOAN_NBR      = :CDU502-LOAN-NBR
031300     END-EXEC.
031400     IF  SQLCODE NOT = ZERO
031500         MOVE +9999 TO CDU502-ERRORCODE
031600         MOVE 'NO PLEDGE ON FILE FOR CD/LOAN'
031700           TO CDU502-ERROR-TEXT
031800     END-IF.
031900 6000-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200 6100-CHECK-UPDATE.
032300     IF  SQLCODE NOT = ZERO
032400         MOVE +9999 TO CDU502-ERRORCODE
032500         MOVE 'CD.PLEDGE UPDATE FAILED'
032600           TO CDU502-ERROR-TEXT
032700     END-IF.
032800 6100-EXIT.
032900     EXIT.
