000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQU502.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  FINQ SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  REMOTE DEPOSIT    *
001500*                      CAPTURE LIMIT CHECK FOR THE CAPTURE       *
001600*                      CHANNELS TO CALL AT FINQ.DEPOSIT INSERT.  *
001700*                      THE ACCOUNT'S FINQ.RDCACCT TIER PICKS     *
001800*                      THE PER-ITEM, DAILY AND ROLLING 30-DAY    *
001900*                      LIMITS ON FINQ.RDCLIMIT FOR THE SOURCE    *
002000*                      (MOBILE OR SCAN), AND THE DEPOSIT IS      *
002100*                      ACCEPTED, ACCEPTED WITH AN EXTENDED       *
002200*                      HOLD, OR REJECTED.  LIMITED DEPOSITS ARE  *
002300*                      LOGGED ON FINQ.RDCLOG FOR FINQB511.  THE  *
002400*                      ONE HARD-CODED LIMIT FOR EVERYONE         *
002500*                      RETIRES.                                  *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400 01  WS-SWITCHES.
003500     05  WS-LIMITS-SW             PIC X       VALUE 'N'.
003600         88  WS-LIMITS-FOUND              VALUE 'Y'.
003700 01  WS-WORK-FIELDS.
003800     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
003900     05  WS-ACCT-ID               PIC S9(3)   COMP-3 VALUE +0.
004000     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
004100     05  WS-CUTOFF-DATE           PIC S9(7)   COMP-3 VALUE +0.
004200     05  WS-DAY-USED              PIC S9(11)V99 COMP-3 VALUE +0.
004300     05  WS-30DAY-USED            PIC S9(11)V99 COMP-3 VALUE +0.
004400     05  WS-TEST-TYPE             PIC X(01)   VALUE SPACE.
004500     05  WS-TEST-LIMIT            PIC S9(9)V99 COMP-3 VALUE +0.
004600     05  WS-TEST-USED             PIC S9(11)V99 COMP-3 VALUE +0.
004700     05  WS-HARD-LIMIT            PIC S9(11)V99 COMP-3 VALUE +0.
004800     05  WS-USED-AMT              PIC S9(9)V99 COMP-3 VALUE +0.
004900     05  WS-SQLCODE-DISP          PIC -9(9)   VALUE ZERO.
005000 01  WS-CAL-FIELDS.
005100     05  WS-RELEASE-ISO           PIC X(10).
005200     05  WS-RELEASE-DIGITS REDEFINES WS-RELEASE-ISO.
005300         10  WS-REL-YYYY          PIC 9(04).
005400         10  FILLER               PIC X(01).
005500         10  WS-REL-MM            PIC 9(02).
005600         10  FILLER               PIC X(01).
005700         10  WS-REL-DD            PIC 9(02).
005800*----------------------------------------------------------------
005900*    THE CAPTURE SOURCES ARE THE 88-LEVELS ON DEP-REFERENCE-
006000*    SOURCE IN GJWCPYA1, AS FINQU501 USES THEM.
006100     COPY GJWCPYA1.
006200*----------------------------------------------------------------
006300     COPY FINQRACT.
006400*----------------------------------------------------------------
006500     COPY FINQRLIM.
006600*----------------------------------------------------------------
006700     COPY ADMU503P.
006800*----------------------------------------------------------------
006900 LINKAGE SECTION.
007000 COPY FINQVLIM.
007100*----------------------------------------------------------------
007200 PROCEDURE DIVISION USING FINQU502-PARAMETERS.
007300*
007400 0000-MAINLINE.
007500     PERFORM 1000-CHECK-DEPOSIT THRU 1000-EXIT.
007600     GOBACK.
007700*----------------------------------------------------------------
007800 1000-CHECK-DEPOSIT.
007900     MOVE ZERO  TO FINQU502-ERRORCODE.
008000     MOVE SPACE TO FINQU502-ERROR-TEXT.
008100     MOVE SPACE TO FINQU502-DECISION.
008200     MOVE SPACE TO FINQU502-LIMIT-TYPE.
008300     MOVE ZERO  TO FINQU502-TIER-CODE.
008400     MOVE ZERO  TO FINQU502-LIMIT-AMOUNT.
008500     MOVE ZERO  TO FINQU502-RELEASE-DATE.
008600     MOVE FINQU502-REFERENCE-SOURCE TO DEP-REFERENCE-SOURCE.
008700     IF  NOT DEP-REF-SOURCE-MOBILE
008800     AND NOT DEP-REF-SOURCE-SCAN
008900         SET FINQU502-ACCEPT TO TRUE
009000         GO TO 1000-EXIT
009100     END-IF.
009200     MOVE FINQU502-BANK-NBR TO WS-BANK-NBR.
009300     MOVE FINQU502-ACCT-ID  TO WS-ACCT-ID.
009400     PERFORM 2000-FIND-LIMITS THRU 2000-EXIT.
009500     IF  NOT FINQU502-VALID
009600         GO TO 1000-EXIT
009700     END-IF.
009800     SET FINQU502-ACCEPT TO TRUE.
009900     IF  NOT WS-LIMITS-FOUND
010000         GO TO 1000-EXIT
010100     END-IF.
010200     PERFORM 3000-GATHER-USAGE THRU 3000-EXIT.
010300     IF  NOT FINQU502-VALID
010400         MOVE SPACE TO FINQU502-DECISION
010500         GO TO 1000-EXIT
010600     END-IF.
010700*    EACH LIMIT IS TESTED IN TURN -- THE FIRST ONE OVER ITS
010800*    HOLD LINE REJECTS, OTHERWISE THE FIRST ONE OVER ITS LIMIT
010900*    HOLDS.
011000     MOVE 'I'             TO WS-TEST-TYPE.
011100     MOVE RLIM-ITEM-AMT   TO WS-TEST-LIMIT.
011200     MOVE FINQU502-AMOUNT TO WS-TEST-USED.
011300     PERFORM 4000-TEST-ONE-LIMIT THRU 4000-EXIT.
011400     MOVE 'D'             TO WS-TEST-TYPE.
011500     MOVE RLIM-DAY-AMT    TO WS-TEST-LIMIT.
011600     MOVE WS-DAY-USED     TO WS-TEST-USED.
011700     PERFORM 4000-TEST-ONE-LIMIT THRU 4000-EXIT.
011800     MOVE 'M'             TO WS-TEST-TYPE.
011900     MOVE RLIM-30DAY-AMT  TO WS-TEST-LIMIT.
012000     MOVE WS-30DAY-USED   TO WS-TEST-USED.
012100     PERFORM 4000-TEST-ONE-LIMIT THRU 4000-EXIT.
012200     IF  FINQU502-ACCEPT
012300         GO TO 1000-EXIT
012400     END-IF.
012500     IF  FINQU502-HOLD
012600         PERFORM 5000-EXTENDED-RELEASE THRU 5000-EXIT
012700         IF  NOT FINQU502-VALID
012800             MOVE SPACE TO FINQU502-DECISION
012900             GO TO 1000-EXIT
013000         END-IF
013100     END-IF.
013200     PERFORM 6000-LOG-DEPOSIT THRU 6000-EXIT.
013300 1000-EXIT.
013400     EXIT.
013500*----------------------------------------------------------------
013600 2000-FIND-LIMITS.
013700*    AN ACCOUNT FINQB510 HAS NOT TIERED YET -- OPENED SINCE THE
013800*    LAST MONTHLY RUN -- IS LIMITED AT THE LOWEST TIER THE
013900*    SOURCE HAS.
014000     MOVE 'N' TO WS-LIMITS-SW.
014100     MOVE ZERO TO RACT-TIER-CODE.
014200     EXEC SQL
014300         SELECT RACT_TIER_CODE
014400           INTO :RACT-TIER-CODE
014500           FROM FINQ.RDCACCT
014600          WHERE RACT_BANK_NBR = :WS-BANK-NBR
014700            AND RACT_ACCT_ID  = :WS-ACCT-ID
014800            AND RACT_ACCT_NBR = :FINQU502-ACCT-NBR
014900     END-EXEC.
015000     IF  SQLCODE = +100
015100         EXEC SQL
015200             SELECT COALESCE(MIN(RLIM_TIER_CODE), 0)
015300               INTO :RACT-TIER-CODE
015400               FROM FINQ.RDCLIMIT
015500              WHERE RLIM_REF_SOURCE = :FINQU502-REFERENCE-SOURCE
015600         END-EXEC
015700     END-IF.
015800     IF  SQLCODE NOT = ZERO
015900         MOVE 'FINQ.RDCACCT TIER READ FAILED, SQLCODE '
016000           TO FINQU502-ERROR-TEXT
016100         PERFORM 9000-SQL-ERROR THRU 9000-EXIT
016200         GO TO 2000-EXIT
016300     END-IF.
016400     MOVE RACT-TIER-CODE TO FINQU502-TIER-CODE.
016500     EXEC SQL
016600         SELECT RLIM_ITEM_AMT, RLIM_DAY_AMT, RLIM_30DAY_AMT,
016700                RLIM_HOLD_PCT, RLIM_HOLD_DAYS
016800           INTO :RLIM-ITEM-AMT, :RLIM-DAY-AMT, :RLIM-30DAY-AMT,
016900                :RLIM-HOLD-PCT, :RLIM-HOLD-DAYS
017000           FROM FINQ.RDCLIMIT
017100          WHERE RLIM_TIER_CODE  = :RACT-TIER-CODE
017200            AND RLIM_REF_SOURCE = :FINQU502-REFERENCE-SOURCE
017300     END-EXEC.
017400     EVALUATE SQLCODE
017500         WHEN ZERO
017600             SET WS-LIMITS-FOUND TO TRUE
017700         WHEN +100
017800             CONTINUE
017900         WHEN OTHER
018000             MOVE 'FINQ.RDCLIMIT READ FAILED, SQLCODE '
018100               TO FINQU502-ERROR-TEXT
018200             PERFORM 9000-SQL-ERROR THRU 9000-EXIT
018300     END-EVALUATE.
018400 2000-EXIT.
018500     EXIT.
018600*----------------------------------------------------------------
018700 3000-GATHER-USAGE.
018800*    WHAT THE ACCOUNT HAS ALREADY DEPOSITED ON THIS SOURCE TODAY
018900*    AND IN THE 30 DAYS ENDING TODAY, WITH THIS DEPOSIT ADDED.
019000     EXEC SQL
019100         SET :WS-TODAY-DATE =
019200             (YEAR(CURRENT DATE) - 1900) * 10000
019300             + MONTH(CURRENT DATE) * 100
019400             + DAY(CURRENT DATE)
019500     END-EXEC.
019600     EXEC SQL
019700         SET :WS-CUTOFF-DATE =
019800             (YEAR(CURRENT DATE - 29 DAYS) - 1900) * 10000
019900             + MONTH(CURRENT DATE - 29 DAYS) * 100
020000             + DAY(CURRENT DATE - 29 DAYS)
020100     END-EXEC.
020200     EXEC SQL
020300         SELECT COALESCE(SUM(CASE WHEN DEP_PLACE_DATE =
020400                                       :WS-TODAY-DATE
020500                                  THEN DEP_AMOUNT
020600                                  ELSE 0 END), 0),
020700                COALESCE(SUM(DEP_AMOUNT), 0)
020800           INTO :WS-DAY-USED, :WS-30DAY-USED
020900           FROM FINQ.DEPOSIT
021000          WHERE DEP_BANK_NBR         = :WS-BANK-NBR
021100            AND DEP_ACCT_ID          = :WS-ACCT-ID
021200            AND DEP_ACCT_NBR         = :FINQU502-ACCT-NBR
021300            AND DEP_REFERENCE_SOURCE = :FINQU502-REFERENCE-SOURCE
021400            AND DEP_PLACE_DATE      >= :WS-CUTOFF-DATE
021500     END-EXEC.
021600     IF  SQLCODE NOT = ZERO
021700         MOVE 'FINQ.DEPOSIT USAGE READ FAILED, SQLCODE '
021800           TO FINQU502-ERROR-TEXT
021900         PERFORM 9000-SQL-ERROR THRU 9000-EXIT
022000         GO TO 3000-EXIT
022100     END-IF.
022200     ADD FINQU502-AMOUNT TO WS-DAY-USED.
022300     ADD FINQU502-AMOUNT TO WS-30DAY-USED.
022400 3000-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700 4000-TEST-ONE-LIMIT.
022800*    A ZERO LIMIT IS NO LIMIT.  THE HOLD LINE IS THE LIMIT PLUS
022900*    HOLD_PCT PERCENT OF IT.
023000     IF  FINQU502-REJECT
023100     OR  WS-TEST-LIMIT = ZERO
023200     OR  WS-TEST-USED NOT > WS-TEST-LIMIT
023300         GO TO 4000-EXIT
023400     END-IF.
023500     COMPUTE WS-HARD-LIMIT ROUNDED =
023600         WS-TEST-LIMIT * (100 + RLIM-HOLD-PCT) / 100.
023700     IF  WS-TEST-USED > WS-HARD-LIMIT
023800         SET FINQU502-REJECT TO TRUE
023900         MOVE WS-TEST-TYPE  TO FINQU502-LIMIT-TYPE
024000         MOVE WS-TEST-LIMIT TO FINQU502-LIMIT-AMOUNT
024100         MOVE WS-TEST-USED  TO WS-USED-AMT
024200         GO TO 4000-EXIT
024300     END-IF.
024400     IF  FINQU502-ACCEPT
024500         SET FINQU502-HOLD TO TRUE
024600         MOVE WS-TEST-TYPE  TO FINQU502-LIMIT-TYPE
024700         MOVE WS-TEST-LIMIT TO FINQU502-LIMIT-AMOUNT
024800         MOVE WS-TEST-USED  TO WS-USED-AMT
024900     END-IF.
025000 4000-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300 5000-EXTENDED-RELEASE.
025400*    HOLD_DAYS BUSINESS DAYS FROM TODAY ON THE SHARED CALENDAR,
025500*    BACK IN THE PACKED FORM DEP_RELEASE_DATE CARRIES.
025600     EXEC SQL
025700         SET :WS-RELEASE-ISO = CURRENT DATE
025800     END-EXEC.
025900     INITIALIZE ADMU503-PARAMETERS.
026000     SET ADMU503-FUNC-STEP-FWD TO TRUE.
026100     MOVE FINQU502-BANK-NBR TO ADMU503-BANK-NBR.
026200     MOVE WS-RELEASE-ISO    TO ADMU503-DATE-1.
026300     MOVE RLIM-HOLD-DAYS    TO ADMU503-DAY-COUNT.
026400     CALL 'ADMU503' USING ADMU503-PARAMETERS.
026500     IF  NOT ADMU503-VALID
026600         MOVE +9999 TO FINQU502-ERRORCODE
026700         MOVE ADMU503-ERROR-TEXT TO FINQU502-ERROR-TEXT
026800         GO TO 5000-EXIT
026900     END-IF.
027000     MOVE ADMU503-RESULT-DATE TO WS-RELEASE-ISO.
027100     COMPUTE FINQU502-RELEASE-DATE =
027200         (WS-REL-YYYY - 1900) * 10000
027300         + WS-REL-MM * 100
027400         + WS-REL-DD.
027500 5000-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800 6000-LOG-DEPOSIT.
027900     EXEC SQL
028000         INSERT INTO FINQ.RDCLOG
028100                (RLOG_BANK_NBR, RLOG_ACCT_ID, RLOG_ACCT_NBR,
028200                 RLOG_REF_SOURCE, RLOG_REFERENCE_ID,
028300                 RLOG_AMOUNT, RLOG_TIER_CODE, RLOG_DECISION,
028400                 RLOG_LIMIT_TYPE, RLOG_LIMIT_AMT, RLOG_USED_AMT,
028500                 RLOG_RELEASE_DATE, RLOG_LOG_DATE,
028600                 RLOG_TIMESTAMP)
028700         VALUES (:WS-BANK-NBR, :WS-ACCT-ID, :FINQU502-ACCT-NBR,
028800                 :FINQU502-REFERENCE-SOURCE,
028900                 :FINQU502-REFERENCE-ID,
029000                 :FINQU502-AMOUNT, :RACT-TIER-CODE,
029100                 :FINQU502-DECISION, :FINQU502-LIMIT-TYPE,
029200                 :FINQU502-LIMIT-AMOUNT, :WS-USED-AMT,
029300                 :FINQU502-RELEASE-DATE, :WS-TODAY-DATE,
029400                 CURRENT TIMESTAMP)
029500     END-EXEC.
029600     IF  SQLCODE NOT = ZERO
029700         MOVE 'FINQ.RDCLOG INSERT FAILED, SQLCODE '
029800           TO FINQU502-ERROR-TEXT
029900         PERFORM 9000-SQL-ERROR THRU 9000-EXIT
030000     END-IF.
030100 6000-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 9000-SQL-ERROR.
030500*    THE CALLER'S MESSAGE IS ALREADY IN ERROR-TEXT; THE SQLCODE
030600*    GOES ON THE END OF IT.
030700     MOVE +9999   TO FINQU502-ERRORCODE.
030800     MOVE SQLCODE TO WS-SQLCODE-DISP.
030900     MOVE WS-SQLCODE-DISP TO FINQU502-ERROR-TEXT (41:10).
031000 9000-EXIT.
031100     EXIT.
