000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NIPSB509.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  DSDS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  OVERDRAFT-        *
001500*                      PROTECTION TRANSFERS.  RUNS AHEAD OF THE  *
001600*                      NIPS PAY/RETURN DECISIONING (NIPSB506)    *
001700*                      AND THE NIPS CHARGES.  A CHECKING ACCOUNT *
001800*                      THE DAY'S NIPS ITEMS OVERDRAW, WHOSE      *
001900*                      OSBD501 HEADER LINKS IT TO A SAVINGS OR   *
002000*                      SECURED ACCOUNT, IS COVERED FROM THAT     *
002100*                      ACCOUNT'S BALANCE NET OF FINQ HOLDS --    *
002200*                      THE SHORTFALL ROUNDED UP TO THE AMS.PROPS *
002300*                      INCREMENT.  THE TWO TRANSFER LEGS AND THE *
002400*                      TRANSFER FEE GO TO DSDS.PEND, THE COVERED *
002500*                      ITEMS' NIPS CHARGES ARE TURNED OFF, AND   *
002600*                      THE TRANSFER IS RECORDED ON DSDS.ODPXFER  *
002700*                      WHERE NIPSB506 AND THE REGULATION D       *
002800*                      MONITOR (DSDSB536) PICK IT UP.            *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OSBD501-FILE ASSIGN TO OSBD501
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS ODH-ACCT-NO
004100         FILE STATUS IS WS-OSBD-STATUS.
004200     SELECT RPT658-FILE ASSIGN TO RPT658
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OSBD501-FILE.
004700 01  OSBD501-RECORD.
004800     COPY DSDSOSBD.
004900 FD  RPT658-FILE
005000     RECORDING MODE F.
005100 01  RPT658-RECORD               PIC X(132).
005200*----------------------------------------------------------------
005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
005600         88  WS-ROW-EOF-YES               VALUE 'Y'.
005700     05  WS-OSBD-STATUS           PIC XX      VALUE '00'.
005800 01  WS-WORK-FIELDS.
005900     05  WS-POST-DATE             PIC X(10)   VALUE SPACE.
006000     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
006100     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
006200     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
006300     05  WS-ACCT-NBR-X REDEFINES WS-ACCT-NBR-9
006400                                  PIC X(09).
006500     05  WS-CUR-BANK              PIC S9(2)   COMP-3 VALUE +0.
006600     05  WS-CUR-ACCT-ID           PIC S9(3)   COMP-3 VALUE +0.
006700     05  WS-CUR-ACCT-NBR          PIC S9(9)   COMP-3 VALUE +0.
006800     05  WS-CUR-LEDGER            PIC S9(11)V99 COMP-3 VALUE +0.
006900     05  WS-LINK-ACCT-ID          PIC S9(3)   COMP-3 VALUE +0.
007000     05  WS-LINK-ACCT-NBR         PIC S9(9)   COMP-3 VALUE +0.
007100     05  WS-HELD-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007200     05  WS-AVAIL-BAL             PIC S9(11)V99 COMP-3 VALUE +0.
007300     05  WS-ITEMS-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
007400     05  WS-SHORTFALL             PIC S9(11)V99 COMP-3 VALUE +0.
007500     05  WS-LINK-LEDGER           PIC S9(11)V99 COMP-3 VALUE +0.
007600     05  WS-LINK-DRAWN            PIC S9(11)V99 COMP-3 VALUE +0.
007700     05  WS-LINK-AVAIL            PIC S9(11)V99 COMP-3 VALUE +0.
007800     05  WS-XFER-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007900     05  WS-RUNNING-BAL           PIC S9(11)V99 COMP-3 VALUE +0.
008000     05  WS-INCREMENTS            PIC S9(9)   COMP-3 VALUE +0.
008100     05  WS-INCREMENT             PIC S9(7)V99 COMP-3 VALUE +0.
008200     05  WS-FEE-AMT               PIC S9(5)V99 COMP-3 VALUE +0.
008300     05  WS-PROP-CENTS            PIC 9(09)   VALUE ZERO.
008400     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
008500     05  WS-FIRST-SEQ             PIC S9(5)   COMP-3 VALUE +0.
008600     05  WS-COVERED               PIC S9(5)   COMP-3 VALUE +0.
008700     05  WS-NOTE                  PIC X(20)   VALUE SPACE.
008800     05  WS-IX                    PIC S9(4)   COMP  VALUE +0.
008900     05  WS-ITEM-MAX              PIC S9(4)   COMP  VALUE +0.
009000     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
009100     05  WS-TOTAL-OVERDRAWN       PIC S9(7)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-NO-LINK         PIC S9(7)   COMP  VALUE ZERO.
009300     05  WS-TOTAL-NO-FUNDS        PIC S9(7)   COMP  VALUE ZERO.
009400     05  WS-TOTAL-XFERS           PIC S9(7)   COMP  VALUE ZERO.
009500     05  WS-TOTAL-COVERED         PIC S9(7)   COMP  VALUE ZERO.
009600     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
009700     05  WS-TOTAL-XFER-AMT        PIC S9(11)V99 COMP-3 VALUE +0.
009800     05  WS-TOTAL-FEE-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
009900 01  WS-ACCT-KEY-WORK.
010000     05  FILLER                   PIC X(16)   VALUE SPACES.
010100     05  WS-ACCT-KEY-NBR          PIC 9(09).
010200*    THE ELEMENTARY COPY OF THE BUILT KEY -- THE FORM THE SQL
010300*    HOST-VARIABLE REFERENCES NEED.
010400 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
010500*    THE CURRENT ACCOUNT'S NIPS ITEMS IN SEQUENCE ORDER -- THE
010600*    ORDER THE DECISIONING DRAWS THEM DOWN IN.
010700 01  WS-ITEM-TABLE.
010800     05  WS-ITEM-ENTRY  OCCURS 500 TIMES.
010900         10  WS-IT-SEQ-NBR        PIC S9(7)   COMP-3.
011000         10  WS-IT-TX-AMT         PIC S9(9)V99 COMP-3.
011100         10  WS-IT-CHRG-IND       PIC X(01).
011200*----------------------------------------------------------------
011300*    THE INCREMENT AND FEE IN FORCE, RESOLVED ONCE AT STARTUP --
011400*    AMS.PROPS (AUDITED) WINS OVER THE CALLER-SUPPLIED PARM.
011500     COPY APICPYA1.
011600*----------------------------------------------------------------
011700     COPY ODBGLTXN.
011800*----------------------------------------------------------------
011900     COPY DSDSODPX.
012000*----------------------------------------------------------------
012100     COPY ADMU501P.
012200*----------------------------------------------------------------
012300 01  WS-HEADING-1.
012400     05  FILLER  PIC X(43)  VALUE
012500       'NIPSB509  OVERDRAFT-PROTECTION TRANSFERS - '.
012600     05  HD-DATE                  PIC X(10).
012700     05  FILLER                   PIC X(79)   VALUE SPACE.
012800 01  WS-HEADING-2.
012900     05  FILLER  PIC X(47)  VALUE
013000       'DISP       BK  ACCT-NBR   LINKED     ITM       '.
013100     05  FILLER  PIC X(48)  VALUE
013200       'SHORTFALL      LINK AVAIL         TRANSFER      '.
013300     05  FILLER  PIC X(37)  VALUE
013400       '  FEE  COV  NOTE                     '.
013500 01  WS-DETAIL-LINE.
013600     05  DL-DISP                  PIC X(09).
013700     05  FILLER                   PIC X(02)   VALUE SPACE.
013800     05  DL-BANK-NBR              PIC 9(02).
013900     05  FILLER                   PIC X(02)   VALUE SPACE.
014000     05  DL-ACCT-NBR              PIC 9(09).
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  DL-LINK-ACCT             PIC 9(09).
014300     05  FILLER                   PIC X(02)   VALUE SPACE.
014400     05  DL-ITEMS                 PIC ZZ9.
014500     05  FILLER                   PIC X(02)   VALUE SPACE.
014600     05  DL-SHORTFALL             PIC ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                   PIC X(02)   VALUE SPACE.
014800     05  DL-LINK-AVAIL            PIC ZZZ,ZZZ,ZZ9.99-.
014900     05  FILLER                   PIC X(02)   VALUE SPACE.
015000     05  DL-XFER-AMT              PIC ZZZ,ZZZ,ZZ9.99.
015100     05  FILLER                   PIC X(02)   VALUE SPACE.
015200     05  DL-FEE                   PIC ZZ,ZZ9.99.
015300     05  FILLER                   PIC X(02)   VALUE SPACE.
015400     05  DL-COVERED               PIC ZZ9.
015500     05  FILLER                   PIC X(02)   VALUE SPACE.
015600     05  DL-NOTE                  PIC X(20).
015700     05  FILLER                   PIC X(05)   VALUE SPACE.
015800 01  WS-TOTAL-LINE.
015900     05  TL-LABEL                 PIC X(26).
016000     05  TL-COUNT                 PIC ZZZ,ZZ9.
016100     05  FILLER                   PIC X(99)   VALUE SPACE.
016200 01  WS-AMOUNT-LINE.
016300     05  AL-LABEL                 PIC X(26).
016400     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
016500     05  FILLER                   PIC X(92)   VALUE SPACE.
016600*----------------------------------------------------------------
016700 LINKAGE SECTION.
016800 01  NIPSB509-PARM.
016900*    THE POSTING DAY (TODAY WHEN SPACES), AND THE CIF FILE ID
017000*    THE LINKED SAVINGS AND SECURED ACCOUNTS CARRY.
017100     05  NIPSB509-DATE             PIC X(10).
017200     05  NIPSB509-LINK-FILE-ID     PIC X(04).
017300*    THE TRANSFER INCREMENT AND FEE WHEN AMS.PROPS DOES NOT SET
017400*    THEM (NIPSB509.XFER.INCREMENT AND NIPSB509.XFER.FEE, BOTH
017500*    IN CENTS).  A ZERO INCREMENT TRANSFERS THE EXACT SHORTFALL.
017600     05  NIPSB509-INCREMENT        PIC 9(05)V99.
017700     05  NIPSB509-FEE-AMT          PIC 9(03)V99.
017800*    PEND CODING -- THE DEBIT TO THE LINKED ACCOUNT, THE CREDIT
017900*    TO THE CHECKING ACCOUNT, AND THE FEE DEBIT TO THE LINKED
018000*    ACCOUNT.
018100     05  NIPSB509-XFER-DR-TX-CODE  PIC 9(03).
018200     05  NIPSB509-XFER-CR-TX-CODE  PIC 9(03).
018300     05  NIPSB509-FEE-TX-CODE      PIC 9(03).
018400     05  NIPSB509-PEND-BATCH-NBR   PIC 9(05).
018500*----------------------------------------------------------------
018600 PROCEDURE DIVISION USING NIPSB509-PARM.
018700*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
019100         UNTIL WS-ROW-EOF-YES.
019200     EXEC SQL CLOSE CSR509D END-EXEC.
019300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019400     GOBACK.
019500*----------------------------------------------------------------
019600 0500-RESOLVE-PROPS.
019700*    THE AMS.PROPS KEYS, WHEN SET AND NUMERIC, OVERRIDE THE
019800*    CALLER'S PARM -- DEPOSIT OPERATIONS CHANGES THE INCREMENT
019900*    AND THE DISCLOSED FEE IN ONE AUDITED PLACE.
020000     MOVE NIPSB509-INCREMENT TO WS-INCREMENT.
020100     MOVE NIPSB509-FEE-AMT   TO WS-FEE-AMT.
020200     MOVE SPACES TO AMSPRP-KEY-TEXT.
020300     MOVE 'NIPSB509.XFER.INCREMENT' TO AMSPRP-KEY-TEXT.
020400     MOVE +23 TO AMSPRP-KEY-LEN.
020500     EXEC SQL
020600         SELECT AMSPRP_VALUE
020700           INTO :AMSPRP-VALUE
020800           FROM AMS.PROPS
020900          WHERE AMSPRP_KEY = :AMSPRP-KEY
021000     END-EXEC.
021100     IF  SQLCODE = ZERO
021200     AND AMSPRP-VALUE-TEXT (1:9) NUMERIC
021300         MOVE AMSPRP-VALUE-TEXT (1:9) TO WS-PROP-CENTS
021400         COMPUTE WS-INCREMENT = WS-PROP-CENTS / 100
021500     END-IF.
021600     MOVE SPACES TO AMSPRP-KEY-TEXT.
021700     MOVE 'NIPSB509.XFER.FEE' TO AMSPRP-KEY-TEXT.
021800     MOVE +17 TO AMSPRP-KEY-LEN.
021900     EXEC SQL
022000         SELECT AMSPRP_VALUE
022100           INTO :AMSPRP-VALUE
022200           FROM AMS.PROPS
022300          WHERE AMSPRP_KEY = :AMSPRP-KEY
022400     END-EXEC.
022500     IF  SQLCODE = ZERO
022600     AND AMSPRP-VALUE-TEXT (1:9) NUMERIC
022700         MOVE AMSPRP-VALUE-TEXT (1:9) TO WS-PROP-CENTS
022800         COMPUTE WS-FEE-AMT = WS-PROP-CENTS / 100
022900     END-IF.
023000 0500-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300 1000-INITIALIZE.
023400     OPEN OUTPUT RPT658-FILE.
023500     MOVE NIPSB509-DATE TO WS-POST-DATE.
023600     IF  WS-POST-DATE = SPACES
023700         EXEC SQL
023800             SET :WS-POST-DATE = CURRENT DATE
023900         END-EXEC
024000     END-IF.
024100*    DSDS.PEND AND FINQ CARRY THEIR DATES PACKED CYYMMDD.
024200     EXEC SQL
024300         SET :WS-TODAY-PACKED =
024400             (YEAR(DATE(:WS-POST-DATE)) - 1900) * 10000
024500             + MONTH(DATE(:WS-POST-DATE)) * 100
024600             + DAY(DATE(:WS-POST-DATE))
024700     END-EXEC.
024800     MOVE WS-POST-DATE TO HD-DATE.
024900     MOVE WS-HEADING-1 TO RPT658-RECORD.
025000     WRITE RPT658-RECORD.
025100     MOVE WS-HEADING-2 TO RPT658-RECORD.
025200     WRITE RPT658-RECORD.
025300     PERFORM 0500-RESOLVE-PROPS THRU 0500-EXIT.
025400*    A RERUN CARRIES ON PAST THE PEND ITEMS THE FAILED RUN LEFT
025500*    IN THE BATCH INSTEAD OF COLLIDING WITH THEM.
025600     MOVE ZERO TO WS-SEQUENCE.
025700     EXEC SQL
025800         SELECT COALESCE(MAX(ODPX_PEND_SEQ), 0)
025900           INTO :WS-SEQUENCE
026000           FROM DSDS.ODPXFER
026100          WHERE ODPX_POST_DATE  = :WS-TODAY-PACKED
026200            AND ODPX_PEND_BATCH = :NIPSB509-PEND-BATCH-NBR
026300     END-EXEC.
026400     IF  WS-SEQUENCE > ZERO
026500         ADD 2 TO WS-SEQUENCE
026600     END-IF.
026700     OPEN INPUT OSBD501-FILE.
026800     IF  WS-OSBD-STATUS NOT = '00'
026900         DISPLAY 'NIPSB509 - OSBD501 I/O ERROR, STATUS '
027000             WS-OSBD-STATUS
027100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF.
027500*    THE DAY'S ITEMS, AN ACCOUNT AT A TIME IN SEQUENCE ORDER.  A
027600*    BSA-BLOCKED (X) ITEM IS NOT PAID AND NEEDS NO COVER, AND AN
027700*    ACCOUNT ALREADY COVERED TODAY (A RERUN) IS LEFT ALONE.
027800     EXEC SQL
027900         DECLARE CSR509D CURSOR FOR
028000         SELECT D.NIPS_BANK_NBR, D.NIPS_ACCT_ID,
028100                D.NIPS_ACCT_NBR, D.NIPS_SEQ_NBR,
028200                D.NIPS_TX_AMT, D.NIPS_CURR_BAL,
028300                D.NIPS_CHRG_IND
028400           FROM NIPS.DETAIL D
028500          WHERE D.NIPS_TX_DATE = :WS-POST-DATE
028600            AND D.NIPS_UPDATE_SW <> 'X'
028700            AND NOT EXISTS
028800                (SELECT 1 FROM DSDS.ODPXFER X
028900                  WHERE X.ODPX_BANK_NBR  = D.NIPS_BANK_NBR
029000                    AND X.ODPX_ACCT_NBR  = D.NIPS_ACCT_NBR
029100                    AND X.ODPX_POST_DATE = :WS-TODAY-PACKED)
029200          ORDER BY D.NIPS_BANK_NBR, D.NIPS_ACCT_NBR,
029300                   D.NIPS_SEQ_NBR
029400     END-EXEC.
029500     EXEC SQL OPEN CSR509D END-EXEC.
029600     IF  SQLCODE NOT = ZERO
029700         DISPLAY 'NIPSB509 - NIPS.DETAIL OPEN FAILED, SQLCODE '
029800             SQLCODE
029900         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
030000         MOVE 16 TO RETURN-CODE
030100         GOBACK
030200     END-IF.
030300     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
030400 1000-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700 2000-PROCESS-ACCOUNT.
030800*    GATHER THE ACCOUNT'S ITEMS; THE FIRST ITEM'S NIPS-CURR-BAL
030900*    IS THE LEDGER BALANCE THE DAY'S ITEMS POST AGAINST.
031000     ADD 1 TO WS-TOTAL-ACCOUNTS.
031100     MOVE NIPS-BANK-NBR TO WS-CUR-BANK.
031200     MOVE NIPS-ACCT-ID  TO WS-CUR-ACCT-ID.
031300     MOVE NIPS-ACCT-NBR TO WS-CUR-ACCT-NBR.
031400     MOVE NIPS-CURR-BAL TO WS-CUR-LEDGER.
031500     MOVE ZERO TO WS-ITEM-MAX.
031600     MOVE ZERO TO WS-ITEMS-TOTAL.
031700     PERFORM 2200-LOAD-ITEM THRU 2200-EXIT
031800         UNTIL WS-ROW-EOF-YES
031900         OR NIPS-BANK-NBR NOT = WS-CUR-BANK
032000         OR NIPS-ACCT-NBR NOT = WS-CUR-ACCT-NBR.
032100     PERFORM 3000-MEASURE-SHORTFALL THRU 3000-EXIT.
032200     IF  WS-SHORTFALL NOT > ZERO
032300         GO TO 2000-EXIT
032400     END-IF.
032500     ADD 1 TO WS-TOTAL-OVERDRAWN.
032600     PERFORM 4000-PROTECT-ACCOUNT THRU 4000-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 2100-FETCH-ITEM.
033100     EXEC SQL
033200         FETCH CSR509D
033300          INTO :NIPS-BANK-NBR, :NIPS-ACCT-ID,
033400               :NIPS-ACCT-NBR, :NIPS-SEQ-NBR,
033500               :NIPS-TX-AMT, :NIPS-CURR-BAL,
033600               :NIPS-CHRG-IND
033700     END-EXEC.
033800     IF  SQLCODE NOT = ZERO
033900         SET WS-ROW-EOF-YES TO TRUE
034000     END-IF.
034100 2100-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400 2200-LOAD-ITEM.
034500     IF  WS-ITEM-MAX NOT < 500
034600         DISPLAY 'NIPSB509 - MORE THAN 500 NIPS ITEMS, ACCOUNT '
034700             NIPS-ACCT-NBR
034800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
034900         MOVE 16 TO RETURN-CODE
035000         GOBACK
035100     END-IF.
035200     ADD 1 TO WS-ITEM-MAX.
035300     MOVE NIPS-SEQ-NBR  TO WS-IT-SEQ-NBR (WS-ITEM-MAX).
035400     MOVE NIPS-TX-AMT   TO WS-IT-TX-AMT (WS-ITEM-MAX).
035500     MOVE NIPS-CHRG-IND TO WS-IT-CHRG-IND (WS-ITEM-MAX).
035600     ADD NIPS-TX-AMT TO WS-ITEMS-TOTAL.
035700     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
035800 2200-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100 3000-MEASURE-SHORTFALL.
036200*    ACTIVE HOLDS PLUS THE UNAVAILABLE SLICE OF UNRELEASED
036300*    DEPOSITS, AS NIPSB506 NETS THEM FOR THE PAY DECISION.
036400     MOVE WS-CUR-BANK     TO WS-BANK-NBR.
036500     MOVE WS-CUR-ACCT-NBR TO WS-ACCT-NBR-9.
036600     PERFORM 3100-READ-HELD THRU 3100-EXIT.
036700     COMPUTE WS-AVAIL-BAL = WS-CUR-LEDGER - WS-HELD-AMT.
036800     COMPUTE WS-SHORTFALL = WS-ITEMS-TOTAL - WS-AVAIL-BAL.
036900 3000-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200 3100-READ-HELD.
037300     MOVE ZERO TO WS-HELD-AMT.
037400     EXEC SQL
037500         SELECT COALESCE(SUM(HELD_AMT), 0)
037600           INTO :WS-HELD-AMT
037700           FROM (SELECT HOLD_AMOUNT AS HELD_AMT
037800                   FROM FINQ.HOLD
037900                  WHERE HOLD_BANK_NBR = :WS-BANK-NBR
038000                    AND HOLD_ACCT_NBR = :WS-ACCT-NBR-X
038100                    AND HOLD_RELEASE_DATE > :WS-TODAY-PACKED
038200                 UNION ALL
038300                 SELECT DEP_AMOUNT - DEP_AMOUNT_AVAIL
038400                   FROM FINQ.DEPOSIT
038500                  WHERE DEP_BANK_NBR = :WS-BANK-NBR
038600                    AND DEP_ACCT_NBR = :WS-ACCT-NBR-X
038700                    AND DEP_RELEASE_DATE > :WS-TODAY-PACKED
038800                    AND DEP_AMOUNT > DEP_AMOUNT_AVAIL) HELD
038900     END-EXEC.
039000     IF  SQLCODE NOT = ZERO
039100         MOVE ZERO TO WS-HELD-AMT
039200     END-IF.
039300 3100-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 4000-PROTECT-ACCOUNT.
039700*    THE OVERDRAFT-BANKING HEADER SAYS WHETHER THE ACCOUNT HAS A
039800*    PROTECTION LINK AND TO WHICH ACCOUNT.
039900     MOVE SPACES TO WS-NOTE.
040000     MOVE ZERO TO WS-LINK-ACCT-NBR WS-LINK-AVAIL
040100                  WS-XFER-AMT WS-COVERED.
040200     MOVE WS-CUR-ACCT-NBR TO ODH-ACCT-NO.
040300     READ OSBD501-FILE
040400         INVALID KEY
040500             CONTINUE
040600     END-READ.
040700     IF  WS-OSBD-STATUS NOT = '00'
040800     AND WS-OSBD-STATUS NOT = '23'
040900         DISPLAY 'NIPSB509 - OSBD501 I/O ERROR, STATUS '
041000             WS-OSBD-STATUS
041100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
041200         MOVE 16 TO RETURN-CODE
041300         GOBACK
041400     END-IF.
041500     IF  WS-OSBD-STATUS = '23'
041600     OR  ODH-BANK-NO NOT = WS-CUR-BANK
041700     OR  ODH-ACCT-NO-LINKED-TO-SEC = ZERO
041800         ADD 1 TO WS-TOTAL-NO-LINK
041900         MOVE 'NO LINK ' TO DL-DISP
042000         MOVE 'NO PROTECTION LINK' TO WS-NOTE
042100         GO TO 4000-REPORT
042200     END-IF.
042300     MOVE ODH-ACCT-ID-LINKED-TO-SEC TO WS-LINK-ACCT-ID.
042400     MOVE ODH-ACCT-NO-LINKED-TO-SEC TO WS-LINK-ACCT-NBR.
042500     PERFORM 4100-LINKED-AVAILABLE THRU 4100-EXIT.
042600     IF  WS-NOTE NOT = SPACES
042700         ADD 1 TO WS-TOTAL-NO-FUNDS
042800         MOVE 'NOT DONE' TO DL-DISP
042900         GO TO 4000-REPORT
043000     END-IF.
043100*    THE SHORTFALL ROUNDED UP TO THE INCREMENT.  WHEN THE LINKED
043200*    ACCOUNT CANNOT FUND THAT AND THE FEE, AS MANY WHOLE
043300*    INCREMENTS AS IT CAN -- THE ITEMS THAT STILL FIT ARE
043400*    COVERED AND THE REST GO TO THE DECISIONING AS BEFORE.
043500     MOVE WS-SHORTFALL TO WS-XFER-AMT.
043600     IF  WS-INCREMENT > ZERO
043700         COMPUTE WS-INCREMENTS = WS-SHORTFALL / WS-INCREMENT
043800         IF  WS-INCREMENTS * WS-INCREMENT < WS-SHORTFALL
043900             ADD 1 TO WS-INCREMENTS
044000         END-IF
044100         COMPUTE WS-XFER-AMT = WS-INCREMENTS * WS-INCREMENT
044200     END-IF.
044300     IF  WS-XFER-AMT + WS-FEE-AMT > WS-LINK-AVAIL
044400         COMPUTE WS-XFER-AMT = WS-LINK-AVAIL - WS-FEE-AMT
044500         IF  WS-INCREMENT > ZERO
044600         AND WS-XFER-AMT > ZERO
044700             COMPUTE WS-INCREMENTS = WS-XFER-AMT / WS-INCREMENT
044800             COMPUTE WS-XFER-AMT = WS-INCREMENTS * WS-INCREMENT
044900         END-IF
045000         MOVE 'PARTIAL COVER' TO WS-NOTE
045100     END-IF.
045200     IF  WS-XFER-AMT NOT > ZERO
045300         MOVE ZERO TO WS-XFER-AMT
045400         ADD 1 TO WS-TOTAL-NO-FUNDS
045500         MOVE 'NOT DONE' TO DL-DISP
045600         MOVE 'LINKED FUNDS SHORT' TO WS-NOTE
045700         GO TO 4000-REPORT
045800     END-IF.
045900     PERFORM 4200-COUNT-COVERED THRU 4200-EXIT.
046000     PERFORM 5000-WRITE-PEND THRU 5000-EXIT.
046100     IF  WS-NOTE = 'PEND WRITE FAILED'
046200         ADD 1 TO WS-TOTAL-ERRORS
046300         MOVE 'ERROR   ' TO DL-DISP
046400         GO TO 4000-REPORT
046500     END-IF.
046600     PERFORM 6000-RECORD-TRANSFER THRU 6000-EXIT.
046700     PERFORM 6100-TURN-OFF-CHARGES THRU 6100-EXIT
046800         VARYING WS-IX FROM 1 BY 1
046900         UNTIL WS-IX > WS-ITEM-MAX.
047000     ADD 1 TO WS-TOTAL-XFERS.
047100     ADD WS-COVERED  TO WS-TOTAL-COVERED.
047200     ADD WS-XFER-AMT TO WS-TOTAL-XFER-AMT.
047300     ADD WS-FEE-AMT  TO WS-TOTAL-FEE-AMT.
047400     MOVE 'COVERED ' TO DL-DISP.
047500 4000-REPORT.
047600     MOVE WS-CUR-BANK      TO DL-BANK-NBR.
047700     MOVE WS-CUR-ACCT-NBR  TO DL-ACCT-NBR.
047800     MOVE WS-LINK-ACCT-NBR TO DL-LINK-ACCT.
047900     MOVE WS-ITEM-MAX      TO DL-ITEMS.
048000     MOVE WS-SHORTFALL     TO DL-SHORTFALL.
048100     MOVE WS-LINK-AVAIL    TO DL-LINK-AVAIL.
048200     MOVE WS-XFER-AMT      TO DL-XFER-AMT.
048300     IF  WS-XFER-AMT > ZERO
048400         MOVE WS-FEE-AMT   TO DL-FEE
048500     ELSE
048600         MOVE ZERO         TO DL-FEE
048700     END-IF.
048800     MOVE WS-COVERED       TO DL-COVERED.
048900     MOVE WS-NOTE          TO DL-NOTE.
049000     MOVE WS-DETAIL-LINE TO RPT658-RECORD.
049100     WRITE RPT658-RECORD.
049200 4000-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500 4100-LINKED-AVAILABLE.
049600*    THE LINKED ACCOUNT'S CIF BALANCE NET OF ITS FINQ HOLDS, LESS
049700*    WHAT EARLIER TRANSFERS TODAY HAVE ALREADY DRAWN ON IT FOR
049800*    OTHER CHECKING ACCOUNTS IT PROTECTS.
049900     MOVE WS-LINK-ACCT-NBR TO WS-ACCT-KEY-NBR.
050000     MOVE WS-ACCT-KEY-WORK TO WS-ACCT-KEY-25.
050100     MOVE WS-CUR-BANK      TO WS-BANK-NBR.
050200     EXEC SQL
050300         SELECT ACCT_BALANCE
050400           INTO :WS-LINK-LEDGER
050500           FROM CIF.ACCOUNT
050600          WHERE ACCT_BANK_NBR = :WS-BANK-NBR
050700            AND ACCT_FILE_ID  = :NIPSB509-LINK-FILE-ID
050800            AND ACCT_KEY      = :WS-ACCT-KEY-25
050900            AND ACCT_STATUS   = 'O'
051000     END-EXEC.
051100     IF  SQLCODE NOT = ZERO
051200         MOVE 'LINKED NOT OPEN' TO WS-NOTE
051300         GO TO 4100-EXIT
051400     END-IF.
051500     MOVE WS-LINK-ACCT-NBR TO WS-ACCT-NBR-9.
051600     PERFORM 3100-READ-HELD THRU 3100-EXIT.
051700     MOVE ZERO TO WS-LINK-DRAWN.
051800     EXEC SQL
051900         SELECT COALESCE(SUM(ODPX_XFER_AMT + ODPX_FEE_AMT), 0)
052000           INTO :WS-LINK-DRAWN
052100           FROM DSDS.ODPXFER
052200          WHERE ODPX_BANK_NBR      = :WS-CUR-BANK
052300            AND ODPX_LINK_ACCT_NBR = :WS-LINK-ACCT-NBR
052400            AND ODPX_POST_DATE     = :WS-TODAY-PACKED
052500     END-EXEC.
052600     IF  SQLCODE NOT = ZERO
052700         MOVE ZERO TO WS-LINK-DRAWN
052800     END-IF.
052900     COMPUTE WS-LINK-AVAIL =
053000         WS-LINK-LEDGER - WS-HELD-AMT - WS-LINK-DRAWN.
053100     IF  WS-LINK-AVAIL NOT > WS-FEE-AMT
053200         MOVE 'LINKED FUNDS SHORT' TO WS-NOTE
053300     END-IF.
053400 4100-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700 4200-COUNT-COVERED.
053800*    AN ITEM THE TRANSFER COVERS IS ONE THAT WOULD HAVE TAKEN
053900*    THE ACCOUNT BELOW ZERO BUT FITS WITH THE TRANSFER IN.
054000*    ONLY ITS CHARGE IS TURNED OFF; THE OTHERS KEEP THEIRS.
054100     MOVE WS-AVAIL-BAL TO WS-RUNNING-BAL.
054200     MOVE ZERO TO WS-COVERED.
054300     PERFORM 4210-WALK-ITEM THRU 4210-EXIT
054400         VARYING WS-IX FROM 1 BY 1
054500         UNTIL WS-IX > WS-ITEM-MAX.
054600 4200-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900 4210-WALK-ITEM.
055000     SUBTRACT WS-IT-TX-AMT (WS-IX) FROM WS-RUNNING-BAL.
055100     IF  WS-RUNNING-BAL < ZERO
055200     AND WS-RUNNING-BAL + WS-XFER-AMT NOT < ZERO
055300         MOVE 'C' TO WS-IT-CHRG-IND (WS-IX)
055400         ADD 1 TO WS-COVERED
055500     END-IF.
055600 4210-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900 5000-WRITE-PEND.
056000*    THE TWO TRANSFER LEGS AND THE FEE, SIDE BY SIDE IN THE
056100*    BATCH.  A LEG THAT WILL NOT GO IN TAKES THE EARLIER ONES
056200*    BACK OUT, SO THE BATCH NEVER CARRIES HALF A TRANSFER.
056300     MOVE WS-SEQUENCE TO WS-FIRST-SEQ.
056400     ADD 1 TO WS-FIRST-SEQ.
056500     ADD 1 TO WS-SEQUENCE.
056600     EXEC SQL
056700         INSERT INTO DSDS.PEND
056800                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
056900                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
057000                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
057100                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
057200                 PEND_ITEM_COUNT)
057300         VALUES (:WS-CUR-BANK, :WS-LINK-ACCT-ID,
057400                 :WS-LINK-ACCT-NBR,
057500                 :NIPSB509-XFER-DR-TX-CODE, :WS-XFER-AMT,
057600                 :WS-TODAY-PACKED, :NIPSB509-PEND-BATCH-NBR,
057700                 :WS-SEQUENCE, 'OVERDRAFT PROTECTION XFER',
057800                 'NIPSB509', :WS-TODAY-PACKED, 1)
057900     END-EXEC.
058000     IF  SQLCODE NOT = ZERO
058100         DISPLAY 'NIPSB509 - PEND INSERT FAILED, SQLCODE '
058200             SQLCODE
058300         MOVE 'PEND WRITE FAILED' TO WS-NOTE
058400         GO TO 5000-EXIT
058500     END-IF.
058600     ADD 1 TO WS-SEQUENCE.
058700     EXEC SQL
058800         INSERT INTO DSDS.PEND
058900                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
059000                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
059100                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
059200                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
059300                 PEND_ITEM_COUNT)
059400         VALUES (:WS-CUR-BANK, :WS-CUR-ACCT-ID,
059500                 :WS-CUR-ACCT-NBR,
059600                 :NIPSB509-XFER-CR-TX-CODE, :WS-XFER-AMT,
059700                 :WS-TODAY-PACKED, :NIPSB509-PEND-BATCH-NBR,
059800                 :WS-SEQUENCE, 'OVERDRAFT PROTECTION XFER',
059900                 'NIPSB509', :WS-TODAY-PACKED, 1)
060000     END-EXEC.
060100     IF  SQLCODE NOT = ZERO
060200         DISPLAY 'NIPSB509 - PEND INSERT FAILED, SQLCODE '
060300             SQLCODE
060400         PERFORM 5100-BACK-OUT THRU 5100-EXIT
060500         GO TO 5000-EXIT
060600     END-IF.
060700     IF  WS-FEE-AMT NOT > ZERO
060800         GO TO 5000-EXIT
060900     END-IF.
061000     ADD 1 TO WS-SEQUENCE.
061100     EXEC SQL
061200         INSERT INTO DSDS.PEND
061300                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
061400                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
061500                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
061600                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
061700                 PEND_ITEM_COUNT)
061800         VALUES (:WS-CUR-BANK, :WS-LINK-ACCT-ID,
061900                 :WS-LINK-ACCT-NBR,
062000                 :NIPSB509-FEE-TX-CODE, :WS-FEE-AMT,
062100                 :WS-TODAY-PACKED, :NIPSB509-PEND-BATCH-NBR,
062200                 :WS-SEQUENCE, 'OD PROTECTION TRANSFER FEE',
062300                 'NIPSB509', :WS-TODAY-PACKED, 1)
062400     END-EXEC.
062500     IF  SQLCODE NOT = ZERO
062600         DISPLAY 'NIPSB509 - PEND INSERT FAILED, SQLCODE '
062700             SQLCODE
062800         PERFORM 5100-BACK-OUT THRU 5100-EXIT
062900     END-IF.
063000 5000-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300 5100-BACK-OUT.
063400     SUBTRACT 1 FROM WS-SEQUENCE.
063500     EXEC SQL
063600         DELETE FROM DSDS.PEND
063700          WHERE PEND_BANK_NBR     = :WS-CUR-BANK
063800            AND PEND_BATCH_NBR    = :NIPSB509-PEND-BATCH-NBR
063900            AND PEND_SEQUENCE_NBR BETWEEN :WS-FIRST-SEQ
064000                                      AND :WS-SEQUENCE
064100            AND PEND_SOURCE_PROG  = 'NIPSB509'
064200     END-EXEC.
064300     MOVE 'PEND WRITE FAILED' TO WS-NOTE.
064400 5100-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------
064700 6000-RECORD-TRANSFER.
064800*    THE TRANSFER OF RECORD -- NIPSB506 COUNTS IT INTO THE
064900*    CHECKING ACCOUNT'S AVAILABLE BALANCE AND DSDSB536 COUNTS IT
065000*    AGAINST THE LINKED ACCOUNT'S CONVENIENCE-TRANSFER LIMIT.
065100     MOVE WS-CUR-BANK       TO ODPX-BANK-NBR.
065200     MOVE WS-CUR-ACCT-ID    TO ODPX-ACCT-ID.
065300     MOVE WS-CUR-ACCT-NBR   TO ODPX-ACCT-NBR.
065400     MOVE WS-TODAY-PACKED   TO ODPX-POST-DATE.
065500     MOVE WS-LINK-ACCT-ID   TO ODPX-LINK-ACCT-ID.
065600     MOVE WS-LINK-ACCT-NBR  TO ODPX-LINK-ACCT-NBR.
065700     MOVE WS-SHORTFALL      TO ODPX-SHORTFALL.
065800     MOVE WS-XFER-AMT       TO ODPX-XFER-AMT.
065900     MOVE WS-FEE-AMT        TO ODPX-FEE-AMT.
066000     MOVE WS-COVERED        TO ODPX-ITEMS-COVERED.
066100     MOVE NIPSB509-PEND-BATCH-NBR TO ODPX-PEND-BATCH.
066200     MOVE WS-FIRST-SEQ      TO ODPX-PEND-SEQ.
066300     EXEC SQL
066400         INSERT INTO DSDS.ODPXFER
066500                (ODPX_BANK_NBR, ODPX_ACCT_ID, ODPX_ACCT_NBR,
066600                 ODPX_POST_DATE, ODPX_LINK_ACCT_ID,
066700                 ODPX_LINK_ACCT_NBR, ODPX_SHORTFALL,
066800                 ODPX_XFER_AMT, ODPX_FEE_AMT,
066900                 ODPX_ITEMS_COVERED, ODPX_PEND_BATCH,
067000                 ODPX_PEND_SEQ)
067100         VALUES (:ODPX-BANK-NBR, :ODPX-ACCT-ID, :ODPX-ACCT-NBR,
067200                 :ODPX-POST-DATE, :ODPX-LINK-ACCT-ID,
067300                 :ODPX-LINK-ACCT-NBR, :ODPX-SHORTFALL,
067400                 :ODPX-XFER-AMT, :ODPX-FEE-AMT,
067500                 :ODPX-ITEMS-COVERED, :ODPX-PEND-BATCH,
067600                 :ODPX-PEND-SEQ)
067700     END-EXEC.
067800     IF  SQLCODE NOT = ZERO
067900         DISPLAY 'NIPSB509 - ODPXFER INSERT FAILED, SQLCODE '
068000             SQLCODE
068100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
068200         MOVE 16 TO RETURN-CODE
068300         GOBACK
068400     END-IF.
068500 6000-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800 6100-TURN-OFF-CHARGES.
068900     IF  WS-IT-CHRG-IND (WS-IX) NOT = 'C'
069000         GO TO 6100-EXIT
069100     END-IF.
069200     EXEC SQL
069300         UPDATE NIPS.DETAIL
069400            SET NIPS_CHRG_IND   = 'N',
069500                NIPS_LAST_MAINT = CURRENT DATE
069600          WHERE NIPS_BANK_NBR = :WS-CUR-BANK
069700            AND NIPS_ACCT_NBR = :WS-CUR-ACCT-NBR
069800            AND NIPS_SEQ_NBR  = :WS-IT-SEQ-NBR (WS-IX)
069900     END-EXEC.
070000     IF  SQLCODE NOT = ZERO
070100         DISPLAY 'NIPSB509 - CHARGE TURN-OFF FAILED, SQLCODE '
070200             SQLCODE
070300         ADD 1 TO WS-TOTAL-ERRORS
070400     END-IF.
070500 6100-EXIT.
070600     EXIT.
070700*----------------------------------------------------------------
070800 8000-FINALIZE.
070900     MOVE 'ACCOUNTS WITH NIPS ITEMS-' TO TL-LABEL.
071000     MOVE WS-TOTAL-ACCOUNTS TO TL-COUNT.
071100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071200     MOVE 'OVERDRAWN BY THE ITEMS  -' TO TL-LABEL.
071300     MOVE WS-TOTAL-OVERDRAWN TO TL-COUNT.
071400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071500     MOVE 'NO PROTECTION LINK      -' TO TL-LABEL.
071600     MOVE WS-TOTAL-NO-LINK TO TL-COUNT.
071700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071800     MOVE 'LINKED NOT OPEN OR SHORT-' TO TL-LABEL.
071900     MOVE WS-TOTAL-NO-FUNDS TO TL-COUNT.
072000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072100     MOVE 'TRANSFERS MADE          -' TO TL-LABEL.
072200     MOVE WS-TOTAL-XFERS TO TL-COUNT.
072300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072400     MOVE 'NIPS ITEMS COVERED      -' TO TL-LABEL.
072500     MOVE WS-TOTAL-COVERED TO TL-COUNT.
072600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072700     MOVE 'ERRORS                  -' TO TL-LABEL.
072800     MOVE WS-TOTAL-ERRORS TO TL-COUNT.
072900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073000     MOVE 'AMOUNT TRANSFERRED      -' TO AL-LABEL.
073100     MOVE WS-TOTAL-XFER-AMT TO AL-AMOUNT.
073200     MOVE WS-AMOUNT-LINE TO RPT658-RECORD.
073300     WRITE RPT658-RECORD.
073400     MOVE 'TRANSFER FEES           -' TO AL-LABEL.
073500     MOVE WS-TOTAL-FEE-AMT TO AL-AMOUNT.
073600     MOVE WS-AMOUNT-LINE TO RPT658-RECORD.
073700     WRITE RPT658-RECORD.
073800     CLOSE OSBD501-FILE.
073900     CLOSE RPT658-FILE.
074000     IF  WS-TOTAL-ERRORS > ZERO
074100         MOVE 4 TO RETURN-CODE
074200     END-IF.
074300 8000-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600 8100-WRITE-TOTAL.
074700     MOVE WS-TOTAL-LINE TO RPT658-RECORD.
074800     WRITE RPT658-RECORD.
074900 8100-EXIT.
075000     EXIT.
075100*----------------------------------------------------------------
075200 9000-LOG-FATAL.
075300*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
075400*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
075500*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
075600     MOVE 'NIPSB509'                TO ADMU501-PROGRAM.
075700     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
075800     MOVE SQLCODE                   TO ADMU501-SQLCODE.
075900     MOVE WS-OSBD-STATUS            TO ADMU501-FILE-STATUS.
076000     MOVE SPACES                    TO ADMU501-KEY-DATA.
076100     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
076200       TO ADMU501-MSG.
076300     CALL 'ADMU501' USING ADMU501-PARAMETERS.
076400 9000-EXIT.
076500     EXIT.
