000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB543.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  POSTING-ORDER     *
001500*                      WHAT-IF SIMULATOR.  REPLAYS A DATE RANGE  *
001600*                      OF THE DSDS.PDTXARCH ARCHIVE AN ACCOUNT   *
001700*                      AT A TIME FROM ITS OPENING LEDGER         *
001800*                      BALANCE (THE CIF BALANCE BACKED OFF BY    *
001900*                      EVERYTHING POSTED SINCE THE RANGE         *
002000*                      STARTED) UNDER UP TO THREE POSTING-ORDER  *
002100*                      RULES -- HIGH-TO-LOW, CHRONOLOGICAL, AND  *
002200*                      CREDITS-FIRST -- EACH POSTING DAY'S ITEMS *
002300*                      ORDERED BY THE RULE.  FOR EVERY BANK AND  *
002400*                      ACCOUNT SEGMENT (ACCOUNT ID) THE REPORT   *
002500*                      SETS THE ITEMS EACH RULE WOULD HAVE       *
002600*                      OVERDRAWN AND THE NSF/OD FEES IT WOULD    *
002700*                      HAVE CHARGED BESIDE WHAT NIPS.DETAIL      *
002800*                      ACTUALLY SHOWS FOR THE RANGE.             *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPT651-FILE ASSIGN TO RPT651
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RPT651-FILE
004200     RECORDING MODE F.
004300 01  RPT651-RECORD               PIC X(132).
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
004800         88  WS-ROW-EOF-YES               VALUE 'Y'.
004900     05  WS-RULE                  PIC X       VALUE SPACE.
005000         88  WS-RULE-HIGH-LOW             VALUE 'H'.
005100         88  WS-RULE-CHRONO               VALUE 'C'.
005200         88  WS-RULE-CREDITS              VALUE 'R'.
005300         88  WS-RULE-VALID                VALUE 'H' 'C' 'R'.
005400 01  WS-WORK-FIELDS.
005500     05  WS-FROM-DATE             PIC X(10)   VALUE SPACE.
005600     05  WS-TO-DATE               PIC X(10)   VALUE SPACE.
005700*    THE ARCHIVE CARRIES ITS DATES PACKED CYYMMDD.
005800     05  WS-FROM-PACKED           PIC S9(7)   COMP-3 VALUE +0.
005900     05  WS-TO-PACKED             PIC S9(7)   COMP-3 VALUE +0.
006000     05  WS-FEE-AMT               PIC S9(3)V99 COMP-3 VALUE +0.
006100     05  WS-DAILY-CAP             PIC 9(03)   VALUE ZERO.
006200     05  WS-RX                    PIC S9(4)   COMP  VALUE +0.
006300     05  WS-PX                    PIC S9(4)   COMP  VALUE +0.
006400     05  WS-SX                    PIC S9(4)   COMP  VALUE +0.
006500     05  WS-CX                    PIC S9(4)   COMP  VALUE +0.
006600     05  WS-SEG-MAX               PIC S9(4)   COMP  VALUE +0.
006700     05  WS-RULE-COUNT            PIC S9(4)   COMP  VALUE +0.
006800     05  WS-PREV-BANK             PIC S9(3)   COMP-3 VALUE -1.
006900     05  WS-PREV-ACCT-ID          PIC S9(3)   COMP-3 VALUE -1.
007000     05  WS-PREV-ACCT-NO          PIC S9(9)   COMP-3 VALUE -1.
007100     05  WS-PREV-POST-DATE        PIC S9(7)   COMP-3 VALUE -1.
007200     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
007300     05  WS-ACCT-ID               PIC S9(3)   COMP-3 VALUE +0.
007400     05  WS-LEDGER-BAL            PIC S9(11)V99 COMP-3 VALUE +0.
007500     05  WS-SINCE-AMT             PIC S9(13)V99 COMP-3 VALUE +0.
007600     05  WS-BALANCE               PIC S9(13)V99 COMP-3 VALUE +0.
007700     05  WS-DAY-FEES              PIC S9(5)   COMP-3 VALUE +0.
007800     05  WS-ACT-ITEMS             PIC S9(9)   COMP  VALUE +0.
007900     05  WS-ACT-FEES              PIC S9(9)V99 COMP-3 VALUE +0.
008000*    THE RULE'S SORT KEYS COME BACK WITH EACH ROW ONLY SO THE
008100*    CURSOR CAN ORDER ON THEM.
008200     05  WS-SORT-CREDIT           PIC S9(4)   COMP  VALUE +0.
008300     05  WS-SORT-AMOUNT           PIC S9(11)V99 COMP-3 VALUE +0.
008400     05  WS-SORT-DATE             PIC S9(7)   COMP-3 VALUE +0.
008500     05  WS-EDIT-3                PIC ZZ9.
008600     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
008700     05  WS-TOTAL-ITEMS           PIC S9(9)   COMP  VALUE ZERO.
008800     05  WS-TOTAL-NO-CIF          PIC S9(7)   COMP  VALUE ZERO.
008900 01  WS-ACCT-KEY-WORK.
009000     05  FILLER                   PIC X(16)   VALUE SPACES.
009100     05  WS-ACCT-KEY-NBR          PIC 9(09).
009200*    THE ELEMENTARY COPY OF THE BUILT KEY -- THE FORM THE SQL
009300*    HOST-VARIABLE REFERENCES NEED.
009400 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
009500*    THE RULES BEING COMPARED, IN PARM ORDER, WITH THEIR NAMES.
009600 01  WS-RULE-TABLE.
009700     05  WS-RULE-ENTRY  OCCURS 3 TIMES.
009800         10  WS-RULE-CODE         PIC X(01).
009900         10  WS-RULE-NAME         PIC X(21).
010000*    ONE ENTRY PER BANK AND ACCOUNT SEGMENT IN THE RANGE, IN
010100*    BANK/SEGMENT ORDER -- THE ACTUALS FROM NIPS.DETAIL AND
010200*    EACH RULE'S REPLAYED RESULT SIDE BY SIDE.  ROW 301 HOLDS
010300*    THE BANK SUBTOTAL AND ROW 302 THE GRAND TOTAL.
010400 01  WS-SEG-TABLE.
010500     05  WS-SEG-ENTRY  OCCURS 302 TIMES.
010600         10  WS-SEG-BANK          PIC S9(3)   COMP-3.
010700         10  WS-SEG-ACCT-ID       PIC S9(3)   COMP-3.
010800         10  WS-SEG-ACCOUNTS      PIC S9(7)   COMP.
010900         10  WS-SEG-ACT-ITEMS     PIC S9(9)   COMP.
011000         10  WS-SEG-ACT-FEES      PIC S9(9)V99 COMP-3.
011100         10  WS-SEG-RULE  OCCURS 3 TIMES.
011200             15  WS-SEG-SIM-ITEMS PIC S9(9)   COMP.
011300             15  WS-SEG-SIM-FEES  PIC S9(9)V99 COMP-3.
011400*----------------------------------------------------------------
011500*    THE DAILY NSF/OD FEE CAP THE REPLAY HONORS -- THE SAME
011600*    AMS.PROPS KEY NIPSB507 ENFORCES, PARM FALLBACK.
011700     COPY APICPYA1.
011800*----------------------------------------------------------------
011900     COPY DSDSPARC.
012000*----------------------------------------------------------------
012100     COPY ADMU501P.
012200*----------------------------------------------------------------
012300 01  WS-HEADING-1.
012400     05  FILLER  PIC X(38)  VALUE
012500       'DSDSB543  POSTING-ORDER SIMULATION - '.
012600     05  HD-FROM-DATE             PIC X(10).
012700     05  FILLER                   PIC X(06)   VALUE ' THRU '.
012800     05  HD-TO-DATE               PIC X(10).
012900     05  FILLER                   PIC X(68)   VALUE SPACE.
013000 01  WS-HEADING-2.
013100     05  FILLER                   PIC X(17)   VALUE SPACE.
013200     05  FILLER                   PIC X(23)   VALUE
013300       '  ACTUAL (NIPS.DETAIL)'.
013400     05  HD-RULE  OCCURS 3 TIMES.
013500         10  FILLER               PIC X(02).
013600         10  HD-RULE-NAME         PIC X(21).
013700     05  FILLER                   PIC X(23)   VALUE SPACE.
013800 01  WS-HEADING-3.
013900     05  FILLER  PIC X(44)  VALUE
014000       'BK   SEG ACCOUNTS    ITEMS          FEES    '.
014100     05  FILLER  PIC X(46)  VALUE
014200       'ITEMS          FEES    ITEMS          FEES    '.
014300     05  FILLER  PIC X(19)  VALUE
014400       'ITEMS          FEES'.
014500     05  FILLER  PIC X(23)  VALUE SPACE.
014600 01  WS-SEGMENT-LINE.
014700     05  SL-BANK                  PIC X(03).
014800     05  FILLER                   PIC X(02)   VALUE SPACE.
014900     05  SL-SEG                   PIC X(03).
015000     05  FILLER                   PIC X(02)   VALUE SPACE.
015100     05  SL-ACCOUNTS              PIC ZZZ,ZZ9.
015200     05  FILLER                   PIC X(02)   VALUE SPACE.
015300     05  SL-ACT-ITEMS             PIC ZZZ,ZZ9.
015400     05  FILLER                   PIC X(01)   VALUE SPACE.
015500     05  SL-ACT-FEES              PIC ZZ,ZZZ,ZZ9.99.
015600     05  SL-RULE  OCCURS 3 TIMES.
015700         10  FILLER               PIC X(02).
015800         10  SL-SIM-ITEMS         PIC ZZZ,ZZ9.
015900         10  FILLER               PIC X(01).
016000         10  SL-SIM-FEES          PIC ZZ,ZZZ,ZZ9.99.
016100     05  FILLER                   PIC X(23)   VALUE SPACE.
016200 01  WS-TOTAL-LINE.
016300     05  TL-LABEL                 PIC X(26).
016400     05  TL-COUNT                 PIC ZZZ,ZZ9.
016500     05  FILLER                   PIC X(99)   VALUE SPACE.
016600 01  WS-AMOUNT-LINE.
016700     05  AL-LABEL                 PIC X(26).
016800     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
016900     05  FILLER                   PIC X(92)   VALUE SPACE.
017000*----------------------------------------------------------------
017100 LINKAGE SECTION.
017200 01  DSDSB543-PARM.
017300*    THE POSTING DAYS TO REPLAY, ISO DATES.
017400     05  DSDSB543-FROM-DATE        PIC X(10).
017500     05  DSDSB543-TO-DATE          PIC X(10).
017600*    THE RULES TO COMPARE, IN REPORT ORDER -- H HIGH-TO-LOW
017700*    (CREDITS, THEN DEBITS LARGEST FIRST), C CHRONOLOGICAL (BY
017800*    THE DAY THE ITEM HAPPENED), R CREDITS-FIRST (CREDITS, THEN
017900*    DEBITS CHRONOLOGICALLY).  ALL SPACES COMPARES ALL THREE.
018000     05  DSDSB543-RULE             PIC X(01)   OCCURS 3 TIMES.
018100*    THE FEE EACH OVERDRAWING ITEM WOULD DRAW, AND THE DAILY
018200*    CAP WHEN AMS.PROPS DOES NOT SET ONE (ZERO IS NO CAP).
018300     05  DSDSB543-FEE-AMT          PIC 9(03)V99.
018400     05  DSDSB543-DAILY-CAP        PIC 9(03).
018500*----------------------------------------------------------------
018600 PROCEDURE DIVISION USING DSDSB543-PARM.
018700*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-LOAD-SEGMENTS THRU 2000-EXIT.
019100     PERFORM 2500-LOAD-ACTUALS THRU 2500-EXIT.
019200     PERFORM 3000-REPLAY-RULE THRU 3000-EXIT
019300         VARYING WS-RX FROM 1 BY 1
019400         UNTIL WS-RX > WS-RULE-COUNT.
019500     PERFORM 6000-PRINT-SEGMENTS THRU 6000-EXIT.
019600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019700     GOBACK.
019800*----------------------------------------------------------------
019900 0500-RESOLVE-CAP.
020000*    THE CAP NIPSB507 ENFORCES, WHEN AMS.PROPS SETS IT, SO THE
020100*    REPLAY CHARGES THE WAY PRODUCTION WOULD.
020200     MOVE DSDSB543-DAILY-CAP TO WS-DAILY-CAP.
020300     MOVE SPACES TO AMSPRP-KEY-TEXT.
020400     MOVE 'NIPSB507.DAILY.CAP' TO AMSPRP-KEY-TEXT.
020500     MOVE +18 TO AMSPRP-KEY-LEN.
020600     EXEC SQL
020700         SELECT AMSPRP_VALUE
020800           INTO :AMSPRP-VALUE
020900           FROM AMS.PROPS
021000          WHERE AMSPRP_KEY = :AMSPRP-KEY
021100     END-EXEC.
021200     IF  SQLCODE = ZERO
021300     AND AMSPRP-VALUE-TEXT (1:3) NUMERIC
021400         MOVE AMSPRP-VALUE-TEXT (1:3) TO WS-DAILY-CAP
021500     END-IF.
021600 0500-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------
021900 0600-LOAD-RULE.
022000*    ONE PARM RULE INTO THE TABLE; A BLANK SLOT IS SKIPPED AND
022100*    ANYTHING ELSE UNKNOWN STOPS THE RUN.
022200     MOVE DSDSB543-RULE (WS-PX) TO WS-RULE.
022300     IF  WS-RULE = SPACE
022400         GO TO 0600-EXIT
022500     END-IF.
022600     IF  NOT WS-RULE-VALID
022700         DISPLAY 'DSDSB543 - RULE MUST BE H, C OR R: ' WS-RULE
022800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
022900         MOVE 16 TO RETURN-CODE
023000         GOBACK
023100     END-IF.
023200     ADD 1 TO WS-RULE-COUNT.
023300     MOVE WS-RULE TO WS-RULE-CODE (WS-RULE-COUNT).
023400     EVALUATE TRUE
023500         WHEN WS-RULE-HIGH-LOW
023600             MOVE 'HIGH-TO-LOW'   TO WS-RULE-NAME (WS-RULE-COUNT)
023700         WHEN WS-RULE-CHRONO
023800             MOVE 'CHRONOLOGICAL' TO WS-RULE-NAME (WS-RULE-COUNT)
023900         WHEN OTHER
024000             MOVE 'CREDITS-FIRST' TO WS-RULE-NAME (WS-RULE-COUNT)
024100     END-EVALUATE.
024200 0600-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
024500 1000-INITIALIZE.
024600     OPEN OUTPUT RPT651-FILE.
024700     MOVE DSDSB543-FROM-DATE TO WS-FROM-DATE.
024800     MOVE DSDSB543-TO-DATE   TO WS-TO-DATE.
024900     IF  WS-FROM-DATE = SPACES
025000     OR  WS-TO-DATE = SPACES
025100     OR  WS-FROM-DATE > WS-TO-DATE
025200         DISPLAY 'DSDSB543 - FROM/TO DATES MISSING OR REVERSED'
025300         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
025400         MOVE 16 TO RETURN-CODE
025500         GOBACK
025600     END-IF.
025700     EXEC SQL
025800         SET :WS-FROM-PACKED =
025900             (YEAR(DATE(:WS-FROM-DATE)) - 1900) * 10000
026000             + MONTH(DATE(:WS-FROM-DATE)) * 100
026100             + DAY(DATE(:WS-FROM-DATE))
026200     END-EXEC.
026300     EXEC SQL
026400         SET :WS-TO-PACKED =
026500             (YEAR(DATE(:WS-TO-DATE)) - 1900) * 10000
026600             + MONTH(DATE(:WS-TO-DATE)) * 100
026700             + DAY(DATE(:WS-TO-DATE))
026800     END-EXEC.
026900     MOVE ZERO TO WS-RULE-COUNT.
027000     MOVE SPACES TO WS-RULE-TABLE.
027100     PERFORM 0600-LOAD-RULE THRU 0600-EXIT
027200         VARYING WS-PX FROM 1 BY 1
027300         UNTIL WS-PX > 3.
027400     IF  WS-RULE-COUNT = ZERO
027500         MOVE 'H' TO DSDSB543-RULE (1)
027600         MOVE 'C' TO DSDSB543-RULE (2)
027700         MOVE 'R' TO DSDSB543-RULE (3)
027800         PERFORM 0600-LOAD-RULE THRU 0600-EXIT
027900             VARYING WS-PX FROM 1 BY 1
028000             UNTIL WS-PX > 3
028100     END-IF.
028200     MOVE DSDSB543-FEE-AMT TO WS-FEE-AMT.
028300     PERFORM 0500-RESOLVE-CAP THRU 0500-EXIT.
028400     MOVE WS-FROM-DATE TO HD-FROM-DATE.
028500     MOVE WS-TO-DATE   TO HD-TO-DATE.
028600     MOVE SPACES TO HD-RULE (1) HD-RULE (2) HD-RULE (3).
028700     PERFORM 1100-NAME-RULE THRU 1100-EXIT
028800         VARYING WS-RX FROM 1 BY 1
028900         UNTIL WS-RX > WS-RULE-COUNT.
029000     MOVE WS-HEADING-1 TO RPT651-RECORD.
029100     WRITE RPT651-RECORD.
029200     MOVE WS-HEADING-2 TO RPT651-RECORD.
029300     WRITE RPT651-RECORD.
029400     MOVE WS-HEADING-3 TO RPT651-RECORD.
029500     WRITE RPT651-RECORD.
029600 1000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900 1100-NAME-RULE.
030000     MOVE WS-RULE-NAME (WS-RX) TO HD-RULE-NAME (WS-RX).
030100 1100-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 2000-LOAD-SEGMENTS.
030500*    EVERY BANK/SEGMENT WITH ARCHIVED ITEMS OR NIPS ITEMS IN
030600*    THE RANGE, IN ORDER, SO THE TABLE PRINTS AS IT STANDS.
030700     MOVE ZERO TO WS-SEG-MAX.
030800     MOVE 'N' TO WS-ROW-EOF-SW.
030900     EXEC SQL
031000         DECLARE CSR543G CURSOR FOR
031100         SELECT ARCH_BANK_NO, ARCH_ACCT_ID
031200           FROM DSDS.PDTXARCH
031300          WHERE ARCH_POST_DATE BETWEEN :WS-FROM-PACKED
031400                                   AND :WS-TO-PACKED
031500         UNION
031600         SELECT NIPS_BANK_NBR, NIPS_ACCT_ID
031700           FROM NIPS.DETAIL
031800          WHERE NIPS_TX_DATE BETWEEN :WS-FROM-DATE
031900                                 AND :WS-TO-DATE
032000            AND NIPS_UPDATE_SW <> 'X'
032100          ORDER BY 1, 2
032200     END-EXEC.
032300     EXEC SQL OPEN CSR543G END-EXEC.
032400     PERFORM 2100-FETCH-SEGMENT THRU 2100-EXIT.
032500     PERFORM 2200-ADD-SEGMENT THRU 2200-EXIT
032600         UNTIL WS-ROW-EOF-YES.
032700     EXEC SQL CLOSE CSR543G END-EXEC.
032800 2000-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100 2100-FETCH-SEGMENT.
033200     EXEC SQL
033300         FETCH CSR543G
033400          INTO :WS-BANK-NBR, :WS-ACCT-ID
033500     END-EXEC.
033600     IF  SQLCODE NOT = ZERO
033700         SET WS-ROW-EOF-YES TO TRUE
033800     END-IF.
033900 2100-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200 2200-ADD-SEGMENT.
034300     IF  WS-SEG-MAX >= 300
034400         DISPLAY 'DSDSB543 - MORE THAN 300 BANK SEGMENTS IN '
034500             'THE RANGE'
034600         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
034700         MOVE 16 TO RETURN-CODE
034800         GOBACK
034900     END-IF.
035000     ADD 1 TO WS-SEG-MAX.
035100     MOVE WS-SEG-MAX TO WS-CX.
035200     PERFORM 6500-CLEAR-ENTRY THRU 6500-EXIT.
035300     MOVE WS-BANK-NBR TO WS-SEG-BANK (WS-SEG-MAX).
035400     MOVE WS-ACCT-ID  TO WS-SEG-ACCT-ID (WS-SEG-MAX).
035500     PERFORM 2100-FETCH-SEGMENT THRU 2100-EXIT.
035600 2200-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900 2500-LOAD-ACTUALS.
036000*    WHAT REALLY HAPPENED -- THE NIPS ITEMS IN THE RANGE AND THE
036100*    FEES THAT STILL STAND (CHARGED, NOT REFUNDED).
036200     MOVE 'N' TO WS-ROW-EOF-SW.
036300     EXEC SQL
036400         DECLARE CSR543A CURSOR FOR
036500         SELECT NIPS_BANK_NBR, NIPS_ACCT_ID, COUNT(*),
036600                SUM(CASE WHEN NIPS_CHRG_IND = 'Y'
036700                          AND NIPS_REFUND_IND <> 'Y'
036800                         THEN NIPS_TX_FEE ELSE 0 END)
036900           FROM NIPS.DETAIL
037000          WHERE NIPS_TX_DATE BETWEEN :WS-FROM-DATE
037100                                 AND :WS-TO-DATE
037200            AND NIPS_UPDATE_SW <> 'X'
037300          GROUP BY NIPS_BANK_NBR, NIPS_ACCT_ID
037400     END-EXEC.
037500     EXEC SQL OPEN CSR543A END-EXEC.
037600     PERFORM 2600-FETCH-ACTUAL THRU 2600-EXIT.
037700     PERFORM 2700-POST-ACTUAL THRU 2700-EXIT
037800         UNTIL WS-ROW-EOF-YES.
037900     EXEC SQL CLOSE CSR543A END-EXEC.
038000 2500-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300 2600-FETCH-ACTUAL.
038400     EXEC SQL
038500         FETCH CSR543A
038600          INTO :WS-BANK-NBR, :WS-ACCT-ID,
038700               :WS-ACT-ITEMS, :WS-ACT-FEES
038800     END-EXEC.
038900     IF  SQLCODE NOT = ZERO
039000         SET WS-ROW-EOF-YES TO TRUE
039100     END-IF.
039200 2600-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500 2700-POST-ACTUAL.
039600     PERFORM 4000-FIND-SEGMENT THRU 4000-EXIT.
039700     ADD WS-ACT-ITEMS TO WS-SEG-ACT-ITEMS (WS-SX).
039800     ADD WS-ACT-FEES  TO WS-SEG-ACT-FEES (WS-SX).
039900     PERFORM 2600-FETCH-ACTUAL THRU 2600-EXIT.
040000 2700-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300 3000-REPLAY-RULE.
040400*    ONE PASS OF THE ARCHIVE PER RULE.  THE CURSOR DOES THE
040500*    ORDERING: ACCOUNT, POSTING DAY, THEN WITHIN THE DAY --
040600*      H  CREDITS, THEN DEBITS LARGEST FIRST
040700*      C  BY THE DAY THE ITEM HAPPENED (POST DATE WHEN THE
040800*         ARCHIVE ROW CARRIES NONE), THEN ARCHIVE SEQUENCE
040900*      R  CREDITS, THEN DEBITS AS C ORDERS THEM
041000     MOVE WS-RULE-CODE (WS-RX) TO WS-RULE.
041100     MOVE -1 TO WS-PREV-BANK.
041200     MOVE -1 TO WS-PREV-ACCT-ID.
041300     MOVE -1 TO WS-PREV-ACCT-NO.
041400     MOVE 'N' TO WS-ROW-EOF-SW.
041500     EXEC SQL
041600         DECLARE CSR543R CURSOR FOR
041700         SELECT ARCH_BANK_NO, ARCH_ACCT_ID, ARCH_ACCT_NO,
041800                ARCH_POST_DATE, ARCH_TX_AMT,
041900                CASE WHEN :WS-RULE IN ('H', 'R')
042000                      AND ARCH_TX_AMT >= 0
042100                     THEN 0 ELSE 1 END,
042200                CASE WHEN :WS-RULE = 'H'
042300                     THEN ABS(ARCH_TX_AMT) ELSE 0 END,
042400                CASE WHEN ARCH_POS_TX_DATE > 0
042500                     THEN ARCH_POS_TX_DATE
042600                     ELSE ARCH_POST_DATE END,
042700                ARCH_SEQ_NO
042800           FROM DSDS.PDTXARCH
042900          WHERE ARCH_POST_DATE BETWEEN :WS-FROM-PACKED
043000                                   AND :WS-TO-PACKED
043100          ORDER BY 1, 2, 3, 4, 6, 7 DESC, 8, 9
043200     END-EXEC.
043300     EXEC SQL OPEN CSR543R END-EXEC.
043400     PERFORM 3100-FETCH-ITEM THRU 3100-EXIT.
043500     PERFORM 3200-POST-ONE-ITEM THRU 3200-EXIT
043600         UNTIL WS-ROW-EOF-YES.
043700     EXEC SQL CLOSE CSR543R END-EXEC.
043800 3000-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100 3100-FETCH-ITEM.
044200     EXEC SQL
044300         FETCH CSR543R
044400          INTO :ARCH-BANK-NO, :ARCH-ACCT-ID, :ARCH-ACCT-NO,
044500               :ARCH-POST-DATE, :ARCH-TX-AMT,
044600               :WS-SORT-CREDIT, :WS-SORT-AMOUNT, :WS-SORT-DATE,
044700               :ARCH-SEQ-NO
044800     END-EXEC.
044900     IF  SQLCODE NOT = ZERO
045000         SET WS-ROW-EOF-YES TO TRUE
045100     END-IF.
045200 3100-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500 3200-POST-ONE-ITEM.
045600*    THE ITEM POSTS AGAINST THE RUNNING LEDGER.  A DEBIT THAT
045700*    LEAVES THE ACCOUNT BELOW ZERO IS AN OVERDRAWING ITEM AND
045800*    DRAWS THE FEE UNTIL THE DAY'S CAP IS REACHED.  EVERY ITEM
045900*    IS TAKEN AS PAID -- THE REPLAY MEASURES ORDER, NOT THE
046000*    PAY/RETURN DECISION.
046100     IF  ARCH-BANK-NO NOT = WS-PREV-BANK
046200     OR  ARCH-ACCT-ID NOT = WS-PREV-ACCT-ID
046300     OR  ARCH-ACCT-NO NOT = WS-PREV-ACCT-NO
046400         PERFORM 3300-OPEN-ACCOUNT THRU 3300-EXIT
046500     END-IF.
046600     IF  ARCH-POST-DATE NOT = WS-PREV-POST-DATE
046700         MOVE ARCH-POST-DATE TO WS-PREV-POST-DATE
046800         MOVE ZERO TO WS-DAY-FEES
046900     END-IF.
047000     IF  WS-RX = 1
047100         ADD 1 TO WS-TOTAL-ITEMS
047200     END-IF.
047300     ADD ARCH-TX-AMT TO WS-BALANCE.
047400     IF  ARCH-TX-AMT < ZERO
047500     AND WS-BALANCE < ZERO
047600         ADD 1 TO WS-SEG-SIM-ITEMS (WS-SX WS-RX)
047700         IF  WS-DAILY-CAP = ZERO
047800         OR  WS-DAY-FEES < WS-DAILY-CAP
047900             ADD 1 TO WS-DAY-FEES
048000             ADD WS-FEE-AMT TO WS-SEG-SIM-FEES (WS-SX WS-RX)
048100         END-IF
048200     END-IF.
048300     PERFORM 3100-FETCH-ITEM THRU 3100-EXIT.
048400 3200-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700 3300-OPEN-ACCOUNT.
048800*    THE OPENING LEDGER BALANCE IS TODAY'S CIF BALANCE LESS
048900*    EVERYTHING ARCHIVED FROM THE FIRST REPLAYED DAY ON.  AN
049000*    ACCOUNT CIF NO LONGER CARRIES OPENS FROM ZERO LEDGER.
049100     MOVE ARCH-BANK-NO TO WS-PREV-BANK WS-BANK-NBR.
049200     MOVE ARCH-ACCT-ID TO WS-PREV-ACCT-ID WS-ACCT-ID.
049300     MOVE ARCH-ACCT-NO TO WS-PREV-ACCT-NO.
049400     MOVE -1 TO WS-PREV-POST-DATE.
049500     PERFORM 4000-FIND-SEGMENT THRU 4000-EXIT.
049600     MOVE ARCH-ACCT-NO TO WS-ACCT-KEY-NBR.
049700     MOVE WS-ACCT-KEY-WORK TO WS-ACCT-KEY-25.
049800     EXEC SQL
049900         SELECT ACCT_BALANCE
050000           INTO :WS-LEDGER-BAL
050100           FROM CIF.ACCOUNT
050200          WHERE ACCT_BANK_NBR = :WS-BANK-NBR
050300            AND ACCT_FILE_ID  = 'DDA '
050400            AND ACCT_KEY      = :WS-ACCT-KEY-25
050500     END-EXEC.
050600     IF  SQLCODE NOT = ZERO
050700         MOVE ZERO TO WS-LEDGER-BAL
050800         IF  WS-RX = 1
050900             ADD 1 TO WS-TOTAL-NO-CIF
051000         END-IF
051100     END-IF.
051200     EXEC SQL
051300         SELECT COALESCE(SUM(ARCH_TX_AMT), 0)
051400           INTO :WS-SINCE-AMT
051500           FROM DSDS.PDTXARCH
051600          WHERE ARCH_BANK_NO   = :ARCH-BANK-NO
051700            AND ARCH_ACCT_ID   = :ARCH-ACCT-ID
051800            AND ARCH_ACCT_NO   = :ARCH-ACCT-NO
051900            AND ARCH_POST_DATE >= :WS-FROM-PACKED
052000     END-EXEC.
052100     IF  SQLCODE NOT = ZERO
052200         MOVE ZERO TO WS-SINCE-AMT
052300     END-IF.
052400     COMPUTE WS-BALANCE = WS-LEDGER-BAL - WS-SINCE-AMT.
052500     IF  WS-RX = 1
052600         ADD 1 TO WS-TOTAL-ACCOUNTS
052700         ADD 1 TO WS-SEG-ACCOUNTS (WS-SX)
052800     END-IF.
052900 3300-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200 4000-FIND-SEGMENT.
053300*    THE SEGMENT TABLE WAS LOADED FROM THE SAME ROWS, SO A MISS
053400*    MEANS THE DATA MOVED UNDER THE RUN.
053500     MOVE ZERO TO WS-SX.
053600     PERFORM 4100-MATCH-SEGMENT THRU 4100-EXIT
053700         VARYING WS-CX FROM 1 BY 1
053800         UNTIL WS-CX > WS-SEG-MAX
053900         OR WS-SX > ZERO.
054000     IF  WS-SX = ZERO
054100         DISPLAY 'DSDSB543 - SEGMENT NOT LOADED, BANK '
054200             WS-BANK-NBR ' ACCT ID ' WS-ACCT-ID
054300         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
054400         MOVE 16 TO RETURN-CODE
054500         GOBACK
054600     END-IF.
054700 4000-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------
055000 4100-MATCH-SEGMENT.
055100     IF  WS-SEG-BANK (WS-CX) = WS-BANK-NBR
055200     AND WS-SEG-ACCT-ID (WS-CX) = WS-ACCT-ID
055300         MOVE WS-CX TO WS-SX
055400     END-IF.
055500 4100-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800 6000-PRINT-SEGMENTS.
055900*    EACH SEGMENT, A SUBTOTAL AT EVERY CHANGE OF BANK, AND THE
056000*    GRAND TOTAL.  ROW 301 COLLECTS THE BANK, ROW 302 ALL.
056100     MOVE 302 TO WS-CX.
056200     PERFORM 6500-CLEAR-ENTRY THRU 6500-EXIT.
056300     MOVE 301 TO WS-CX.
056400     PERFORM 6500-CLEAR-ENTRY THRU 6500-EXIT.
056500     MOVE -1 TO WS-PREV-BANK.
056600     PERFORM 6100-PRINT-ONE-SEGMENT THRU 6100-EXIT
056700         VARYING WS-SX FROM 1 BY 1
056800         UNTIL WS-SX > WS-SEG-MAX.
056900     IF  WS-PREV-BANK NOT = -1
057000         PERFORM 6300-PRINT-BANK-TOTAL THRU 6300-EXIT
057100     END-IF.
057200     MOVE 302 TO WS-SX.
057300     MOVE 'ALL' TO SL-BANK.
057400     MOVE 'ALL' TO SL-SEG.
057500     PERFORM 6200-WRITE-SEGMENT-LINE THRU 6200-EXIT.
057600 6000-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900 6100-PRINT-ONE-SEGMENT.
058000     IF  WS-SEG-BANK (WS-SX) NOT = WS-PREV-BANK
058100         IF  WS-PREV-BANK NOT = -1
058200             PERFORM 6300-PRINT-BANK-TOTAL THRU 6300-EXIT
058300         END-IF
058400         MOVE WS-SEG-BANK (WS-SX) TO WS-PREV-BANK
058500     END-IF.
058600     MOVE WS-SEG-BANK (WS-SX) TO WS-EDIT-3.
058700     MOVE WS-EDIT-3 TO SL-BANK.
058800     MOVE WS-SEG-ACCT-ID (WS-SX) TO WS-EDIT-3.
058900     MOVE WS-EDIT-3 TO SL-SEG.
059000     PERFORM 6200-WRITE-SEGMENT-LINE THRU 6200-EXIT.
059100     MOVE 301 TO WS-PX.
059200     PERFORM 6400-ROLL-UP THRU 6400-EXIT.
059300     MOVE 302 TO WS-PX.
059400     PERFORM 6400-ROLL-UP THRU 6400-EXIT.
059500 6100-EXIT.
059600     EXIT.
059700*----------------------------------------------------------------
059800 6200-WRITE-SEGMENT-LINE.
059900     MOVE WS-SEG-ACCOUNTS (WS-SX)  TO SL-ACCOUNTS.
060000     MOVE WS-SEG-ACT-ITEMS (WS-SX) TO SL-ACT-ITEMS.
060100     MOVE WS-SEG-ACT-FEES (WS-SX)  TO SL-ACT-FEES.
060200     MOVE SPACES TO SL-RULE (1) SL-RULE (2) SL-RULE (3).
060300     PERFORM 6210-MOVE-RULE THRU 6210-EXIT
060400         VARYING WS-RX FROM 1 BY 1
060500         UNTIL WS-RX > WS-RULE-COUNT.
060600     MOVE WS-SEGMENT-LINE TO RPT651-RECORD.
060700     WRITE RPT651-RECORD.
060800 6200-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100 6210-MOVE-RULE.
061200     MOVE WS-SEG-SIM-ITEMS (WS-SX WS-RX) TO SL-SIM-ITEMS (WS-RX).
061300     MOVE WS-SEG-SIM-FEES (WS-SX WS-RX)  TO SL-SIM-FEES (WS-RX).
061400 6210-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 6300-PRINT-BANK-TOTAL.
061800     MOVE WS-SX TO WS-PX.
061900     MOVE 301 TO WS-SX.
062000     MOVE WS-PREV-BANK TO WS-EDIT-3.
062100     MOVE WS-EDIT-3 TO SL-BANK.
062200     MOVE 'ALL' TO SL-SEG.
062300     PERFORM 6200-WRITE-SEGMENT-LINE THRU 6200-EXIT.
062400     MOVE SPACES TO RPT651-RECORD.
062500     WRITE RPT651-RECORD.
062600     MOVE 301 TO WS-CX.
062700     PERFORM 6500-CLEAR-ENTRY THRU 6500-EXIT.
062800     MOVE WS-PX TO WS-SX.
062900 6300-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200 6400-ROLL-UP.
063300*    THE SEGMENT AT WS-SX ADDS INTO THE TOTAL ROW AT WS-PX.
063400     ADD WS-SEG-ACCOUNTS (WS-SX)  TO WS-SEG-ACCOUNTS (WS-PX).
063500     ADD WS-SEG-ACT-ITEMS (WS-SX) TO WS-SEG-ACT-ITEMS (WS-PX).
063600     ADD WS-SEG-ACT-FEES (WS-SX)  TO WS-SEG-ACT-FEES (WS-PX).
063700     ADD WS-SEG-SIM-ITEMS (WS-SX 1) TO WS-SEG-SIM-ITEMS (WS-PX 1).
063800     ADD WS-SEG-SIM-FEES (WS-SX 1)  TO WS-SEG-SIM-FEES (WS-PX 1).
063900     ADD WS-SEG-SIM-ITEMS (WS-SX 2) TO WS-SEG-SIM-ITEMS (WS-PX 2).
064000     ADD WS-SEG-SIM-FEES (WS-SX 2)  TO WS-SEG-SIM-FEES (WS-PX 2).
064100     ADD WS-SEG-SIM-ITEMS (WS-SX 3) TO WS-SEG-SIM-ITEMS (WS-PX 3).
064200     ADD WS-SEG-SIM-FEES (WS-SX 3)  TO WS-SEG-SIM-FEES (WS-PX 3).
064300 6400-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600 6500-CLEAR-ENTRY.
064700*    ZEROES THE ROW AT WS-CX.
064800     MOVE ZERO TO WS-SEG-BANK (WS-CX).
064900     MOVE ZERO TO WS-SEG-ACCT-ID (WS-CX).
065000     MOVE ZERO TO WS-SEG-ACCOUNTS (WS-CX).
065100     MOVE ZERO TO WS-SEG-ACT-ITEMS (WS-CX).
065200     MOVE ZERO TO WS-SEG-ACT-FEES (WS-CX).
065300     MOVE ZERO TO WS-SEG-SIM-ITEMS (WS-CX 1).
065400     MOVE ZERO TO WS-SEG-SIM-FEES (WS-CX 1).
065500     MOVE ZERO TO WS-SEG-SIM-ITEMS (WS-CX 2).
065600     MOVE ZERO TO WS-SEG-SIM-FEES (WS-CX 2).
065700     MOVE ZERO TO WS-SEG-SIM-ITEMS (WS-CX 3).
065800     MOVE ZERO TO WS-SEG-SIM-FEES (WS-CX 3).
065900 6500-EXIT.
066000     EXIT.
066100*----------------------------------------------------------------
066200 8000-FINALIZE.
066300     MOVE SPACES TO RPT651-RECORD.
066400     WRITE RPT651-RECORD.
066500     MOVE 'ACCOUNTS REPLAYED       -' TO TL-LABEL.
066600     MOVE WS-TOTAL-ACCOUNTS TO TL-COUNT.
066700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
066800     MOVE 'ITEMS REPLAYED PER RULE -' TO TL-LABEL.
066900     MOVE WS-TOTAL-ITEMS TO TL-COUNT.
067000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
067100     MOVE 'OPENED WITHOUT CIF BAL  -' TO TL-LABEL.
067200     MOVE WS-TOTAL-NO-CIF TO TL-COUNT.
067300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
067400     MOVE 'DAILY FEE CAP           -' TO TL-LABEL.
067500     MOVE WS-DAILY-CAP TO TL-COUNT.
067600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
067700     MOVE 'FEE PER ITEM            -' TO AL-LABEL.
067800     MOVE WS-FEE-AMT TO AL-AMOUNT.
067900     MOVE WS-AMOUNT-LINE TO RPT651-RECORD.
068000     WRITE RPT651-RECORD.
068100     CLOSE RPT651-FILE.
068200 8000-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------
068500 8100-WRITE-TOTAL.
068600     MOVE WS-TOTAL-LINE TO RPT651-RECORD.
068700     WRITE RPT651-RECORD.
068800 8100-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100 9000-LOG-FATAL.
069200*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
069300*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
069400*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
069500     MOVE 'DSDSB543'                TO ADMU501-PROGRAM.
069600     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
069700     MOVE SQLCODE                   TO ADMU501-SQLCODE.
069800     MOVE SPACES                    TO ADMU501-FILE-STATUS.
069900     MOVE SPACES                    TO ADMU501-KEY-DATA.
070000     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
070100       TO ADMU501-MSG.
070200     CALL 'ADMU501' USING ADMU501-PARAMETERS.
070300 9000-EXIT.
070400     EXIT.
