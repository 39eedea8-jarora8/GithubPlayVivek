000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB550.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY NEW-      *
001500*                      ACCOUNT PROMOTIONAL BONUS RUN.  EVERY     *
001600*                      OPEN ACCOUNT WHOSE ACCT-PROMO-CODE IS A   *
001700*                      LIVE DSDS.PROMO PROMOTION AND WHOSE       *
001800*                      QUALIFICATION WINDOW HAS RUN OUT IS       *
001900*                      JUDGED ON ITS PPD DIRECT DEPOSITS AND     *
002000*                      DAILY BALANCES FROM DSDS.PDTXARCH.  A     *
002100*                      QUALIFIER IS PAID THE BONUS AS A          *
002200*                      DSDS.PEND CREDIT AND REPORTED AS 1099-INT *
002300*                      INTEREST TO IRS.PENDLST.  A PAID ACCOUNT  *
002400*                      CLOSED INSIDE THE CLAWBACK PERIOD HAS THE *
002500*                      BONUS CHARGED BACK.  DSDS.PROMOPAY KEEPS  *
002600*                      EACH OUTCOME SO NOTHING IS DONE TWICE.    *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT659-FILE ASSIGN TO RPT659
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT659-FILE
004000     RECORDING MODE F.
004100 01  RPT659-RECORD               PIC X(132).
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SW                PIC X       VALUE 'N'.
004600         88  WS-EOF-YES                   VALUE 'Y'.
004700     05  WS-DAY-EOF-SW            PIC X       VALUE 'N'.
004800         88  WS-DAY-EOF                   VALUE 'Y'.
004900     05  WS-DD-MET-SW             PIC X       VALUE 'N'.
005000         88  WS-DD-MET                    VALUE 'Y'.
005100 01  WS-WORK-FIELDS.
005200     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
005300     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
005400     05  WS-OPEN-DATE             PIC S9(7)   COMP-3 VALUE +0.
005500     05  WS-END-DATE              PIC S9(7)   COMP-3 VALUE +0.
005600     05  WS-PEND-BANK             PIC S9(3)   COMP-3 VALUE +0.
005700     05  WS-PEND-ACCT-NBR         PIC S9(9)   COMP-3 VALUE +0.
005800     05  WS-CIF-BALANCE           PIC S9(11)V99 COMP-3 VALUE +0.
005900     05  WS-DD-COUNT              PIC S9(5)   COMP-3 VALUE +0.
006000     05  WS-DD-AMT                PIC S9(11)V99 COMP-3 VALUE +0.
006100     05  WS-BAL-DAYS              PIC S9(3)   COMP-3 VALUE +0.
006200     05  WS-RUN-BAL               PIC S9(11)V99 COMP-3 VALUE +0.
006300     05  WS-DAY-POST-DATE         PIC S9(7)   COMP-3 VALUE +0.
006400     05  WS-DAY-NET               PIC S9(11)V99 COMP-3 VALUE +0.
006500     05  WS-SEQUENCE-SAVE         PIC S9(5)   COMP-3 VALUE +0.
006600     05  WS-PAID-COUNT            PIC S9(5)   COMP-3 VALUE +0.
006700     05  WS-CLOSE-DATE            PIC X(10)   VALUE SPACE.
006800     05  WS-ACCT-STATUS           PIC X(01)   VALUE SPACE.
006900     05  WS-IRS-AMT               PIC S9(9)V99 COMP-3 VALUE +0.
007000     05  WS-IRS-EARN-TYPE         PIC X(01)   VALUE SPACE.
007100     05  WS-ACCT-NBR-X            PIC X(14)   VALUE SPACE.
007200     05  FILLER REDEFINES WS-ACCT-NBR-X.
007300         10  FILLER               PIC X(05).
007400         10  WS-ACCT-NBR-9        PIC 9(09).
007500     05  WS-NOTE                  PIC X(20)   VALUE SPACE.
007600     05  WS-TOTAL-JUDGED          PIC S9(5)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-PAID            PIC S9(5)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-NOT-QUAL        PIC S9(5)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-CHARGED-BACK    PIC S9(5)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-ERRORS          PIC S9(5)   COMP  VALUE ZERO.
008100     05  WS-AMT-PAID              PIC S9(11)V99 COMP-3 VALUE +0.
008200     05  WS-AMT-CHARGED-BACK      PIC S9(11)V99 COMP-3 VALUE +0.
008300 01  WS-ACCT-KEY-WORK.
008400     05  FILLER                   PIC X(16)   VALUE SPACES.
008500     05  WS-ACCT-KEY-NBR          PIC 9(09).
008600 01  WS-ACCT-KEY-25 REDEFINES WS-ACCT-KEY-WORK
008700                                  PIC X(25).
008800*    THE DAY BEING WALKED THROUGH THE QUALIFICATION WINDOW, IN
008900*    THE ARCHIVE'S CYYMMDD FORM.  THE LEAP YEAR TEST IS GOOD
009000*    THROUGH 2099.
009100 01  WS-WALK-FIELDS.
009200     05  WS-WALK-DATE             PIC 9(07)   VALUE ZERO.
009300     05  FILLER REDEFINES WS-WALK-DATE.
009400         10  WS-WALK-C            PIC 9(01).
009500         10  WS-WALK-YY           PIC 9(02).
009600         10  WS-WALK-MM           PIC 9(02).
009700         10  WS-WALK-DD           PIC 9(02).
009800     05  WS-WALK-LAST-DD          PIC 9(02)   VALUE ZERO.
009900     05  WS-WALK-QUOT             PIC 9(03)   VALUE ZERO.
010000     05  WS-WALK-REM              PIC 9(01)   VALUE ZERO.
010100 01  WS-MONTH-DAYS-X              PIC X(24)   VALUE
010200     '312831303130313130313031'.
010300 01  FILLER REDEFINES WS-MONTH-DAYS-X.
010400     05  WS-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
010500*----------------------------------------------------------------
010600     COPY CIFU010P.
010700*----------------------------------------------------------------
010800     COPY DSDSPROM.
010900*----------------------------------------------------------------
011000     COPY DSDSPRPY.
011100*----------------------------------------------------------------
011200     COPY ADMU501P.
011300*----------------------------------------------------------------
011400 01  WS-HEADING-1.
011500     05  FILLER  PIC X(132) VALUE
011600       'DSDSB550  NEW-ACCOUNT PROMOTIONAL BONUS RUN'.
011700 01  WS-HEADING-2.
011800     05  FILLER  PIC X(48)  VALUE
011900       'DISP       BK  ACCOUNT    PROMO   DD  DD AMOUNT '.
012000     05  FILLER  PIC X(48)  VALUE
012100       '  DAYS           BONUS  NOTE                    '.
012200     05  FILLER  PIC X(36)  VALUE SPACE.
012300 01  WS-DETAIL-LINE.
012400     05  DL-DISP                  PIC X(09).
012500     05  FILLER                   PIC X(02)   VALUE SPACE.
012600     05  DL-BANK-NBR              PIC 9(03).
012700     05  FILLER                   PIC X(01)   VALUE SPACE.
012800     05  DL-ACCT-NBR              PIC 9(09).
012900     05  FILLER                   PIC X(02)   VALUE SPACE.
013000     05  DL-PROMO-CODE            PIC 9(05).
013100     05  FILLER                   PIC X(01)   VALUE SPACE.
013200     05  DL-DD-COUNT              PIC ZZZ9.
013300     05  FILLER                   PIC X(01)   VALUE SPACE.
013400     05  DL-DD-AMT                PIC ZZZ,ZZ9.99.
013500     05  FILLER                   PIC X(04)   VALUE SPACE.
013600     05  DL-BAL-DAYS              PIC ZZ9.
013700     05  FILLER                   PIC X(02)   VALUE SPACE.
013800     05  DL-BONUS                 PIC ZZZ,ZZZ,ZZ9.99.
013900     05  FILLER                   PIC X(02)   VALUE SPACE.
014000     05  DL-NOTE                  PIC X(20).
014100     05  FILLER                   PIC X(40)   VALUE SPACE.
014200 01  WS-TOTAL-LINE.
014300     05  TL-LABEL                 PIC X(26).
014400     05  TL-COUNT                 PIC ZZZ,ZZ9.
014500     05  FILLER                   PIC X(99)   VALUE SPACE.
014600 01  WS-AMOUNT-LINE.
014700     05  AL-LABEL                 PIC X(26).
014800     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
014900     05  FILLER                   PIC X(92)   VALUE SPACE.
015000*----------------------------------------------------------------
015100 LINKAGE SECTION.
015200 01  DSDSB550-PARM.
015300*    FILE-ID/ACCT-ID ARE THE CIF FILE ID AND DSDS ACCOUNT ID OF
015400*    THE DEPOSIT ACCOUNTS.  THE BONUS IS A DSDS.PEND CREDIT
015500*    UNDER BONUS-TX-CODE, THE CHARGE-BACK A DEBIT UNDER
015600*    CLAWBACK-TX-CODE, BOTH IN PEND-BATCH-NBR.  THE IRS CODING
015700*    IS WHAT THE IRS CODE SHEET ASSIGNS 1099-INT INTEREST, AND
015800*    POST-DATE IS THE DATE THE IRS.PENDLST ROWS CARRY.  WHEN
015900*    FORFEIT-EARN-TYPE IS NOT BLANK A CHARGE-BACK IS ALSO
016000*    REPORTED UNDER IT AS FORFEITED INTEREST.
016100     05  DSDSB550-FILE-ID          PIC X(04).
016200     05  DSDSB550-ACCT-ID          PIC 9(03).
016300     05  DSDSB550-BONUS-TX-CODE    PIC 9(03).
016400     05  DSDSB550-CLAWBACK-TX-CODE PIC 9(03).
016500     05  DSDSB550-PEND-BATCH-NBR   PIC 9(05).
016600     05  DSDSB550-APPL-NBR         PIC 9(03).
016700     05  DSDSB550-RECORD-TYPE      PIC 9(03).
016800     05  DSDSB550-REQUEST-CODE     PIC 9(03).
016900     05  DSDSB550-GROUP-ID         PIC 9(02).
017000     05  DSDSB550-EARN-TYPE        PIC X(01).
017100     05  DSDSB550-FORFEIT-EARN-TYPE PIC X(01).
017200     05  DSDSB550-POST-DATE        PIC X(10).
017300*----------------------------------------------------------------
017400 PROCEDURE DIVISION USING DSDSB550-PARM.
017500*
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-JUDGE-ACCOUNT THRU 2000-EXIT
017900         UNTIL WS-EOF-YES.
018000     EXEC SQL CLOSE CSR659 END-EXEC.
018100     PERFORM 5000-OPEN-CLAWBACK THRU 5000-EXIT.
018200     PERFORM 5100-CLAWBACK-ONE THRU 5100-EXIT
018300         UNTIL WS-EOF-YES.
018400     EXEC SQL CLOSE CSR659C END-EXEC.
018500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018600     GOBACK.
018700*----------------------------------------------------------------
018800 1000-INITIALIZE.
018900     OPEN OUTPUT RPT659-FILE.
019000     MOVE WS-HEADING-1 TO RPT659-RECORD.
019100     WRITE RPT659-RECORD.
019200     MOVE WS-HEADING-2 TO RPT659-RECORD.
019300     WRITE RPT659-RECORD.
019400     EXEC SQL
019500         SET :WS-TODAY-DATE =
019600             (YEAR(CURRENT DATE) - 1900) * 10000
019700             + MONTH(CURRENT DATE) * 100
019800             + DAY(CURRENT DATE)
019900     END-EXEC.
020000*    AN ACCOUNT IS JUDGED ONCE, THE FIRST RUN AFTER ITS WINDOW
020100*    (QUAL_DAYS DAYS FROM THE OPEN DATE) HAS RUN OUT.  THE
020200*    WINDOW ENDS COME BACK IN THE ARCHIVE'S CYYMMDD FORM.
020300     EXEC SQL
020400         DECLARE CSR659 CURSOR FOR
020500         SELECT A.ACCT_BANK_NBR, A.ACCT_KEY, A.ACCT_BALANCE,
020600                P.PROMO_CODE, P.PROMO_MIN_DD_COUNT,
020700                P.PROMO_MIN_DD_AMT, P.PROMO_MIN_BAL_AMT,
020800                P.PROMO_MIN_BAL_DAYS, P.PROMO_BONUS_AMT,
020900                P.PROMO_CLAWBACK_DAYS,
021000                (YEAR(A.ACCT_OPEN_DATE) - 1900) * 10000
021100                + MONTH(A.ACCT_OPEN_DATE) * 100
021200                + DAY(A.ACCT_OPEN_DATE),
021300                (YEAR(A.ACCT_OPEN_DATE
021400                      + (P.PROMO_QUAL_DAYS - 1) DAYS) - 1900)
021500                * 10000
021600                + MONTH(A.ACCT_OPEN_DATE
021700                        + (P.PROMO_QUAL_DAYS - 1) DAYS) * 100
021800                + DAY(A.ACCT_OPEN_DATE
021900                      + (P.PROMO_QUAL_DAYS - 1) DAYS)
022000           FROM CIF.ACCOUNT A, DSDS.PROMO P
022100          WHERE A.ACCT_FILE_ID     = :DSDSB550-FILE-ID
022200            AND A.ACCT_STATUS      = 'O'
022300            AND A.ACCT_PROMO_CODE  > 0
022400            AND P.PROMO_CODE       = A.ACCT_PROMO_CODE
022500            AND P.PROMO_ACTIVE_IND = 'Y'
022600            AND P.PROMO_QUAL_DAYS  > 0
022700            AND A.ACCT_OPEN_DATE BETWEEN P.PROMO_OPEN_FROM
022800                                     AND P.PROMO_OPEN_THRU
022900            AND A.ACCT_OPEN_DATE + P.PROMO_QUAL_DAYS DAYS
023000                <= CURRENT DATE
023100          ORDER BY A.ACCT_BANK_NBR, A.ACCT_KEY
023200     END-EXEC.
023300*    THE WINDOW'S ARCHIVED ACTIVITY NETTED BY DAY, FOR THE
023400*    BALANCE TEST.  DEBITS CARRY A NEGATIVE AMOUNT.
023500     EXEC SQL
023600         DECLARE CSR659D CURSOR FOR
023700         SELECT ARCH_POST_DATE, SUM(ARCH_TX_AMT)
023800           FROM DSDS.PDTXARCH
023900          WHERE ARCH_BANK_NO   = :WS-PEND-BANK
024000            AND ARCH_ACCT_ID   = :DSDSB550-ACCT-ID
024100            AND ARCH_ACCT_NO   = :WS-PEND-ACCT-NBR
024200            AND ARCH_POST_DATE >= :WS-OPEN-DATE
024300            AND ARCH_POST_DATE <= :WS-END-DATE
024400          GROUP BY ARCH_POST_DATE
024500          ORDER BY ARCH_POST_DATE
024600     END-EXEC.
024700     EXEC SQL OPEN CSR659 END-EXEC.
024800     IF  SQLCODE NOT = ZERO
024900         DISPLAY 'DSDSB550 - ACCOUNT/PROMO OPEN FAILED, SQLCODE '
025000             SQLCODE
025100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
025200         MOVE 16 TO RETURN-CODE
025300         GOBACK
025400     END-IF.
025500 1000-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800 2000-JUDGE-ACCOUNT.
025900     EXEC SQL
026000         FETCH CSR659
026100          INTO :ACCT-BANK-NBR, :WS-ACCT-KEY-25, :WS-CIF-BALANCE,
026200               :PROMO-CODE, :PROMO-MIN-DD-COUNT,
026300               :PROMO-MIN-DD-AMT, :PROMO-MIN-BAL-AMT,
026400               :PROMO-MIN-BAL-DAYS, :PROMO-BONUS-AMT,
026500               :PROMO-CLAWBACK-DAYS,
026600               :WS-OPEN-DATE, :WS-END-DATE
026700     END-EXEC.
026800     IF  SQLCODE = 100
026900         SET WS-EOF-YES TO TRUE
027000         GO TO 2000-EXIT
027100     END-IF.
027200     IF  SQLCODE NOT = ZERO
027300         DISPLAY 'DSDSB550 - ACCOUNT/PROMO FETCH FAILED, SQLCODE '
027400             SQLCODE
027500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
027600         MOVE 16 TO RETURN-CODE
027700         GOBACK
027800     END-IF.
027900     MOVE ACCT-BANK-NBR   TO WS-PEND-BANK.
028000     MOVE WS-ACCT-KEY-NBR TO WS-PEND-ACCT-NBR.
028100*    ALREADY JUDGED UNDER THIS PROMOTION -- PAID, TURNED DOWN
028200*    OR CHARGED BACK -- IS LEFT ALONE.
028300     EXEC SQL
028400         SELECT COUNT(*)
028500           INTO :WS-PAID-COUNT
028600           FROM DSDS.PROMOPAY
028700          WHERE PRPY_BANK_NBR   = :WS-PEND-BANK
028800            AND PRPY_ACCT_ID    = :DSDSB550-ACCT-ID
028900            AND PRPY_ACCT_NBR   = :WS-PEND-ACCT-NBR
029000            AND PRPY_PROMO_CODE = :PROMO-CODE
029100     END-EXEC.
029200     IF  SQLCODE NOT = ZERO
029300     OR  WS-PAID-COUNT > ZERO
029400         GO TO 2000-EXIT
029500     END-IF.
029600     ADD 1 TO WS-TOTAL-JUDGED.
029700     MOVE SPACES TO WS-NOTE.
029800     PERFORM 3000-DIRECT-DEPOSITS THRU 3000-EXIT.
029900     MOVE ZERO TO WS-BAL-DAYS.
030000     IF  PROMO-MIN-BAL-DAYS > ZERO
030100         PERFORM 3100-BALANCE-DAYS THRU 3100-EXIT
030200     END-IF.
030300     IF  WS-NOTE NOT = SPACES
030400         ADD 1 TO WS-TOTAL-ERRORS
030500         MOVE 'ERROR    ' TO DL-DISP
030600         MOVE ZERO TO PRPY-BONUS-AMT
030700         GO TO 2000-REPORT
030800     END-IF.
030900     IF  NOT WS-DD-MET
031000         MOVE 'DIRECT DEPOSIT SHORT' TO WS-NOTE
031100         GO TO 2000-NOT-QUALIFIED
031200     END-IF.
031300     IF  WS-BAL-DAYS < PROMO-MIN-BAL-DAYS
031400         MOVE 'BALANCE DAYS SHORT' TO WS-NOTE
031500         GO TO 2000-NOT-QUALIFIED
031600     END-IF.
031700     PERFORM 4000-PAY-BONUS THRU 4000-EXIT.
031800     IF  WS-NOTE NOT = SPACES
031900         ADD 1 TO WS-TOTAL-ERRORS
032000         MOVE 'ERROR    ' TO DL-DISP
032100         MOVE ZERO TO PRPY-BONUS-AMT
032200         GO TO 2000-REPORT
032300     END-IF.
032400     ADD 1 TO WS-TOTAL-PAID.
032500     ADD PROMO-BONUS-AMT TO WS-AMT-PAID.
032600     MOVE 'PAID     ' TO DL-DISP.
032700     MOVE PROMO-BONUS-AMT TO PRPY-BONUS-AMT.
032800     GO TO 2000-REPORT.
032900 2000-NOT-QUALIFIED.
033000*    TURNED DOWN IS KEPT TOO, SO THE ACCOUNT IS NOT JUDGED
033100*    AGAIN NEXT MONTH.
033200     MOVE 'N'          TO PRPY-STATUS.
033300     MOVE ZERO         TO PRPY-BONUS-AMT.
033400     MOVE '0001-01-01' TO PRPY-CLAWBACK-THRU.
033500     MOVE ZERO         TO WS-SEQUENCE-SAVE.
033600     PERFORM 4300-LOG-OUTCOME THRU 4300-EXIT.
033700     IF  SQLCODE NOT = ZERO
033800         ADD 1 TO WS-TOTAL-ERRORS
033900         MOVE 'ERROR    ' TO DL-DISP
034000         MOVE 'PROMOPAY INSERT FAIL' TO WS-NOTE
034100         GO TO 2000-REPORT
034200     END-IF.
034300     ADD 1 TO WS-TOTAL-NOT-QUAL.
034400     MOVE 'NOT QUAL ' TO DL-DISP.
034500 2000-REPORT.
034600     MOVE WS-PEND-BANK      TO DL-BANK-NBR.
034700     MOVE WS-PEND-ACCT-NBR  TO DL-ACCT-NBR.
034800     MOVE PROMO-CODE        TO DL-PROMO-CODE.
034900     MOVE WS-DD-COUNT       TO DL-DD-COUNT.
035000     MOVE WS-DD-AMT         TO DL-DD-AMT.
035100     MOVE WS-BAL-DAYS       TO DL-BAL-DAYS.
035200     MOVE PRPY-BONUS-AMT    TO DL-BONUS.
035300     MOVE WS-NOTE           TO DL-NOTE.
035400     MOVE WS-DETAIL-LINE TO RPT659-RECORD.
035500     WRITE RPT659-RECORD.
035600 2000-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900 3000-DIRECT-DEPOSITS.
036000*    A DIRECT DEPOSIT IS A PPD ACH CREDIT IN THE ARCHIVE.  THE
036100*    TEST IS MET BY THE COUNT OR BY THE TOTAL, WHICHEVER THE
036200*    PROMOTION SETS; WITH NEITHER SET THERE IS NO DEPOSIT TEST.
036300     EXEC SQL
036400         SELECT COUNT(*), COALESCE(SUM(ARCH_TX_AMT), 0)
036500           INTO :WS-DD-COUNT, :WS-DD-AMT
036600           FROM DSDS.PDTXARCH
036700          WHERE ARCH_BANK_NO     = :WS-PEND-BANK
036800            AND ARCH_ACCT_ID     = :DSDSB550-ACCT-ID
036900            AND ARCH_ACCT_NO     = :WS-PEND-ACCT-NBR
037000            AND ARCH_POST_DATE  >= :WS-OPEN-DATE
037100            AND ARCH_POST_DATE  <= :WS-END-DATE
037200            AND ARCH_DESC_FORMAT = 'DEF'
037300            AND ARCH_ACH_SEC     = 'PPD'
037400            AND ARCH_ACH_PAR_NBR > 0
037500            AND ARCH_TX_AMT      > 0
037600     END-EXEC.
037700     IF  SQLCODE NOT = ZERO
037800         MOVE 'ARCHIVE READ FAILED' TO WS-NOTE
037900         MOVE ZERO TO WS-DD-COUNT
038000         MOVE ZERO TO WS-DD-AMT
038100         GO TO 3000-EXIT
038200     END-IF.
038300     MOVE 'N' TO WS-DD-MET-SW.
038400     IF  PROMO-MIN-DD-COUNT = ZERO
038500     AND PROMO-MIN-DD-AMT = ZERO
038600         SET WS-DD-MET TO TRUE
038700     END-IF.
038800     IF  PROMO-MIN-DD-COUNT > ZERO
038900     AND WS-DD-COUNT NOT < PROMO-MIN-DD-COUNT
039000         SET WS-DD-MET TO TRUE
039100     END-IF.
039200     IF  PROMO-MIN-DD-AMT > ZERO
039300     AND WS-DD-AMT NOT < PROMO-MIN-DD-AMT
039400         SET WS-DD-MET TO TRUE
039500     END-IF.
039600 3000-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900 3100-BALANCE-DAYS.
040000*    THERE IS NO DAILY BALANCE HISTORY, SO THE WINDOW IS WALKED
040100*    A CALENDAR DAY AT A TIME FROM A ZERO BALANCE AT OPENING,
040200*    ADDING EACH DAY'S ARCHIVED NET.  A DAY COUNTS WHEN IT
040300*    CLOSES AT OR ABOVE THE PROMOTION'S MINIMUM.
040400     MOVE ZERO TO WS-RUN-BAL.
040500     MOVE 'N' TO WS-DAY-EOF-SW.
040600     MOVE WS-OPEN-DATE TO WS-WALK-DATE.
040700     EXEC SQL OPEN CSR659D END-EXEC.
040800     IF  SQLCODE NOT = ZERO
040900         MOVE 'ARCHIVE READ FAILED' TO WS-NOTE
041000         GO TO 3100-EXIT
041100     END-IF.
041200     PERFORM 3200-FETCH-DAY THRU 3200-EXIT.
041300     PERFORM 3300-WALK-DAY THRU 3300-EXIT
041400         UNTIL WS-WALK-DATE > WS-END-DATE.
041500     EXEC SQL CLOSE CSR659D END-EXEC.
041600 3100-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 3200-FETCH-DAY.
042000     EXEC SQL
042100         FETCH CSR659D
042200          INTO :WS-DAY-POST-DATE, :WS-DAY-NET
042300     END-EXEC.
042400     IF  SQLCODE NOT = ZERO
042500         SET WS-DAY-EOF TO TRUE
042600     END-IF.
042700     IF  SQLCODE NOT = ZERO
042800     AND SQLCODE NOT = 100
042900         MOVE 'ARCHIVE READ FAILED' TO WS-NOTE
043000     END-IF.
043100 3200-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400 3300-WALK-DAY.
043500     IF  NOT WS-DAY-EOF
043600     AND WS-DAY-POST-DATE = WS-WALK-DATE
043700         ADD WS-DAY-NET TO WS-RUN-BAL
043800         PERFORM 3200-FETCH-DAY THRU 3200-EXIT
043900     END-IF.
044000     IF  WS-RUN-BAL NOT < PROMO-MIN-BAL-AMT
044100         ADD 1 TO WS-BAL-DAYS
044200     END-IF.
044300     MOVE WS-MONTH-DAYS (WS-WALK-MM) TO WS-WALK-LAST-DD.
044400     IF  WS-WALK-MM = 2
044500         DIVIDE WS-WALK-YY BY 4 GIVING WS-WALK-QUOT
044600             REMAINDER WS-WALK-REM
044700         IF  WS-WALK-REM = ZERO
044800             MOVE 29 TO WS-WALK-LAST-DD
044900         END-IF
045000     END-IF.
045100     IF  WS-WALK-DD < WS-WALK-LAST-DD
045200         ADD 1 TO WS-WALK-DD
045300         GO TO 3300-EXIT
045400     END-IF.
045500     MOVE 1 TO WS-WALK-DD.
045600     IF  WS-WALK-MM < 12
045700         ADD 1 TO WS-WALK-MM
045800         GO TO 3300-EXIT
045900     END-IF.
046000     MOVE 1 TO WS-WALK-MM.
046100     IF  WS-WALK-YY < 99
046200         ADD 1 TO WS-WALK-YY
046300     ELSE
046400         MOVE ZERO TO WS-WALK-YY
046500         ADD 1 TO WS-WALK-C
046600     END-IF.
046700 3300-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 4000-PAY-BONUS.
047100*    THE CREDIT, ITS 1099-INT ROW AND THE PROMOPAY ROW GO IN
047200*    TOGETHER; ONE THAT WILL NOT GO IN TAKES THE OTHERS BACK OUT.
047300     ADD 1 TO WS-SEQUENCE.
047400     MOVE WS-SEQUENCE TO WS-SEQUENCE-SAVE.
047500     EXEC SQL
047600         INSERT INTO DSDS.PEND
047700                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
047800                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
047900                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
048000                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
048100                 PEND_ITEM_COUNT)
048200         VALUES (:WS-PEND-BANK, :DSDSB550-ACCT-ID,
048300                 :WS-PEND-ACCT-NBR, :DSDSB550-BONUS-TX-CODE,
048400                 :PROMO-BONUS-AMT, :WS-TODAY-DATE,
048500                 :DSDSB550-PEND-BATCH-NBR, :WS-SEQUENCE,
048600                 'NEW ACCOUNT BONUS', 'DSDSB550',
048700                 :WS-TODAY-DATE, 1)
048800     END-EXEC.
048900     IF  SQLCODE NOT = ZERO
049000         MOVE 'PEND CREDIT FAILED' TO WS-NOTE
049100         GO TO 4000-EXIT
049200     END-IF.
049300     MOVE PROMO-BONUS-AMT    TO WS-IRS-AMT.
049400     MOVE DSDSB550-EARN-TYPE TO WS-IRS-EARN-TYPE.
049500     PERFORM 4200-WRITE-IRS-ROW THRU 4200-EXIT.
049600     IF  SQLCODE NOT = ZERO
049700         PERFORM 4100-BACK-OUT-PEND THRU 4100-EXIT
049800         MOVE 'IRS INSERT FAILED' TO WS-NOTE
049900         GO TO 4000-EXIT
050000     END-IF.
050100     MOVE 'P' TO PRPY-STATUS.
050200     MOVE PROMO-BONUS-AMT TO PRPY-BONUS-AMT.
050300     MOVE '0001-01-01' TO PRPY-CLAWBACK-THRU.
050400     IF  PROMO-CLAWBACK-DAYS > ZERO
050500         EXEC SQL
050600             SET :PRPY-CLAWBACK-THRU =
050700                 CHAR(CURRENT DATE + :PROMO-CLAWBACK-DAYS DAYS,
050800                      ISO)
050900         END-EXEC
051000     END-IF.
051100     PERFORM 4300-LOG-OUTCOME THRU 4300-EXIT.
051200     IF  SQLCODE NOT = ZERO
051300         PERFORM 4100-BACK-OUT-PEND THRU 4100-EXIT
051400         EXEC SQL
051500             DELETE FROM IRS.PENDLST
051600              WHERE IRSPL_SOURCE_ID   = 'DSDSB550'
051700                AND IRSPL_RECORD_TYPE = :DSDSB550-RECORD-TYPE
051800                AND IRSPL_EFF_DATE    = :DSDSB550-POST-DATE
051900                AND IRSPL_BANK_NBR    = :WS-PEND-BANK
052000                AND IRSPL_ACCT_NBR    = :WS-ACCT-NBR-X
052100                AND IRSPL_EARN_TYPE   = :DSDSB550-EARN-TYPE
052200         END-EXEC
052300         MOVE 'PROMOPAY INSERT FAIL' TO WS-NOTE
052400     END-IF.
052500 4000-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800 4100-BACK-OUT-PEND.
052900     EXEC SQL
053000         DELETE FROM DSDS.PEND
053100          WHERE PEND_BANK_NBR     = :WS-PEND-BANK
053200            AND PEND_BATCH_NBR    = :DSDSB550-PEND-BATCH-NBR
053300            AND PEND_SEQUENCE_NBR = :WS-SEQUENCE-SAVE
053400            AND PEND_SOURCE_PROG  = 'DSDSB550'
053500     END-EXEC.
053600 4100-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900 4200-WRITE-IRS-ROW.
054000*    SHAPED LIKE THE DSDSB515 ODB FEED.  THE ACCOUNT-END BALANCE
054100*    IS THE CIF LEDGER THE ACCOUNT WAS JUDGED OR CLOSED AT.
054200     MOVE SPACES           TO WS-ACCT-NBR-X.
054300     MOVE WS-PEND-ACCT-NBR TO WS-ACCT-NBR-9.
054400     EXEC SQL
054500         INSERT INTO IRS.PENDLST
054600                (IRSPL_APPL_NBR, IRSPL_BANK_NBR,
054700                 IRSPL_RECORD_TYPE, IRSPL_POST_DATE,
054800                 IRSPL_EFF_DATE, IRSPL_EXTRACT_DATE,
054900                 IRSPL_REQUEST_CODE, IRSPL_SOURCE_ID,
055000                 IRSPL_GROUP_ID, IRSPL_ACCT_NBR,
055100                 IRSPL_SHORT_NAME, IRSPL_EARN_TYPE,
055200                 IRSPL_TX_AMOUNT, IRSPL_POST_YR_IND,
055300                 IRSPL_ACCT_END_BAL, IRSPL_FED_WH_AMT,
055400                 IRSPL_ALT_BANK_NBR, IRSPL_REMIT_IND,
055500                 IRSPL_DEPOSIT_DATE)
055600         VALUES (:DSDSB550-APPL-NBR, :WS-PEND-BANK,
055700                 :DSDSB550-RECORD-TYPE,
055800                 :DSDSB550-POST-DATE,
055900                 :DSDSB550-POST-DATE,
056000                 :DSDSB550-POST-DATE,
056100                 :DSDSB550-REQUEST-CODE, 'DSDSB550',
056200                 :DSDSB550-GROUP-ID, :WS-ACCT-NBR-X,
056300                 ' ', :WS-IRS-EARN-TYPE,
056400                 :WS-IRS-AMT, 'C',
056500                 :WS-CIF-BALANCE, 0,
056600                 :WS-PEND-BANK, 'N', '0001-01-01')
056700     END-EXEC.
056800     IF  SQLCODE NOT = ZERO
056900         DISPLAY 'DSDSB550 - IRS.PENDLST INSERT FAILED, SQLCODE '
057000             SQLCODE ' ACCT ' WS-ACCT-NBR-9
057100     END-IF.
057200 4200-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 4300-LOG-OUTCOME.
057600     MOVE WS-PEND-BANK            TO PRPY-BANK-NBR.
057700     MOVE DSDSB550-ACCT-ID        TO PRPY-ACCT-ID.
057800     MOVE WS-PEND-ACCT-NBR        TO PRPY-ACCT-NBR.
057900     MOVE PROMO-CODE              TO PRPY-PROMO-CODE.
058000     MOVE WS-DD-COUNT             TO PRPY-DD-COUNT.
058100     MOVE WS-DD-AMT               TO PRPY-DD-AMT.
058200     MOVE WS-BAL-DAYS             TO PRPY-BAL-DAYS.
058300     MOVE DSDSB550-PEND-BATCH-NBR TO PRPY-PEND-BATCH.
058400     MOVE WS-SEQUENCE-SAVE        TO PRPY-PEND-SEQ.
058500     IF  WS-SEQUENCE-SAVE = ZERO
058600         MOVE ZERO TO PRPY-PEND-BATCH
058700     END-IF.
058800     EXEC SQL
058900         INSERT INTO DSDS.PROMOPAY
059000                (PRPY_BANK_NBR, PRPY_ACCT_ID, PRPY_ACCT_NBR,
059100                 PRPY_PROMO_CODE, PRPY_STATUS, PRPY_EVAL_DATE,
059200                 PRPY_DD_COUNT, PRPY_DD_AMT, PRPY_BAL_DAYS,
059300                 PRPY_BONUS_AMT, PRPY_CLAWBACK_THRU,
059400                 PRPY_CLAWBACK_DATE, PRPY_PEND_BATCH,
059500                 PRPY_PEND_SEQ)
059600         VALUES (:PRPY-BANK-NBR, :PRPY-ACCT-ID, :PRPY-ACCT-NBR,
059700                 :PRPY-PROMO-CODE, :PRPY-STATUS, CURRENT DATE,
059800                 :PRPY-DD-COUNT, :PRPY-DD-AMT, :PRPY-BAL-DAYS,
059900                 :PRPY-BONUS-AMT, :PRPY-CLAWBACK-THRU,
060000                 '0001-01-01', :PRPY-PEND-BATCH,
060100                 :PRPY-PEND-SEQ)
060200     END-EXEC.
060300 4300-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600 5000-OPEN-CLAWBACK.
060700*    PAID BONUSES STILL INSIDE OR LATELY PAST THEIR CLAWBACK
060800*    PERIOD.  THE TWO-MONTH REACH BACK CATCHES A CLOSING THAT
060900*    FELL INSIDE THE PERIOD BUT AFTER THE LAST MONTHLY RUN.
061000     MOVE 'N' TO WS-EOF-SW.
061100     EXEC SQL
061200         DECLARE CSR659C CURSOR FOR
061300         SELECT PRPY_BANK_NBR, PRPY_ACCT_NBR, PRPY_PROMO_CODE,
061400                PRPY_BONUS_AMT, PRPY_CLAWBACK_THRU,
061500                PRPY_DD_COUNT, PRPY_DD_AMT, PRPY_BAL_DAYS
061600           FROM DSDS.PROMOPAY
061700          WHERE PRPY_ACCT_ID       = :DSDSB550-ACCT-ID
061800            AND PRPY_STATUS        = 'P'
061900            AND PRPY_CLAWBACK_THRU > '0001-01-01'
062000            AND PRPY_CLAWBACK_THRU >= CURRENT DATE - 2 MONTHS
062100          ORDER BY PRPY_BANK_NBR, PRPY_ACCT_NBR
062200     END-EXEC.
062300     EXEC SQL OPEN CSR659C END-EXEC.
062400     IF  SQLCODE NOT = ZERO
062500         DISPLAY 'DSDSB550 - PROMOPAY OPEN FAILED, SQLCODE '
062600             SQLCODE
062700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
062800         MOVE 16 TO RETURN-CODE
062900         GOBACK
063000     END-IF.
063100 5000-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400 5100-CLAWBACK-ONE.
063500     EXEC SQL
063600         FETCH CSR659C
063700          INTO :PRPY-BANK-NBR, :PRPY-ACCT-NBR, :PRPY-PROMO-CODE,
063800               :PRPY-BONUS-AMT, :PRPY-CLAWBACK-THRU,
063900               :PRPY-DD-COUNT, :PRPY-DD-AMT, :PRPY-BAL-DAYS
064000     END-EXEC.
064100     IF  SQLCODE = 100
064200         SET WS-EOF-YES TO TRUE
064300         GO TO 5100-EXIT
064400     END-IF.
064500     IF  SQLCODE NOT = ZERO
064600         DISPLAY 'DSDSB550 - PROMOPAY FETCH FAILED, SQLCODE '
064700             SQLCODE
064800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
064900         MOVE 16 TO RETURN-CODE
065000         GOBACK
065100     END-IF.
065200     MOVE PRPY-BANK-NBR TO WS-PEND-BANK.
065300     MOVE PRPY-ACCT-NBR TO WS-PEND-ACCT-NBR.
065400     MOVE PRPY-ACCT-NBR TO WS-ACCT-KEY-NBR.
065500     EXEC SQL
065600         SELECT ACCT_STATUS, ACCT_CLOSE_DATE, ACCT_BALANCE
065700           INTO :WS-ACCT-STATUS, :WS-CLOSE-DATE, :WS-CIF-BALANCE
065800           FROM CIF.ACCOUNT
065900          WHERE ACCT_BANK_NBR = :WS-PEND-BANK
066000            AND ACCT_FILE_ID  = :DSDSB550-FILE-ID
066100            AND ACCT_KEY      = :WS-ACCT-KEY-25
066200     END-EXEC.
066300     IF  SQLCODE NOT = ZERO
066400     OR  WS-ACCT-STATUS NOT = 'C'
066500     OR  WS-CLOSE-DATE > PRPY-CLAWBACK-THRU
066600         GO TO 5100-EXIT
066700     END-IF.
066800*    THE DEBIT LANDS ON THE CLOSED ACCOUNT; WHAT IT LEAVES
066900*    OVERDRAWN GOES TO RECOVERY THE USUAL WAY.
067000     MOVE SPACES TO WS-NOTE.
067100     ADD 1 TO WS-SEQUENCE.
067200     MOVE WS-SEQUENCE TO WS-SEQUENCE-SAVE.
067300     EXEC SQL
067400         INSERT INTO DSDS.PEND
067500                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
067600                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
067700                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
067800                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
067900                 PEND_ITEM_COUNT)
068000         VALUES (:WS-PEND-BANK, :DSDSB550-ACCT-ID,
068100                 :WS-PEND-ACCT-NBR, :DSDSB550-CLAWBACK-TX-CODE,
068200                 :PRPY-BONUS-AMT, :WS-TODAY-DATE,
068300                 :DSDSB550-PEND-BATCH-NBR, :WS-SEQUENCE,
068400                 'BONUS CHARGE BACK', 'DSDSB550',
068500                 :WS-TODAY-DATE, 1)
068600     END-EXEC.
068700     IF  SQLCODE NOT = ZERO
068800         MOVE 'PEND DEBIT FAILED' TO WS-NOTE
068900         GO TO 5100-REPORT
069000     END-IF.
069100     EXEC SQL
069200         UPDATE DSDS.PROMOPAY
069300            SET PRPY_STATUS        = 'C',
069400                PRPY_CLAWBACK_DATE = CURRENT DATE,
069500                PRPY_PEND_BATCH    = :DSDSB550-PEND-BATCH-NBR,
069600                PRPY_PEND_SEQ      = :WS-SEQUENCE-SAVE
069700          WHERE PRPY_BANK_NBR   = :PRPY-BANK-NBR
069800            AND PRPY_ACCT_ID    = :DSDSB550-ACCT-ID
069900            AND PRPY_ACCT_NBR   = :PRPY-ACCT-NBR
070000            AND PRPY_PROMO_CODE = :PRPY-PROMO-CODE
070100     END-EXEC.
070200     IF  SQLCODE NOT = ZERO
070300         PERFORM 4100-BACK-OUT-PEND THRU 4100-EXIT
070400         MOVE 'PROMOPAY UPDATE FAIL' TO WS-NOTE
070500         GO TO 5100-REPORT
070600     END-IF.
070700     IF  DSDSB550-FORFEIT-EARN-TYPE NOT = SPACE
070800         MOVE PRPY-BONUS-AMT             TO WS-IRS-AMT
070900         MOVE DSDSB550-FORFEIT-EARN-TYPE TO WS-IRS-EARN-TYPE
071000         PERFORM 4200-WRITE-IRS-ROW THRU 4200-EXIT
071100         IF  SQLCODE NOT = ZERO
071200             ADD 1 TO WS-TOTAL-ERRORS
071300         END-IF
071400     END-IF.
071500 5100-REPORT.
071600     IF  WS-NOTE = SPACES
071700         ADD 1 TO WS-TOTAL-CHARGED-BACK
071800         ADD PRPY-BONUS-AMT TO WS-AMT-CHARGED-BACK
071900         MOVE 'CHGBACK  ' TO DL-DISP
072000         MOVE 'CLOSED ' TO WS-NOTE
072100         MOVE WS-CLOSE-DATE TO WS-NOTE (8:10)
072200     ELSE
072300         ADD 1 TO WS-TOTAL-ERRORS
072400         MOVE 'ERROR    ' TO DL-DISP
072500     END-IF.
072600     MOVE WS-PEND-BANK      TO DL-BANK-NBR.
072700     MOVE WS-PEND-ACCT-NBR  TO DL-ACCT-NBR.
072800     MOVE PRPY-PROMO-CODE   TO DL-PROMO-CODE.
072900     MOVE PRPY-DD-COUNT     TO DL-DD-COUNT.
073000     MOVE PRPY-DD-AMT       TO DL-DD-AMT.
073100     MOVE PRPY-BAL-DAYS     TO DL-BAL-DAYS.
073200     MOVE PRPY-BONUS-AMT    TO DL-BONUS.
073300     MOVE WS-NOTE           TO DL-NOTE.
073400     MOVE WS-DETAIL-LINE TO RPT659-RECORD.
073500     WRITE RPT659-RECORD.
073600 5100-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------
073900 8000-FINALIZE.
074000     MOVE SPACES TO RPT659-RECORD.
074100     WRITE RPT659-RECORD.
074200     MOVE 'ACCOUNTS JUDGED'        TO TL-LABEL.
074300     MOVE WS-TOTAL-JUDGED          TO TL-COUNT.
074400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074500     MOVE 'BONUSES PAID'           TO TL-LABEL.
074600     MOVE WS-TOTAL-PAID            TO TL-COUNT.
074700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074800     MOVE 'NOT QUALIFIED'          TO TL-LABEL.
074900     MOVE WS-TOTAL-NOT-QUAL        TO TL-COUNT.
075000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075100     MOVE 'BONUSES CHARGED BACK'   TO TL-LABEL.
075200     MOVE WS-TOTAL-CHARGED-BACK    TO TL-COUNT.
075300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075400     MOVE 'ERRORS'                 TO TL-LABEL.
075500     MOVE WS-TOTAL-ERRORS          TO TL-COUNT.
075600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075700     MOVE 'AMOUNT PAID'            TO AL-LABEL.
075800     MOVE WS-AMT-PAID              TO AL-AMOUNT.
075900     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
076000     MOVE 'AMOUNT CHARGED BACK'    TO AL-LABEL.
076100     MOVE WS-AMT-CHARGED-BACK      TO AL-AMOUNT.
076200     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
076300     CLOSE RPT659-FILE.
076400     IF  WS-TOTAL-ERRORS > ZERO
076500         MOVE 4 TO RETURN-CODE
076600     END-IF.
076700 8000-EXIT.
076800     EXIT.
076900*----------------------------------------------------------------
077000 8100-WRITE-TOTAL.
077100     MOVE WS-TOTAL-LINE TO RPT659-RECORD.
077200     WRITE RPT659-RECORD.
077300 8100-EXIT.
077400     EXIT.
077500*----------------------------------------------------------------
077600 8200-WRITE-AMOUNT.
077700     MOVE WS-AMOUNT-LINE TO RPT659-RECORD.
077800     WRITE RPT659-RECORD.
077900 8200-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200 9000-LOG-FATAL.
078300*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
078400*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
078500*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
078600     MOVE 'DSDSB550'                TO ADMU501-PROGRAM.
078700     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
078800     MOVE SQLCODE                   TO ADMU501-SQLCODE.
078900     MOVE SPACES                    TO ADMU501-FILE-STATUS.
079000     MOVE SPACES                    TO ADMU501-KEY-DATA.
079100     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
079200       TO ADMU501-MSG.
079300     CALL 'ADMU501' USING ADMU501-PARAMETERS.
079400 9000-EXIT.
079500     EXIT.
