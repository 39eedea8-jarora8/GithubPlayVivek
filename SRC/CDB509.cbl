000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CDB509.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CD GRACE-PERIOD   *
001500*                      REPORT.  LISTS EVERY CD WHOSE GRACE       *
001600*                      PERIOD IS OPEN OR ENDED WITHIN THE PARM   *
001700*                      DAYS AND THAT THE CUSTOMER CHANGED        *
001800*                      DURING IT -- A CD.MASTER CHANGE FROM      *
001900*                      ANYONE BUT THE CDB508 MATURITY RUN, OR    *
002000*                      DEPOSITS OR WITHDRAWALS DATED INSIDE THE  *
002100*                      WINDOW.  REPORT RPT644.                   *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPT644-FILE ASSIGN TO RPT644
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RPT644-FILE
003500     RECORDING MODE F.
003600 01  RPT644-RECORD               PIC X(132).
003700*----------------------------------------------------------------
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-EOF-SW                PIC X       VALUE 'N'.
004100         88  WS-EOF-YES                   VALUE 'Y'.
004200     05  WS-CHANGED-SW            PIC X       VALUE 'N'.
004300         88  WS-CD-CHANGED                VALUE 'Y'.
004400 01  WS-WORK-FIELDS.
004500     05  WS-DAYS-BACK             PIC S9(5)   COMP-3 VALUE +0.
004600     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
004700     05  WS-ACTIVITY-COUNT        PIC S9(7)   COMP-3 VALUE +0.
004800     05  WS-DEPOSITS              PIC S9(9)V99 COMP-3 VALUE +0.
004900     05  WS-WITHDRAWALS           PIC S9(9)V99 COMP-3 VALUE +0.
005000     05  WS-TOTAL-IN-GRACE        PIC S9(7)   COMP  VALUE ZERO.
005100     05  WS-TOTAL-LISTED          PIC S9(7)   COMP  VALUE ZERO.
005200     05  WS-TOTAL-MAINT           PIC S9(7)   COMP  VALUE ZERO.
005300     05  WS-TOTAL-ACTIVITY        PIC S9(7)   COMP  VALUE ZERO.
005400*----------------------------------------------------------------
005500     COPY CDMASTER.
005600*----------------------------------------------------------------
005700     COPY ADMU501P.
005800*----------------------------------------------------------------
005900 01  WS-HEADING-1.
006000     05  FILLER  PIC X(132) VALUE
006100       'CDB509  CDS CHANGED DURING THE GRACE PERIOD'.
006200 01  WS-HEADING-2.
006300     05  FILLER  PIC X(46)  VALUE
006400       'BNK ACCOUNT   ST MATURED    GRACE ENDS GRACE  '.
006500     05  FILLER  PIC X(86)  VALUE
006600       'CHG BY   CHG DATE         DEPOSITS    WITHDRAWALS'.
006700 01  WS-DETAIL-LINE.
006800     05  DL-BANK-NBR              PIC 9(03).
006900     05  FILLER                   PIC X(01)   VALUE SPACE.
007000     05  DL-ACCT-NBR              PIC X(09).
007100     05  FILLER                   PIC X(01)   VALUE SPACE.
007200     05  DL-STATUS                PIC X(01).
007300     05  FILLER                   PIC X(02)   VALUE SPACE.
007400     05  DL-PRIOR-MATURITY        PIC X(10).
007500     05  FILLER                   PIC X(01)   VALUE SPACE.
007600     05  DL-GRACE-END             PIC X(10).
007700     05  FILLER                   PIC X(01)   VALUE SPACE.
007800     05  DL-GRACE-STATE           PIC X(06).
007900     05  FILLER                   PIC X(01)   VALUE SPACE.
008000     05  DL-MAINT-PROG            PIC X(08).
008100     05  FILLER                   PIC X(01)   VALUE SPACE.
008200     05  DL-MAINT-DATE            PIC X(10).
008300     05  FILLER                   PIC X(01)   VALUE SPACE.
008400     05  DL-DEPOSITS              PIC ZZZ,ZZZ,ZZ9.99.
008500     05  FILLER                   PIC X(01)   VALUE SPACE.
008600     05  DL-WITHDRAWALS           PIC ZZZ,ZZZ,ZZ9.99.
008700     05  FILLER                   PIC X(36)   VALUE SPACE.
008800 01  WS-TOTAL-LINE.
008900     05  TL-LABEL                 PIC X(26).
009000     05  TL-COUNT                 PIC ZZZ,ZZ9.
009100     05  FILLER                   PIC X(99)   VALUE SPACE.
009200*----------------------------------------------------------------
009300 LINKAGE SECTION.
009400 01  CDB509-PARM.
009500*    GRACE PERIODS THAT ENDED WITHIN THIS MANY DAYS ARE STILL
009600*    REPORTED, SO A WEEKEND DOES NOT LOSE ONE (7 WHEN ZERO).
009700     05  CDB509-DAYS-BACK          PIC 9(03).
009800*    THE MATURITY POSTINGS THEMSELVES -- THE CDB508 PAYOUT AND
009900*    THE INTEREST CREDITED AT MATURITY -- ARE NOT CUSTOMER
010000*    ACTIVITY.
010100     05  CDB509-PAYOUT-TX-CODE     PIC 9(03).
010200     05  CDB509-INT-TX-CODE        PIC 9(03).
010300*----------------------------------------------------------------
010400 PROCEDURE DIVISION USING CDB509-PARM.
010500*
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     PERFORM 2000-REVIEW-GRACE THRU 2000-EXIT.
010900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
011000     GOBACK.
011100*----------------------------------------------------------------
011200 1000-INITIALIZE.
011300     MOVE CDB509-DAYS-BACK TO WS-DAYS-BACK.
011400     IF  WS-DAYS-BACK = ZERO
011500         MOVE 7 TO WS-DAYS-BACK
011600     END-IF.
011700     OPEN OUTPUT RPT644-FILE.
011800     MOVE WS-HEADING-1 TO RPT644-RECORD.
011900     WRITE RPT644-RECORD.
012000     MOVE WS-HEADING-2 TO RPT644-RECORD.
012100     WRITE RPT644-RECORD.
012200     EXEC SQL
012300         SET :WS-TODAY = CURRENT DATE
012400     END-EXEC.
012500 1000-EXIT.
012600     EXIT.
012700*----------------------------------------------------------------
012800 2000-REVIEW-GRACE.
012900     EXEC SQL
013000         DECLARE CSR509G CURSOR FOR
013100         SELECT CDM_BANK_NBR, CDM_ACCT_NBR, CDM_STATUS,
013200                CDM_PRIOR_MATURITY, CDM_GRACE_END_DATE,
013300                CDM_LAST_MAINT_DATE, CDM_LAST_MAINT_PROG
013400           FROM CD.MASTER
013500          WHERE CDM_PRIOR_MATURITY <> '0001-01-01'
013600            AND CDM_PRIOR_MATURITY <= CURRENT DATE
013700            AND CDM_GRACE_END_DATE >=
013800                CURRENT DATE - :WS-DAYS-BACK DAYS
013900          ORDER BY CDM_BANK_NBR, CDM_ACCT_NBR
014000     END-EXEC.
014100     EXEC SQL OPEN CSR509G END-EXEC.
014200     PERFORM 2100-FETCH-CD THRU 2100-EXIT.
014300     PERFORM 3000-REVIEW-ONE-CD THRU 3000-EXIT
014400         UNTIL WS-EOF-YES.
014500     EXEC SQL CLOSE CSR509G END-EXEC.
014600 2000-EXIT.
014700     EXIT.
014800*----------------------------------------------------------------
014900 2100-FETCH-CD.
015000     EXEC SQL
015100         FETCH CSR509G
015200          INTO :CDM-BANK-NBR, :CDM-ACCT-NBR, :CDM-STATUS,
015300               :CDM-PRIOR-MATURITY, :CDM-GRACE-END-DATE,
015400               :CDM-LAST-MAINT-DATE, :CDM-LAST-MAINT-PROG
015500     END-EXEC.
015600     IF  SQLCODE NOT = ZERO
015700         SET WS-EOF-YES TO TRUE
015800     END-IF.
015900 2100-EXIT.
016000     EXIT.
016100*----------------------------------------------------------------
016200 3000-REVIEW-ONE-CD.
016300     ADD 1 TO WS-TOTAL-IN-GRACE.
016400     MOVE 'N' TO WS-CHANGED-SW.
016500     MOVE SPACES TO DL-MAINT-PROG
016600                    DL-MAINT-DATE.
016700*    A MASTER CHANGE INSIDE THE WINDOW BY ANYONE BUT THE
016800*    MATURITY RUN IS THE CUSTOMER RE-TERMING OR RE-ELECTING.
016900     IF  CDM-LAST-MAINT-DATE NOT < CDM-PRIOR-MATURITY
017000     AND CDM-LAST-MAINT-DATE NOT > CDM-GRACE-END-DATE
017100     AND CDM-LAST-MAINT-PROG NOT = 'CDB508'
017200         SET WS-CD-CHANGED TO TRUE
017300         ADD 1 TO WS-TOTAL-MAINT
017400         MOVE CDM-LAST-MAINT-PROG TO DL-MAINT-PROG
017500         MOVE CDM-LAST-MAINT-DATE TO DL-MAINT-DATE
017600     END-IF.
017700     EXEC SQL
017800         SELECT COUNT(*),
017900                COALESCE(SUM(CASE WHEN CDH_DR_CR_IND = 'D'
018000                                  THEN 0 ELSE CDH_TX_AMT END), 0),
018100                COALESCE(SUM(CASE WHEN CDH_DR_CR_IND = 'D'
018200                                  THEN CDH_TX_AMT ELSE 0 END), 0)
018300           INTO :WS-ACTIVITY-COUNT, :WS-DEPOSITS,
018400                :WS-WITHDRAWALS
018500           FROM CD.HISTORY
018600          WHERE CDH_BANK_NBR = :CDM-BANK-NBR
018700            AND CDH_ACCT_NBR = :CDM-ACCT-NBR
018800            AND CDH_EFFECTIVE_DATE BETWEEN :CDM-PRIOR-MATURITY
018900                                       AND :CDM-GRACE-END-DATE
019000            AND CDH_TX_CODE NOT IN (:CDB509-PAYOUT-TX-CODE,
019100                                    :CDB509-INT-TX-CODE)
019200            AND CDH_REVERSAL_CODE = ' '
019300     END-EXEC.
019400     IF  SQLCODE NOT = ZERO
019500         DISPLAY 'CDB509 - CD.HISTORY READ FAILED, SQLCODE '
019600             SQLCODE
019700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
019800         MOVE 16 TO RETURN-CODE
019900         GOBACK
020000     END-IF.
020100     IF  WS-ACTIVITY-COUNT > ZERO
020200         SET WS-CD-CHANGED TO TRUE
020300         ADD 1 TO WS-TOTAL-ACTIVITY
020400     END-IF.
020500     IF  NOT WS-CD-CHANGED
020600         PERFORM 2100-FETCH-CD THRU 2100-EXIT
020700         GO TO 3000-EXIT
020800     END-IF.
020900     ADD 1 TO WS-TOTAL-LISTED.
021000     MOVE CDM-BANK-NBR       TO DL-BANK-NBR.
021100     MOVE CDM-ACCT-NBR       TO DL-ACCT-NBR.
021200     MOVE CDM-STATUS         TO DL-STATUS.
021300     MOVE CDM-PRIOR-MATURITY TO DL-PRIOR-MATURITY.
021400     MOVE CDM-GRACE-END-DATE TO DL-GRACE-END.
021500     IF  CDM-GRACE-END-DATE < WS-TODAY
021600         MOVE 'ENDED ' TO DL-GRACE-STATE
021700     ELSE
021800         MOVE 'OPEN  ' TO DL-GRACE-STATE
021900     END-IF.
022000     MOVE WS-DEPOSITS        TO DL-DEPOSITS.
022100     MOVE WS-WITHDRAWALS     TO DL-WITHDRAWALS.
022200     MOVE WS-DETAIL-LINE TO RPT644-RECORD.
022300     WRITE RPT644-RECORD.
022400     PERFORM 2100-FETCH-CD THRU 2100-EXIT.
022500 3000-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800 8000-FINALIZE.
022900     MOVE SPACES TO RPT644-RECORD.
023000     WRITE RPT644-RECORD.
023100     MOVE 'CDS IN THE GRACE WINDOW - ' TO TL-LABEL.
023200     MOVE WS-TOTAL-IN-GRACE      TO TL-COUNT.
023300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
023400     MOVE 'CHANGED DURING GRACE    - ' TO TL-LABEL.
023500     MOVE WS-TOTAL-LISTED        TO TL-COUNT.
023600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
023700     MOVE '  TERMS OR ELECTION     - ' TO TL-LABEL.
023800     MOVE WS-TOTAL-MAINT         TO TL-COUNT.
023900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
024000     MOVE '  DEPOSIT / WITHDRAWAL  - ' TO TL-LABEL.
024100     MOVE WS-TOTAL-ACTIVITY      TO TL-COUNT.
024200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
024300     CLOSE RPT644-FILE.
024400 8000-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700 8100-WRITE-TOTAL.
024800     MOVE WS-TOTAL-LINE TO RPT644-RECORD.
024900     WRITE RPT644-RECORD.
025000 8100-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300 9000-LOG-FATAL.
025400*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
025500*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
025600*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
025700     MOVE 'CDB509  '                TO ADMU501-PROGRAM.
025800     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
025900     MOVE SQLCODE                   TO ADMU501-SQLCODE.
026000     MOVE SPACES                    TO ADMU501-FILE-STATUS.
026100     MOVE CDM-ACCT-NBR              TO ADMU501-KEY-DATA.
026200     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
026300       TO ADMU501-MSG.
026400     CALL 'ADMU501' USING ADMU501-PARAMETERS.
026500 9000-EXIT.
026600     EXIT.
