000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQB511.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  LIMITED REMOTE    *
001500*                      DEPOSIT CAPTURE DEPOSITS REPORT.  EVERY   *
001600*                      MOBILE OR SCAN DEPOSIT FINQU502 HELD OR   *
001700*                      REJECTED AT INSERT OVER THE CALLER'S      *
001800*                      WINDOW, WITH THE TIER, THE LIMIT THAT     *
001900*                      DECIDED IT AND THE TOTAL THAT BROKE IT,   *
002000*                      FROM FINQ.RDCLOG.                         *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RPT662-FILE ASSIGN TO RPT662
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RPT662-FILE
003400     RECORDING MODE F.
003500 01  RPT662-RECORD               PIC X(132).
003600*----------------------------------------------------------------
003700 WORKING-STORAGE SECTION.
003800 01  WS-SWITCHES.
003900     05  WS-EOF-SW                PIC X       VALUE 'N'.
004000         88  WS-EOF-YES                   VALUE 'Y'.
004100 01  WS-WORK-FIELDS.
004200     05  WS-FROM-DATE             PIC S9(7)   COMP-3 VALUE +0.
004300     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
004400     05  WS-TOTAL-REJECTED        PIC S9(7)   COMP  VALUE ZERO.
004500     05  WS-AMOUNT-HELD           PIC S9(11)V99 COMP-3 VALUE +0.
004600     05  WS-AMOUNT-REJECTED       PIC S9(11)V99 COMP-3 VALUE +0.
004700*----------------------------------------------------------------
004800     COPY FINQRLOG.
004900*----------------------------------------------------------------
005000 01  WS-HEADING-1.
005100     05  FILLER  PIC X(132) VALUE
005200       'FINQB511  LIMITED REMOTE DEPOSIT CAPTURE DEPOSITS'.
005300 01  WS-HEADING-2.
005400     05  FILLER  PIC X(48)  VALUE
005500       'DECISION DATE    BNK ACCOUNT   SOURCE  TIER     '.
005600     05  FILLER  PIC X(45)  VALUE
005700       '    AMOUNT  LIMIT        LIMIT AMT     TOTAL '.
005800     05  FILLER  PIC X(39)  VALUE
005900       'USED RELEASE REFERENCE                 '.
006000 01  WS-DETAIL-LINE.
006100     05  DL-DECISION              PIC X(08).
006200     05  FILLER                   PIC X(01)   VALUE SPACE.
006300     05  DL-LOG-DATE              PIC 9(07).
006400     05  FILLER                   PIC X(02)   VALUE SPACE.
006500     05  DL-BANK-NBR              PIC 9(03).
006600     05  FILLER                   PIC X(01)   VALUE SPACE.
006700     05  DL-ACCT-NBR              PIC X(09).
006800     05  FILLER                   PIC X(01)   VALUE SPACE.
006900     05  DL-SOURCE                PIC X(10).
007000     05  FILLER                   PIC X(01)   VALUE SPACE.
007100     05  DL-TIER                  PIC 9(01).
007200     05  FILLER                   PIC X(01)   VALUE SPACE.
007300     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
007400     05  FILLER                   PIC X(02)   VALUE SPACE.
007500     05  DL-LIMIT-TYPE            PIC X(07).
007600     05  FILLER                   PIC X(01)   VALUE SPACE.
007700     05  DL-LIMIT-AMT             PIC ZZZ,ZZZ,ZZ9.99.
007800     05  FILLER                   PIC X(01)   VALUE SPACE.
007900     05  DL-USED-AMT              PIC ZZZ,ZZZ,ZZ9.99.
008000     05  FILLER                   PIC X(01)   VALUE SPACE.
008100     05  DL-RELEASE               PIC 9(07).
008200     05  FILLER                   PIC X(01)   VALUE SPACE.
008300     05  DL-REFERENCE-ID          PIC X(25).
008400     05  FILLER                   PIC X(01)   VALUE SPACE.
008500 01  WS-TOTAL-LINE-1.
008600     05  FILLER       PIC X(19) VALUE 'HELD             - '.
008700     05  TL-HELD                  PIC ZZZ,ZZ9.
008800     05  FILLER                   PIC X(106)  VALUE SPACE.
008900 01  WS-TOTAL-LINE-2.
009000     05  FILLER       PIC X(19) VALUE 'AMOUNT HELD      - '.
009100     05  TL-AMOUNT-HELD           PIC ZZZ,ZZZ,ZZ9.99.
009200     05  FILLER                   PIC X(99)   VALUE SPACE.
009300 01  WS-TOTAL-LINE-3.
009400     05  FILLER       PIC X(19) VALUE 'REJECTED         - '.
009500     05  TL-REJECTED              PIC ZZZ,ZZ9.
009600     05  FILLER                   PIC X(106)  VALUE SPACE.
009700 01  WS-TOTAL-LINE-4.
009800     05  FILLER       PIC X(19) VALUE 'AMOUNT REJECTED  - '.
009900     05  TL-AMOUNT-REJECTED       PIC ZZZ,ZZZ,ZZ9.99.
010000     05  FILLER                   PIC X(99)   VALUE SPACE.
010100*----------------------------------------------------------------
010200 LINKAGE SECTION.
010300 01  FINQB511-PARM.
010400*    HOW MANY DAYS BACK FROM TODAY THE REPORT REACHES -- ZERO
010500*    FOR TODAY ONLY, 1 TO TAKE IN YESTERDAY AS WELL.
010600     05  FINQB511-DAYS-BACK        PIC 9(03).
010700*----------------------------------------------------------------
010800 PROCEDURE DIVISION USING FINQB511-PARM.
010900*
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-REPORT-ONE-DEPOSIT THRU 2000-EXIT
011300         UNTIL WS-EOF-YES.
011400     EXEC SQL CLOSE CSR662 END-EXEC.
011500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
011600     GOBACK.
011700*----------------------------------------------------------------
011800 1000-INITIALIZE.
011900     OPEN OUTPUT RPT662-FILE.
012000     MOVE WS-HEADING-1 TO RPT662-RECORD.
012100     WRITE RPT662-RECORD.
012200     MOVE WS-HEADING-2 TO RPT662-RECORD.
012300     WRITE RPT662-RECORD.
012400     EXEC SQL
012500         SET :WS-FROM-DATE =
012600             (YEAR(CURRENT DATE - :FINQB511-DAYS-BACK DAYS)
012700              - 1900) * 10000
012800             + MONTH(CURRENT DATE - :FINQB511-DAYS-BACK DAYS)
012900             * 100
013000             + DAY(CURRENT DATE - :FINQB511-DAYS-BACK DAYS)
013100     END-EXEC.
013200     EXEC SQL
013300         DECLARE CSR662 CURSOR FOR
013400         SELECT RLOG_BANK_NBR, RLOG_ACCT_NBR, RLOG_REF_SOURCE,
013500                RLOG_REFERENCE_ID, RLOG_AMOUNT, RLOG_TIER_CODE,
013600                RLOG_DECISION, RLOG_LIMIT_TYPE, RLOG_LIMIT_AMT,
013700                RLOG_USED_AMT, RLOG_RELEASE_DATE, RLOG_LOG_DATE
013800           FROM FINQ.RDCLOG
013900          WHERE RLOG_LOG_DATE >= :WS-FROM-DATE
014000          ORDER BY RLOG_BANK_NBR, RLOG_ACCT_NBR, RLOG_TIMESTAMP
014100     END-EXEC.
014200     EXEC SQL
014300         OPEN CSR662
014400     END-EXEC.
014500     IF  SQLCODE NOT = ZERO
014600         DISPLAY 'FINQB511 - CSR662 OPEN FAILED, SQLCODE '
014700             SQLCODE
014800         MOVE 16 TO RETURN-CODE
014900         GOBACK
015000     END-IF.
015100     PERFORM 2100-FETCH-DEPOSIT THRU 2100-EXIT.
015200 1000-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------
015500 2000-REPORT-ONE-DEPOSIT.
015600     IF  RLOG-HELD
015700         MOVE 'HELD    '  TO DL-DECISION
015800         ADD 1            TO WS-TOTAL-HELD
015900         ADD RLOG-AMOUNT  TO WS-AMOUNT-HELD
016000     ELSE
016100         MOVE 'REJECTED'  TO DL-DECISION
016200         ADD 1            TO WS-TOTAL-REJECTED
016300         ADD RLOG-AMOUNT  TO WS-AMOUNT-REJECTED
016400     END-IF.
016500     EVALUATE RLOG-LIMIT-TYPE
016600         WHEN 'I'
016700             MOVE 'ITEM   ' TO DL-LIMIT-TYPE
016800         WHEN 'D'
016900             MOVE 'DAILY  ' TO DL-LIMIT-TYPE
017000         WHEN OTHER
017100             MOVE '30-DAY ' TO DL-LIMIT-TYPE
017200     END-EVALUATE.
017300     MOVE RLOG-LOG-DATE     TO DL-LOG-DATE.
017400     MOVE RLOG-BANK-NBR     TO DL-BANK-NBR.
017500     MOVE RLOG-ACCT-NBR     TO DL-ACCT-NBR.
017600     MOVE RLOG-REF-SOURCE   TO DL-SOURCE.
017700     MOVE RLOG-TIER-CODE    TO DL-TIER.
017800     MOVE RLOG-AMOUNT       TO DL-AMOUNT.
017900     MOVE RLOG-LIMIT-AMT    TO DL-LIMIT-AMT.
018000     MOVE RLOG-USED-AMT     TO DL-USED-AMT.
018100     MOVE RLOG-RELEASE-DATE TO DL-RELEASE.
018200     MOVE RLOG-REFERENCE-ID TO DL-REFERENCE-ID.
018300     MOVE WS-DETAIL-LINE TO RPT662-RECORD.
018400     WRITE RPT662-RECORD.
018500     PERFORM 2100-FETCH-DEPOSIT THRU 2100-EXIT.
018600 2000-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
018900 2100-FETCH-DEPOSIT.
019000     EXEC SQL
019100         FETCH CSR662
019200          INTO :RLOG-BANK-NBR, :RLOG-ACCT-NBR, :RLOG-REF-SOURCE,
019300               :RLOG-REFERENCE-ID, :RLOG-AMOUNT,
019400               :RLOG-TIER-CODE, :RLOG-DECISION,
019500               :RLOG-LIMIT-TYPE, :RLOG-LIMIT-AMT,
019600               :RLOG-USED-AMT, :RLOG-RELEASE-DATE,
019700               :RLOG-LOG-DATE
019800     END-EXEC.
019900     IF  SQLCODE NOT = ZERO
020000         SET WS-EOF-YES TO TRUE
020100     END-IF.
020200 2100-EXIT.
020300     EXIT.
020400*----------------------------------------------------------------
020500 8000-FINALIZE.
020600     MOVE WS-TOTAL-HELD TO TL-HELD.
020700     MOVE WS-TOTAL-LINE-1 TO RPT662-RECORD.
020800     WRITE RPT662-RECORD.
020900     MOVE WS-AMOUNT-HELD TO TL-AMOUNT-HELD.
021000     MOVE WS-TOTAL-LINE-2 TO RPT662-RECORD.
021100     WRITE RPT662-RECORD.
021200     MOVE WS-TOTAL-REJECTED TO TL-REJECTED.
021300     MOVE WS-TOTAL-LINE-3 TO RPT662-RECORD.
021400     WRITE RPT662-RECORD.
021500     MOVE WS-AMOUNT-REJECTED TO TL-AMOUNT-REJECTED.
021600     MOVE WS-TOTAL-LINE-4 TO RPT662-RECORD.
021700     WRITE RPT662-RECORD.
021800     CLOSE RPT662-FILE.
021900 8000-EXIT.
022000     EXIT.
