000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CDU501.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  ADDS AND CHANGES  *
001500*                      CD.MASTER ROWS -- THE MATURITY DATE,      *
001600*                      TERM, RENEWAL INSTRUCTION AND GRACE       *
001700*                      DATES CDB508 WORKS MATURITIES FROM.  A    *
001800*                      TERM CHANGE IN GRACE RE-TERMS THE CD      *
001900*                      FROM ITS LAST MATURITY.  EVERY CHANGE IS  *
002000*                      STAMPED WITH ITS DATE AND SOURCE.         *
002100*                                                                *
002120*   10/15/2026 RM     A NEW CD ALSO CARRIES ITS PRODUCT CODE,   *
002140*                      COMPOUNDING METHOD AND DAY-COUNT BASIS    *
002160*                      FOR THE CDB510 INTEREST VERIFIER.         *
002180*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 01  WS-WORK-FIELDS.
003000     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
003100     05  WS-NEW-TERM              PIC S9(3)V  COMP-3 VALUE +0.
003200*----------------------------------------------------------------
003300     COPY CDMASTER.
003400*----------------------------------------------------------------
003500     COPY CDRATE.
003600*----------------------------------------------------------------
003700 LINKAGE SECTION.
003800 COPY CDU501P.
003900*----------------------------------------------------------------
004000 PROCEDURE DIVISION USING CDU501-PARAMETERS.
004100*
004200 0000-MAINLINE.
004300     MOVE ZERO   TO CDU501-ERRORCODE
004400                    CDU501-NEW-RATE.
004500     MOVE SPACES TO CDU501-ERROR-TEXT
004600                    CDU501-NEW-MATURITY.
004700     IF  CDU501-ACCT-NBR = SPACES
004800     OR  CDU501-SOURCE-PROG = SPACES
004900         MOVE +9999 TO CDU501-ERRORCODE
005000         MOVE 'ACCOUNT AND SOURCE PROGRAM ARE REQUIRED'
005100           TO CDU501-ERROR-TEXT
005200         GOBACK
005300     END-IF.
005400     EXEC SQL
005500         SET :WS-TODAY = CURRENT DATE
005600     END-EXEC.
005700     MOVE CDU501-BANK-NBR TO CDM-BANK-NBR.
005800     MOVE CDU501-ACCT-NBR TO CDM-ACCT-NBR.
005900     EVALUATE TRUE
006000         WHEN CDU501-FUNC-ADD
006100             PERFORM 2000-ADD-MASTER THRU 2000-EXIT
006200         WHEN CDU501-FUNC-CHANGE
006300             PERFORM 3000-CHANGE-MASTER THRU 3000-EXIT
006400         WHEN OTHER
006500             MOVE +9999 TO CDU501-ERRORCODE
006600             MOVE 'INVALID CDU501-FUNCTION'
006700               TO CDU501-ERROR-TEXT
006800     END-EVALUATE.
006900     GOBACK.
007000*----------------------------------------------------------------
007100 2000-ADD-MASTER.
007200     IF  CDU501-TERM-MONTHS = ZERO
007300     OR  CDU501-TERM-MONTHS NOT NUMERIC
007400     OR  CDU501-RATE NOT NUMERIC
007500     OR  CDU501-MATURITY-DATE NOT > CDU501-OPEN-DATE
007600         MOVE +9999 TO CDU501-ERRORCODE
007700         MOVE 'TERM, RATE OR MATURITY DATE INVALID'
007800           TO CDU501-ERROR-TEXT
007900         GO TO 2000-EXIT
008000     END-IF.
008100     IF  CDU501-RENEW-INSTR NOT = 'R'
008200     AND CDU501-RENEW-INSTR NOT = 'P'
008300         MOVE +9999 TO CDU501-ERRORCODE
008400         MOVE 'RENEWAL INSTRUCTION MUST BE R OR P'
008500           TO CDU501-ERROR-TEXT
008600         GO TO 2000-EXIT
008700     END-IF.
008800     MOVE CDU501-OPEN-DATE     TO CDM-OPEN-DATE.
008900     MOVE CDU501-TERM-MONTHS   TO CDM-TERM-MONTHS.
009000     MOVE CDU501-RATE          TO CDM-RATE.
009100     MOVE CDU501-MATURITY-DATE TO CDM-MATURITY-DATE.
009200     MOVE CDU501-RENEW-INSTR   TO CDM-RENEW-INSTR.
009300     MOVE CDU501-SOURCE-PROG   TO CDM-LAST-MAINT-PROG.
009305     MOVE CDU501-PRODUCT       TO CDM-PRODUCT.
009310     MOVE CDU501-COMPOUND      TO CDM-COMPOUND.
009315     IF  CDM-COMPOUND = SPACE
009320         MOVE 'M' TO CDM-COMPOUND
009325     END-IF.
009330     MOVE CDU501-DAY-BASIS     TO CDM-DAY-BASIS.
009335     IF  CDM-DAY-BASIS = ZERO
009340         MOVE 365 TO CDM-DAY-BASIS
009345     END-IF.
009350     IF  NOT CDM-COMPOUND-DAILY
009355     AND NOT CDM-COMPOUND-MONTHLY
009360     AND NOT CDM-COMPOUND-QUARTERLY
009365     AND NOT CDM-COMPOUND-SIMPLE
009370     OR  (CDM-DAY-BASIS NOT = 360 AND CDM-DAY-BASIS NOT = 365)
009375         MOVE +9999 TO CDU501-ERRORCODE
009380         MOVE 'COMPOUNDING MUST BE D/M/Q/S, BASIS 360 OR 365'
009385           TO CDU501-ERROR-TEXT
009390         GO TO 2000-EXIT
009395     END-IF.
009400     EXEC SQL
009500         INSERT INTO CD.MASTER
009600                (CDM_BANK_NBR, CDM_ACCT_NBR, CDM_STATUS,
009700                 CDM_OPEN_DATE, CDM_TERM_MONTHS, CDM_RATE,
009800                 CDM_MATURITY_DATE, CDM_RENEW_INSTR,
009900                 CDM_GRACE_END_DATE, CDM_PRIOR_MATURITY,
010000                 CDM_NOTICE_DATE, CDM_LAST_MAINT_DATE,
010080                 CDM_LAST_MAINT_PROG, CDM_PRODUCT, CDM_COMPOUND,
010160                 CDM_DAY_BASIS)
010240         VALUES (:CDM-BANK-NBR, :CDM-ACCT-NBR, 'A',
010320                 :CDM-OPEN-DATE, :CDM-TERM-MONTHS, :CDM-RATE,
010400                 :CDM-MATURITY-DATE, :CDM-RENEW-INSTR,
010480                 '0001-01-01', '0001-01-01',
010560                 '0001-01-01', CURRENT DATE,
010640                 :CDM-LAST-MAINT-PROG, :CDM-PRODUCT,
010720                 :CDM-COMPOUND, :CDM-DAY-BASIS)
010800     END-EXEC.
010900     IF  SQLCODE NOT = ZERO
011000         MOVE +9999 TO CDU501-ERRORCODE
011100         MOVE 'CD.MASTER INSERT FAILED'
011200           TO CDU501-ERROR-TEXT
011300         GO TO 2000-EXIT
011400     END-IF.
011500     MOVE CDM-MATURITY-DATE TO CDU501-NEW-MATURITY.
011600     MOVE CDM-RATE          TO CDU501-NEW-RATE.
011700 2000-EXIT.
011800     EXIT.
011900*----------------------------------------------------------------
012000 3000-CHANGE-MASTER.
012100     EXEC SQL
012200         SELECT CDM_STATUS, CDM_TERM_MONTHS, CDM_RATE,
012300                CDM_MATURITY_DATE, CDM_RENEW_INSTR,
012400                CDM_GRACE_END_DATE, CDM_PRIOR_MATURITY,
012500                CDM_NOTICE_DATE
012600           INTO :CDM-STATUS, :CDM-TERM-MONTHS, :CDM-RATE,
012700                :CDM-MATURITY-DATE, :CDM-RENEW-INSTR,
012800                :CDM-GRACE-END-DATE, :CDM-PRIOR-MATURITY,
012900                :CDM-NOTICE-DATE
013000           FROM CD.MASTER
013100          WHERE CDM_BANK_NBR = :CDM-BANK-NBR
013200            AND CDM_ACCT_NBR = :CDM-ACCT-NBR
013300     END-EXEC.
013400     IF  SQLCODE NOT = ZERO
013500     OR  NOT CDM-STATUS-ACTIVE
013600         MOVE +9999 TO CDU501-ERRORCODE
013700         MOVE 'NO ACTIVE CD.MASTER ROW FOR THE ACCOUNT'
013800           TO CDU501-ERROR-TEXT
013900         GO TO 3000-EXIT
014000     END-IF.
014100     IF  CDU501-RENEW-INSTR NOT = SPACE
014200         IF  CDU501-RENEW-INSTR NOT = 'R'
014300         AND CDU501-RENEW-INSTR NOT = 'P'
014400             MOVE +9999 TO CDU501-ERRORCODE
014500             MOVE 'RENEWAL INSTRUCTION MUST BE R OR P'
014600               TO CDU501-ERROR-TEXT
014700             GO TO 3000-EXIT
014800         END-IF
014900         MOVE CDU501-RENEW-INSTR TO CDM-RENEW-INSTR
015000     END-IF.
015100     IF  CDU501-TERM-MONTHS NOT NUMERIC
015200         MOVE +9999 TO CDU501-ERRORCODE
015300         MOVE 'TERM NOT NUMERIC'
015400           TO CDU501-ERROR-TEXT
015500         GO TO 3000-EXIT
015600     END-IF.
015700     IF  CDU501-TERM-MONTHS NOT = ZERO
015800         MOVE CDU501-TERM-MONTHS TO WS-NEW-TERM
015900         PERFORM 3100-CHANGE-TERM THRU 3100-EXIT
016000         IF  CDU501-INVALID
016100             GO TO 3000-EXIT
016200         END-IF
016300     END-IF.
016400     MOVE CDU501-SOURCE-PROG TO CDM-LAST-MAINT-PROG.
016500     EXEC SQL
016600         UPDATE CD.MASTER
016700            SET CDM_TERM_MONTHS     = :CDM-TERM-MONTHS,
016800                CDM_RATE            = :CDM-RATE,
016900                CDM_MATURITY_DATE   = :CDM-MATURITY-DATE,
017000                CDM_RENEW_INSTR     = :CDM-RENEW-INSTR,
017100                CDM_NOTICE_DATE     = :CDM-NOTICE-DATE,
017200                CDM_LAST_MAINT_DATE = CURRENT DATE,
017300                CDM_LAST_MAINT_PROG = :CDM-LAST-MAINT-PROG
017400          WHERE CDM_BANK_NBR = :CDM-BANK-NBR
017500            AND CDM_ACCT_NBR = :CDM-ACCT-NBR
017600     END-EXEC.
017700     IF  SQLCODE NOT = ZERO
017800         MOVE +9999 TO CDU501-ERRORCODE
017900         MOVE 'CD.MASTER UPDATE FAILED'
018000           TO CDU501-ERROR-TEXT
018100         GO TO 3000-EXIT
018200     END-IF.
018300     MOVE CDM-MATURITY-DATE TO CDU501-NEW-MATURITY.
018400     MOVE CDM-RATE          TO CDU501-NEW-RATE.
018500 3000-EXIT.
018600     EXIT.
018700*----------------------------------------------------------------
018800 3100-CHANGE-TERM.
018900*    OUTSIDE GRACE THE NEW TERM WAITS FOR THE NEXT RENEWAL.
019000*    INSIDE GRACE THE CUSTOMER IS CHOOSING THE TERM OF THE CD
019100*    THAT STARTED AT THE LAST MATURITY -- IT IS RE-DATED FROM
019200*    THERE AT THAT DAY'S RATE FOR THE NEW TERM, AND A FRESH
019300*    PRE-MATURITY NOTICE IS DUE BEFORE THE NEW MATURITY.
019400     MOVE WS-NEW-TERM TO CDM-TERM-MONTHS.
019500     IF  CDM-PRIOR-MATURITY = '0001-01-01'
019600     OR  WS-TODAY > CDM-GRACE-END-DATE
019700         GO TO 3100-EXIT
019800     END-IF.
019900     EXEC SQL
020000         SELECT CDR_RATE
020100           INTO :CDR-RATE
020200           FROM CD.RATETBL
020300          WHERE CDR_BANK_NBR    = :CDM-BANK-NBR
020400            AND CDR_TERM_MONTHS = :CDM-TERM-MONTHS
020500            AND CDR_EFF_DATE    =
020600                (SELECT MAX(R.CDR_EFF_DATE)
020700                   FROM CD.RATETBL R
020800                  WHERE R.CDR_BANK_NBR    = :CDM-BANK-NBR
020900                    AND R.CDR_TERM_MONTHS = :CDM-TERM-MONTHS
021000                    AND R.CDR_EFF_DATE   <= :CDM-PRIOR-MATURITY)
021100     END-EXEC.
021200     IF  SQLCODE NOT = ZERO
021300         MOVE +9999 TO CDU501-ERRORCODE
021400         MOVE 'NO CD.RATETBL RATE FOR THE NEW TERM'
021500           TO CDU501-ERROR-TEXT
021600         GO TO 3100-EXIT
021700     END-IF.
021800     MOVE CDR-RATE TO CDM-RATE.
021900     EXEC SQL
022000         SET :CDM-MATURITY-DATE =
022100             DATE(:CDM-PRIOR-MATURITY) + :CDM-TERM-MONTHS MONTHS
022200     END-EXEC.
022300     MOVE '0001-01-01' TO CDM-NOTICE-DATE.
022400 3100-EXIT.
022500     EXIT.
