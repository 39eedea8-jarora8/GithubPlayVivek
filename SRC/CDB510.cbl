000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CDB510.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY           *
001500*                      INDEPENDENT CHECK OF CD INTEREST.         *
001600*                      RECOMPUTES EACH CD'S INTEREST FOR ITS     *
001700*                      CREDITING PERIOD FROM THE CD.HISTORY      *
001800*                      PRINCIPAL, THE CD.MASTER RATE,            *
001900*                      COMPOUNDING METHOD AND DAY-COUNT BASIS,   *
002000*                      AND COMPARES IT WITH THE INTEREST POSTED  *
002100*                      (THE INTEREST TX CODE PLUS REDEMPTION     *
002200*                      INTEREST).  ACCOUNTS OUTSIDE THE CENT     *
002300*                      TOLERANCE ARE LISTED WITH THE DETAIL,     *
002400*                      AND VARIANCES TOTAL BY BANK AND PRODUCT   *
002500*                      AHEAD OF THE CDB502 1099 TIE-OUT.         *
002600*                      REPORT RPT645.                            *
002610*   10/15/2026 RM     POSTED AND REDEMPTION INTEREST READ OVER   *
002620*                      ONE HALF-OPEN RANGE -- AFTER THE PERIOD'S *
002630*                      FIRST DAY THROUGH THE DAY AFTER ITS LAST  *
002640*                      -- SO A POSTING ON THE BOUNDARY DAY       *
002650*                      COUNTS IN ONE PERIOD ONLY.                *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT645-FILE ASSIGN TO RPT645
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT645-FILE
004000     RECORDING MODE F.
004100 01  RPT645-RECORD               PIC X(132).
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SW                PIC X       VALUE 'N'.
004600         88  WS-EOF-YES                   VALUE 'Y'.
004700     05  WS-SEG-EOF-SW            PIC X       VALUE 'N'.
004800         88  WS-SEG-EOF                   VALUE 'Y'.
004900     05  WS-QTR-END-SW            PIC X       VALUE 'N'.
005000         88  WS-QTR-END-MONTH             VALUE 'Y'.
005100 01  WS-WORK-FIELDS.
005200     05  WS-TOLERANCE             PIC S9(3)V99 COMP-3 VALUE +0.
005300     05  WS-QTR-FROM              PIC X(10)   VALUE SPACE.
005400     05  WS-WIN-FROM              PIC X(10)   VALUE SPACE.
005500     05  WS-WIN-THRU              PIC X(10)   VALUE SPACE.
005600     05  WS-POST-FROM             PIC X(10)   VALUE SPACE.
005700     05  WS-WIN-END-NEXT          PIC X(10)   VALUE SPACE.
005800     05  WS-SEG-START             PIC X(10)   VALUE SPACE.
005900     05  WS-SEG-END               PIC X(10)   VALUE SPACE.
006000     05  WS-SEG-DAYS              PIC S9(5)   COMP-3 VALUE +0.
006100     05  WS-ROW-DATE              PIC X(10)   VALUE SPACE.
006200     05  WS-ROW-AMT               PIC S9(9)V99 COMP-3 VALUE +0.
006300     05  WS-OPEN-BALANCE          PIC S9(9)V99 COMP-3 VALUE +0.
006400     05  WS-BALANCE               PIC S9(9)V99 COMP-3 VALUE +0.
006500     05  WS-RATE-DEC              PIC S9(1)V9(8) COMP-3 VALUE +0.
006600     05  WS-DAY-FACTOR            PIC S9(3)V9(12) COMP-3
006700                                               VALUE +0.
006800     05  WS-ACCRUED               PIC S9(9)V9(6) COMP-3 VALUE +0.
006900     05  WS-SEG-INT               PIC S9(9)V9(6) COMP-3 VALUE +0.
007000     05  WS-RECOMPUTED            PIC S9(9)V99 COMP-3 VALUE +0.
007100     05  WS-POSTED-INT            PIC S9(9)V99 COMP-3 VALUE +0.
007200     05  WS-REDEEM-INT            PIC S9(9)V99 COMP-3 VALUE +0.
007300     05  WS-PENALTY               PIC S9(9)V99 COMP-3 VALUE +0.
007400     05  WS-VARIANCE              PIC S9(9)V99 COMP-3 VALUE +0.
007500     05  WS-TOTAL-CDS             PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-VERIFIED        PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-OVER            PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-RATE-CHANGE     PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-NOT-DUE         PIC S9(7)   COMP  VALUE ZERO.
008000*    VARIANCES BY BANK AND PRODUCT, IN ORDER OF FIRST SIGHT.
008100 01  WS-BP-TABLE.
008200     05  WS-BP-MAX                PIC S9(4)   COMP  VALUE ZERO.
008300     05  WS-BP-IX                 PIC S9(4)   COMP  VALUE ZERO.
008400     05  WS-BP-FOUND              PIC S9(4)   COMP  VALUE ZERO.
008500     05  WS-BP-ENTRY OCCURS 200 TIMES.
008600         10  WS-BP-BANK           PIC S9(3)   COMP-3.
008700         10  WS-BP-PRODUCT        PIC X(04).
008800         10  WS-BP-VERIFIED       PIC S9(7)   COMP.
008900         10  WS-BP-OVER           PIC S9(7)   COMP.
009000         10  WS-BP-RECOMPUTED     PIC S9(11)V99 COMP-3.
009100         10  WS-BP-POSTED         PIC S9(11)V99 COMP-3.
009200         10  WS-BP-VARIANCE       PIC S9(11)V99 COMP-3.
009300*----------------------------------------------------------------
009400     COPY CDMASTER.
009500*----------------------------------------------------------------
009600     COPY ADMU501P.
009700*----------------------------------------------------------------
009800 01  WS-HEADING-1.
009900     05  FILLER  PIC X(40)  VALUE
010000       'CDB510  CD INTEREST RECOMPUTATION  FROM '.
010100     05  HD-FROM-DATE             PIC X(10).
010200     05  FILLER  PIC X(06)  VALUE ' THRU '.
010300     05  HD-THRU-DATE             PIC X(10).
010400     05  FILLER  PIC X(13)  VALUE '  TOLERANCE $'.
010500     05  HD-TOLERANCE             PIC ZZ9.99.
010600     05  FILLER  PIC X(47)  VALUE SPACE.
010700 01  WS-HEADING-2.
010800     05  FILLER  PIC X(45)  VALUE
010900       'BNK ACCOUNT   PROD C BAS     RATE FROM       '.
011000     05  FILLER  PIC X(42)  VALUE
011100       'THRU         OPEN BALANCE RECOMPUTED      '.
011200     05  FILLER  PIC X(45)  VALUE
011300       'POSTED  REDEEM INT     PENALTY    VARIANCE   '.
011400 01  WS-DETAIL-LINE.
011500     05  DL-BANK-NBR              PIC 9(03).
011600     05  FILLER                   PIC X(01)   VALUE SPACE.
011700     05  DL-ACCT-NBR              PIC X(09).
011800     05  FILLER                   PIC X(01)   VALUE SPACE.
011900     05  DL-PRODUCT               PIC X(04).
012000     05  FILLER                   PIC X(01)   VALUE SPACE.
012100     05  DL-COMPOUND              PIC X(01).
012200     05  FILLER                   PIC X(01)   VALUE SPACE.
012300     05  DL-DAY-BASIS             PIC 9(03).
012400     05  FILLER                   PIC X(01)   VALUE SPACE.
012500     05  DL-RATE                  PIC ZZ9.9999.
012600     05  FILLER                   PIC X(01)   VALUE SPACE.
012700     05  DL-WIN-FROM              PIC X(10).
012800     05  FILLER                   PIC X(01)   VALUE SPACE.
012900     05  DL-WIN-THRU              PIC X(10).
013000     05  FILLER                   PIC X(01)   VALUE SPACE.
013100     05  DL-OPEN-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
013200     05  FILLER                   PIC X(01)   VALUE SPACE.
013300     05  DL-RECOMPUTED            PIC ZZZ,ZZ9.99-.
013400     05  FILLER                   PIC X(01)   VALUE SPACE.
013500     05  DL-POSTED-INT            PIC ZZZ,ZZ9.99-.
013600     05  FILLER                   PIC X(01)   VALUE SPACE.
013700     05  DL-REDEEM-INT            PIC ZZZ,ZZ9.99-.
013800     05  FILLER                   PIC X(01)   VALUE SPACE.
013900     05  DL-PENALTY               PIC ZZZ,ZZ9.99-.
014000     05  FILLER                   PIC X(01)   VALUE SPACE.
014100     05  DL-VARIANCE              PIC ZZZ,ZZ9.99-.
014200     05  FILLER                   PIC X(02)   VALUE SPACE.
014300 01  WS-BP-HEADING.
014400     05  FILLER  PIC X(48)  VALUE
014500       'BNK PROD     CDS   OVER TOL        RECOMPUTED   '.
014600     05  FILLER  PIC X(48)  VALUE
014700       '          POSTED       NET VARIANCE             '.
014800     05  FILLER  PIC X(36)  VALUE SPACE.
014900 01  WS-BP-LINE.
015000     05  BL-BANK-NBR              PIC 9(03).
015100     05  FILLER                   PIC X(01)   VALUE SPACE.
015200     05  BL-PRODUCT               PIC X(04).
015300     05  FILLER                   PIC X(01)   VALUE SPACE.
015400     05  BL-VERIFIED              PIC ZZZ,ZZ9.
015500     05  FILLER                   PIC X(04)   VALUE SPACE.
015600     05  BL-OVER                  PIC ZZZ,ZZ9.
015700     05  FILLER                   PIC X(01)   VALUE SPACE.
015800     05  BL-RECOMPUTED            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015900     05  FILLER                   PIC X(01)   VALUE SPACE.
016000     05  BL-POSTED                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
016100     05  FILLER                   PIC X(01)   VALUE SPACE.
016200     05  BL-VARIANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
016300     05  FILLER                   PIC X(50)   VALUE SPACE.
016400 01  WS-TOTAL-LINE.
016500     05  TL-LABEL                 PIC X(26).
016600     05  TL-COUNT                 PIC ZZZ,ZZ9.
016700     05  FILLER                   PIC X(99)   VALUE SPACE.
016800*----------------------------------------------------------------
016900 LINKAGE SECTION.
017000 01  CDB510-PARM.
017100*    THE MONTH BEING VERIFIED, AS A FROM/THRU DATE PAIR SUPPLIED
017200*    BY THE SCHEDULER.  A QUARTERLY CD IS VERIFIED OVER THE
017300*    QUARTER THAT ENDS WITH A QUARTER-END MONTH.  INT-TX-CODE
017400*    NAMES THE INTEREST POSTINGS; TOLERANCE IS THE VARIANCE
017500*    ALLOWED BEFORE AN ACCOUNT LISTS ($.01 WHEN ZERO).
017600     05  CDB510-FROM-DATE          PIC X(10).
017700     05  CDB510-THRU-DATE          PIC X(10).
017800     05  CDB510-INT-TX-CODE        PIC 9(03).
017900     05  CDB510-TOLERANCE          PIC 9(03)V99.
018000*----------------------------------------------------------------
018100 PROCEDURE DIVISION USING CDB510-PARM.
018200*
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     PERFORM 2000-VERIFY-CDS THRU 2000-EXIT.
018600     PERFORM 6000-WRITE-BANK-PRODUCT THRU 6000-EXIT.
018700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018800     GOBACK.
018900*----------------------------------------------------------------
019000 1000-INITIALIZE.
019100     MOVE CDB510-TOLERANCE TO WS-TOLERANCE.
019200     IF  WS-TOLERANCE = ZERO
019300         MOVE .01 TO WS-TOLERANCE
019400     END-IF.
019500     IF  CDB510-THRU-DATE (6:2) = '03' OR '06' OR '09' OR '12'
019600         SET WS-QTR-END-MONTH TO TRUE
019700     END-IF.
019800     EXEC SQL
019900         SET :WS-QTR-FROM =
020000             CHAR(DATE(:CDB510-FROM-DATE) - 2 MONTHS, ISO)
020100     END-EXEC.
020200     OPEN OUTPUT RPT645-FILE.
020300     MOVE CDB510-FROM-DATE TO HD-FROM-DATE.
020400     MOVE CDB510-THRU-DATE TO HD-THRU-DATE.
020500     MOVE WS-TOLERANCE     TO HD-TOLERANCE.
020600     MOVE WS-HEADING-1 TO RPT645-RECORD.
020700     WRITE RPT645-RECORD.
020800     MOVE WS-HEADING-2 TO RPT645-RECORD.
020900     WRITE RPT645-RECORD.
021000 1000-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300 2000-VERIFY-CDS.
021400*    EVERY CD OPEN AT SOME POINT IN THE MONTH -- ACTIVE ONES
021500*    OPENED BY ITS END, AND CLOSED ONES THAT MATURED AFTER ITS
021600*    START.
021700     EXEC SQL
021800         DECLARE CSR510C CURSOR FOR
021900         SELECT CDM_BANK_NBR, CDM_ACCT_NBR, CDM_STATUS,
022000                CDM_OPEN_DATE, CDM_RATE, CDM_PRIOR_MATURITY,
022100                CDM_PRODUCT, CDM_COMPOUND, CDM_DAY_BASIS
022200           FROM CD.MASTER
022300          WHERE CDM_OPEN_DATE <= :CDB510-THRU-DATE
022400            AND (CDM_STATUS = 'A'
022500             OR  CDM_PRIOR_MATURITY > :CDB510-FROM-DATE)
022600          ORDER BY CDM_BANK_NBR, CDM_ACCT_NBR
022700     END-EXEC.
022800     EXEC SQL OPEN CSR510C END-EXEC.
022900     PERFORM 2100-FETCH-CD THRU 2100-EXIT.
023000     PERFORM 3000-VERIFY-ONE-CD THRU 3000-EXIT
023100         UNTIL WS-EOF-YES.
023200     EXEC SQL CLOSE CSR510C END-EXEC.
023300 2000-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600 2100-FETCH-CD.
023700     EXEC SQL
023800         FETCH CSR510C
023900          INTO :CDM-BANK-NBR, :CDM-ACCT-NBR, :CDM-STATUS,
024000               :CDM-OPEN-DATE, :CDM-RATE, :CDM-PRIOR-MATURITY,
024100               :CDM-PRODUCT, :CDM-COMPOUND, :CDM-DAY-BASIS
024200     END-EXEC.
024300     IF  SQLCODE NOT = ZERO
024400         SET WS-EOF-YES TO TRUE
024500     END-IF.
024600 2100-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900 3000-VERIFY-ONE-CD.
025000     ADD 1 TO WS-TOTAL-CDS.
025100*    THE CREDITING PERIOD -- THE MONTH, OR FOR A QUARTERLY CD
025200*    THE QUARTER, AND ONLY IN A QUARTER-END MONTH.
025300     MOVE CDB510-FROM-DATE TO WS-WIN-FROM.
025400     MOVE CDB510-THRU-DATE TO WS-WIN-THRU.
025500     IF  CDM-COMPOUND-QUARTERLY
025600         IF  NOT WS-QTR-END-MONTH
025700             ADD 1 TO WS-TOTAL-NOT-DUE
025800             GO TO 3000-NEXT-CD
025900         END-IF
026000         MOVE WS-QTR-FROM TO WS-WIN-FROM
026100     END-IF.
026200     MOVE WS-WIN-FROM TO WS-POST-FROM.
026300     IF  CDM-OPEN-DATE > WS-WIN-FROM
026400         MOVE CDM-OPEN-DATE TO WS-WIN-FROM
026500     END-IF.
026600*    THE MASTER CARRIES ONLY TODAY'S RATE.  AN ACTIVE CD THAT
026700*    RENEWED SINCE THE PERIOD BEGAN EARNED SOME OF IT AT ANOTHER
026800*    RATE, SO IT IS COUNTED RATHER THAN GUESSED AT.  A CLOSED
026900*    CD STOPS EARNING THE DAY BEFORE ITS MATURITY.
027000     IF  CDM-PRIOR-MATURITY > WS-WIN-FROM
027100     AND CDM-STATUS-ACTIVE
027200         ADD 1 TO WS-TOTAL-RATE-CHANGE
027300         GO TO 3000-NEXT-CD
027400     END-IF.
027500     IF  CDM-PRIOR-MATURITY > WS-WIN-FROM
027600     AND CDM-PRIOR-MATURITY NOT > WS-WIN-THRU
027700         EXEC SQL
027800             SET :WS-WIN-THRU =
027900                 CHAR(DATE(:CDM-PRIOR-MATURITY) - 1 DAY, ISO)
028000         END-EXEC
028100     END-IF.
028200     PERFORM 4000-RECOMPUTE THRU 4000-EXIT.
028300     PERFORM 5000-READ-POSTED THRU 5000-EXIT.
028400     ADD 1 TO WS-TOTAL-VERIFIED.
028500     COMPUTE WS-VARIANCE =
028600         WS-RECOMPUTED - WS-POSTED-INT - WS-REDEEM-INT.
028700     PERFORM 5500-POST-BANK-PRODUCT THRU 5500-EXIT.
028800     IF  WS-VARIANCE > WS-TOLERANCE
028900     OR  WS-VARIANCE < ZERO - WS-TOLERANCE
029000         ADD 1 TO WS-TOTAL-OVER
029100         ADD 1 TO WS-BP-OVER (WS-BP-FOUND)
029200         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
029300     END-IF.
029400 3000-NEXT-CD.
029500     PERFORM 2100-FETCH-CD THRU 2100-EXIT.
029600 3000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900 4000-RECOMPUTE.
030000*    THE BALANCE ENTERING THE PERIOD IS THE NET OF EVERY
030100*    POSTING DATED BEFORE IT -- CREDITED INTEREST INCLUDED,
030200*    WHICH IS HOW MONTHLY AND QUARTERLY CDS COMPOUND, EXCEPT ON
030300*    A SIMPLE-INTEREST CD.  INSIDE THE PERIOD THE BALANCE MOVES
030400*    WITH EACH DEPOSIT OR WITHDRAWAL, AND EACH RUN OF DAYS AT
030500*    ONE BALANCE ACCRUES SEPARATELY.
030600     COMPUTE WS-RATE-DEC = CDM-RATE / 100.
030700     MOVE ZERO TO WS-ACCRUED.
030800     EXEC SQL
030900         SELECT COALESCE(SUM(CASE WHEN CDH_DR_CR_IND = 'D'
031000                                  THEN 0 - CDH_TX_AMT
031100                                  ELSE CDH_TX_AMT END), 0)
031200           INTO :WS-OPEN-BALANCE
031300           FROM CD.HISTORY
031400          WHERE CDH_BANK_NBR = :CDM-BANK-NBR
031500            AND CDH_ACCT_NBR = :CDM-ACCT-NBR
031600            AND CDH_EFFECTIVE_DATE < :WS-WIN-FROM
031700            AND (:CDM-COMPOUND <> 'S'
031800             OR  CDH_TX_CODE <> :CDB510-INT-TX-CODE)
031900     END-EXEC.
032000     IF  SQLCODE NOT = ZERO
032100         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
032200     END-IF.
032300     MOVE WS-OPEN-BALANCE TO WS-BALANCE.
032400     MOVE WS-WIN-FROM     TO WS-SEG-START.
032500     EXEC SQL
032600         SET :WS-WIN-END-NEXT =
032700             CHAR(DATE(:WS-WIN-THRU) + 1 DAY, ISO)
032800     END-EXEC.
032900     EXEC SQL
033000         DECLARE CSR510S CURSOR FOR
033100         SELECT CDH_EFFECTIVE_DATE,
033200                CASE WHEN CDH_DR_CR_IND = 'D'
033300                     THEN 0 - CDH_TX_AMT
033400                     ELSE CDH_TX_AMT END
033500           FROM CD.HISTORY
033600          WHERE CDH_BANK_NBR = :CDM-BANK-NBR
033700            AND CDH_ACCT_NBR = :CDM-ACCT-NBR
033800            AND CDH_EFFECTIVE_DATE BETWEEN :WS-WIN-FROM
033900                                       AND :WS-WIN-THRU
034000            AND CDH_TX_CODE <> :CDB510-INT-TX-CODE
034100          ORDER BY CDH_EFFECTIVE_DATE, CDH_SEQUENCE
034200     END-EXEC.
034300     EXEC SQL OPEN CSR510S END-EXEC.
034400     MOVE 'N' TO WS-SEG-EOF-SW.
034500     PERFORM 4100-FETCH-SEGMENT THRU 4100-EXIT.
034600     PERFORM 4200-APPLY-ONE-POSTING THRU 4200-EXIT
034700         UNTIL WS-SEG-EOF.
034800     EXEC SQL CLOSE CSR510S END-EXEC.
034900     MOVE WS-WIN-END-NEXT TO WS-SEG-END.
035000     PERFORM 4500-ACCRUE-SEGMENT THRU 4500-EXIT.
035100     COMPUTE WS-RECOMPUTED ROUNDED = WS-ACCRUED.
035200 4000-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500 4100-FETCH-SEGMENT.
035600     EXEC SQL
035700         FETCH CSR510S
035800          INTO :WS-ROW-DATE, :WS-ROW-AMT
035900     END-EXEC.
036000     IF  SQLCODE NOT = ZERO
036100         SET WS-SEG-EOF TO TRUE
036200     END-IF.
036300 4100-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600 4200-APPLY-ONE-POSTING.
036700*    DAYS UP TO THE POSTING EARN ON THE OLD BALANCE; THE
036800*    POSTING'S OWN DAY EARNS ON THE NEW ONE.
036900     MOVE WS-ROW-DATE TO WS-SEG-END.
037000     PERFORM 4500-ACCRUE-SEGMENT THRU 4500-EXIT.
037100     ADD WS-ROW-AMT TO WS-BALANCE.
037200     PERFORM 4100-FETCH-SEGMENT THRU 4100-EXIT.
037300 4200-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600 4500-ACCRUE-SEGMENT.
037700*    DAILY COMPOUNDING GROWS THE BALANCE AND THE INTEREST
037800*    ALREADY ACCRUED BY (1 + RATE / BASIS) FOR EACH DAY; EVERY
037900*    OTHER METHOD ACCRUES SIMPLY WITHIN ITS CREDITING PERIOD.
038000     EXEC SQL
038100         SET :WS-SEG-DAYS =
038200             DAYS(DATE(:WS-SEG-END)) - DAYS(DATE(:WS-SEG-START))
038300     END-EXEC.
038400     IF  WS-SEG-DAYS NOT > ZERO
038500     OR  WS-BALANCE NOT > ZERO
038600         MOVE WS-SEG-END TO WS-SEG-START
038700         GO TO 4500-EXIT
038800     END-IF.
038900     IF  CDM-COMPOUND-DAILY
039000         COMPUTE WS-DAY-FACTOR =
039100             (1 + WS-RATE-DEC / CDM-DAY-BASIS) ** WS-SEG-DAYS
039200         COMPUTE WS-SEG-INT =
039300             (WS-BALANCE + WS-ACCRUED) * (WS-DAY-FACTOR - 1)
039400     ELSE
039500         COMPUTE WS-SEG-INT =
039600             WS-BALANCE * WS-RATE-DEC * WS-SEG-DAYS
039700             / CDM-DAY-BASIS
039800     END-IF.
039900     ADD WS-SEG-INT TO WS-ACCRUED.
040000     MOVE WS-SEG-END TO WS-SEG-START.
040100 4500-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400 5000-READ-POSTED.
040500*    WHAT THE CD SYSTEM ACTUALLY PAID FOR THE PERIOD -- THE NET
040600*    OF THE INTEREST POSTINGS (A REVERSAL NETS ITS ORIGINAL
040700*    OUT), THROUGH THE MATURITY DAY FOR A CD THAT CLOSED, PLUS
040800*    REDEMPTION INTEREST ON UNREVERSED REDEMPTIONS.  THE
040900*    PENALTY IS SHOWN BESIDE IT; IT IS FORFEITED, NOT EARNED
041000*    LESS.
041010*    A POSTING DATED D PAYS FOR THE DAYS THROUGH D - 1 (THE
041020*    SAME RULE 4200 ACCRUES BY): THE PERIOD'S INTEREST IS
041030*    CREDITED THE DAY AFTER IT ENDS, THE 1ST OF THE NEXT MONTH
041040*    OR A CLOSED CD'S MATURITY DAY, AND A REDEMPTION PAYS WHAT
041050*    ACCRUED BEFORE ITS DATE.  SO BOTH READS TAKE POSTINGS DATED
041060*    AFTER THE PERIOD'S FIRST DAY THROUGH THE DAY AFTER ITS LAST
041070*    -- HALF-OPEN, SO THE 1ST BELONGS TO THE PERIOD BEFORE AND
041080*    NEVER COUNTS TWICE.
041100     EXEC SQL
041200         SELECT COALESCE(SUM(CASE WHEN CDH_DR_CR_IND = 'D'
041300                                  THEN 0 - CDH_TX_AMT
041400                                  ELSE CDH_TX_AMT END), 0)
041500           INTO :WS-POSTED-INT
041600           FROM CD.HISTORY
041700          WHERE CDH_BANK_NBR = :CDM-BANK-NBR
041800            AND CDH_ACCT_NBR = :CDM-ACCT-NBR
041900            AND CDH_TX_CODE  = :CDB510-INT-TX-CODE
042000            AND CDH_EFFECTIVE_DATE >  :WS-POST-FROM
042100            AND CDH_EFFECTIVE_DATE <= :WS-WIN-END-NEXT
042200     END-EXEC.
042300     IF  SQLCODE NOT = ZERO
042400         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
042500     END-IF.
042600     EXEC SQL
042700         SELECT COALESCE(SUM(CDH_REDEMPTION_INT), 0),
042800                COALESCE(SUM(CDH_INT_PENALTY), 0)
042900           INTO :WS-REDEEM-INT, :WS-PENALTY
043000           FROM CD.HISTORY
043100          WHERE CDH_BANK_NBR = :CDM-BANK-NBR
043200            AND CDH_ACCT_NBR = :CDM-ACCT-NBR
043300            AND CDH_WITHDRAW_CODE > 0
043400            AND CDH_REVERSAL_CODE <> 'R'
043500            AND CDH_EFFECTIVE_DATE >  :WS-POST-FROM
043600            AND CDH_EFFECTIVE_DATE <= :WS-WIN-END-NEXT
043700     END-EXEC.
043800     IF  SQLCODE NOT = ZERO
043900         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
044000     END-IF.
044100 5000-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 5500-POST-BANK-PRODUCT.
044500     MOVE ZERO TO WS-BP-FOUND.
044600     PERFORM 5600-FIND-BANK-PRODUCT THRU 5600-EXIT
044700         VARYING WS-BP-IX FROM 1 BY 1
044800         UNTIL WS-BP-IX > WS-BP-MAX
044900            OR WS-BP-FOUND > ZERO.
045000     IF  WS-BP-FOUND = ZERO
045100         IF  WS-BP-MAX >= 200
045200             DISPLAY 'CDB510 - MORE THAN 200 BANK/PRODUCT '
045300                 'PAIRS, RAISE THE TABLE'
045400             MOVE 16 TO RETURN-CODE
045500             GOBACK
045600         END-IF
045700         ADD 1 TO WS-BP-MAX
045800         MOVE WS-BP-MAX    TO WS-BP-FOUND
045900         MOVE CDM-BANK-NBR TO WS-BP-BANK (WS-BP-FOUND)
046000         MOVE CDM-PRODUCT  TO WS-BP-PRODUCT (WS-BP-FOUND)
046100         MOVE ZERO TO WS-BP-VERIFIED (WS-BP-FOUND)
046200                      WS-BP-OVER (WS-BP-FOUND)
046300                      WS-BP-RECOMPUTED (WS-BP-FOUND)
046400                      WS-BP-POSTED (WS-BP-FOUND)
046500                      WS-BP-VARIANCE (WS-BP-FOUND)
046600     END-IF.
046700     ADD 1 TO WS-BP-VERIFIED (WS-BP-FOUND).
046800     ADD WS-RECOMPUTED TO WS-BP-RECOMPUTED (WS-BP-FOUND).
046900     ADD WS-POSTED-INT WS-REDEEM-INT
047000         TO WS-BP-POSTED (WS-BP-FOUND).
047100     ADD WS-VARIANCE   TO WS-BP-VARIANCE (WS-BP-FOUND).
047200 5500-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------
047500 5600-FIND-BANK-PRODUCT.
047600     IF  WS-BP-BANK (WS-BP-IX) = CDM-BANK-NBR
047700     AND WS-BP-PRODUCT (WS-BP-IX) = CDM-PRODUCT
047800         MOVE WS-BP-IX TO WS-BP-FOUND
047900     END-IF.
048000 5600-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------
048300 6000-WRITE-BANK-PRODUCT.
048400     MOVE SPACES TO RPT645-RECORD.
048500     WRITE RPT645-RECORD.
048600     MOVE WS-BP-HEADING TO RPT645-RECORD.
048700     WRITE RPT645-RECORD.
048800     PERFORM 6100-WRITE-ONE-PAIR THRU 6100-EXIT
048900         VARYING WS-BP-IX FROM 1 BY 1
049000         UNTIL WS-BP-IX > WS-BP-MAX.
049100 6000-EXIT.
049200     EXIT.
049300*----------------------------------------------------------------
049400 6100-WRITE-ONE-PAIR.
049500     MOVE WS-BP-BANK (WS-BP-IX)       TO BL-BANK-NBR.
049600     MOVE WS-BP-PRODUCT (WS-BP-IX)    TO BL-PRODUCT.
049700     MOVE WS-BP-VERIFIED (WS-BP-IX)   TO BL-VERIFIED.
049800     MOVE WS-BP-OVER (WS-BP-IX)       TO BL-OVER.
049900     MOVE WS-BP-RECOMPUTED (WS-BP-IX) TO BL-RECOMPUTED.
050000     MOVE WS-BP-POSTED (WS-BP-IX)     TO BL-POSTED.
050100     MOVE WS-BP-VARIANCE (WS-BP-IX)   TO BL-VARIANCE.
050200     MOVE WS-BP-LINE TO RPT645-RECORD.
050300     WRITE RPT645-RECORD.
050400 6100-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700 7000-WRITE-DETAIL.
050800     MOVE CDM-BANK-NBR    TO DL-BANK-NBR.
050900     MOVE CDM-ACCT-NBR    TO DL-ACCT-NBR.
051000     MOVE CDM-PRODUCT     TO DL-PRODUCT.
051100     MOVE CDM-COMPOUND    TO DL-COMPOUND.
051200     MOVE CDM-DAY-BASIS   TO DL-DAY-BASIS.
051300     MOVE CDM-RATE        TO DL-RATE.
051400     MOVE WS-WIN-FROM     TO DL-WIN-FROM.
051500     MOVE WS-WIN-THRU     TO DL-WIN-THRU.
051600     MOVE WS-OPEN-BALANCE TO DL-OPEN-BALANCE.
051700     MOVE WS-RECOMPUTED   TO DL-RECOMPUTED.
051800     MOVE WS-POSTED-INT   TO DL-POSTED-INT.
051900     MOVE WS-REDEEM-INT   TO DL-REDEEM-INT.
052000     MOVE WS-PENALTY      TO DL-PENALTY.
052100     MOVE WS-VARIANCE     TO DL-VARIANCE.
052200     MOVE WS-DETAIL-LINE TO RPT645-RECORD.
052300     WRITE RPT645-RECORD.
052400 7000-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 8000-FINALIZE.
052800     MOVE SPACES TO RPT645-RECORD.
052900     WRITE RPT645-RECORD.
053000     MOVE 'CDS OPEN IN THE PERIOD  - ' TO TL-LABEL.
053100     MOVE WS-TOTAL-CDS           TO TL-COUNT.
053200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
053300     MOVE 'INTEREST RECOMPUTED     - ' TO TL-LABEL.
053400     MOVE WS-TOTAL-VERIFIED      TO TL-COUNT.
053500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
053600     MOVE '  OVER TOLERANCE        - ' TO TL-LABEL.
053700     MOVE WS-TOTAL-OVER          TO TL-COUNT.
053800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
053900     MOVE 'RENEWED IN PERIOD, SKIP - ' TO TL-LABEL.
054000     MOVE WS-TOTAL-RATE-CHANGE   TO TL-COUNT.
054100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
054200     MOVE 'QUARTERLY, NOT DUE      - ' TO TL-LABEL.
054300     MOVE WS-TOTAL-NOT-DUE       TO TL-COUNT.
054400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
054500     CLOSE RPT645-FILE.
054600 8000-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900 8100-WRITE-TOTAL.
055000     MOVE WS-TOTAL-LINE TO RPT645-RECORD.
055100     WRITE RPT645-RECORD.
055200 8100-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500 9000-LOG-FATAL.
055600*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
055700*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
055800*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
055900     MOVE 'CDB510  '                TO ADMU501-PROGRAM.
056000     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
056100     MOVE SQLCODE                   TO ADMU501-SQLCODE.
056200     MOVE SPACES                    TO ADMU501-FILE-STATUS.
056300     MOVE CDM-ACCT-NBR              TO ADMU501-KEY-DATA.
056400     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
056500       TO ADMU501-MSG.
056600     CALL 'ADMU501' USING ADMU501-PARAMETERS.
056700 9000-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000 9100-SQL-FATAL.
057100     DISPLAY 'CDB510 - CD.HISTORY READ FAILED, SQLCODE '
057200         SQLCODE.
057300     PERFORM 9000-LOG-FATAL THRU 9000-EXIT.
057400     MOVE 16 TO RETURN-CODE.
057500     GOBACK.
057600 9100-EXIT.
057700     EXIT.
