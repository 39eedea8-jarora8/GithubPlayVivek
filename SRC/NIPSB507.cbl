000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NIPSB507.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  CIF SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NSF/OD FEE CAP    *
001500*                      ENFORCEMENT.  MODE D RUNS AFTER THE NIPS  *
001600*                      CHARGES POST AND COUNTS EACH ACCOUNT'S    *
001700*                      CHARGED ITEMS (NIPS-CHRG-IND, NIPS-TX-    *
001800*                      FEE) FOR THE POSTING DAY AND THE YEAR TO  *
001900*                      DATE.  A CHARGE OVER THE DAILY OR ANNUAL  *
002000*                      CAP (AMS.PROPS, PARM FALLBACK) IS         *
002100*                      REFUNDED AS A DSDS.PEND CREDIT AND        *
002200*                      STAMPED REFUNDED ON NIPS.DETAIL UNDER THE *
002300*                      SYSTEM OPERATOR, SO NIPSB501 AND THE GL   *
002400*                      FEED CARRY IT.  MODE M REPORTS THE        *
002500*                      MONTH'S CAPPED ACCOUNTS AND REFUNDED      *
002600*                      DOLLARS.                                  *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT649-FILE ASSIGN TO RPT649
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT649-FILE
004000     RECORDING MODE F.
004100 01  RPT649-RECORD               PIC X(132).
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
004600         88  WS-ROW-EOF-YES               VALUE 'Y'.
004700 01  WS-WORK-FIELDS.
004800     05  WS-POST-DATE             PIC X(10)   VALUE SPACE.
004900     05  WS-YEAR-FROM             PIC X(10)   VALUE SPACE.
005000     05  WS-MONTH-FROM            PIC X(10)   VALUE SPACE.
005100     05  WS-MONTH-TO              PIC X(10)   VALUE SPACE.
005200     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
005300     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
005400     05  WS-DAILY-CAP             PIC 9(03)   VALUE ZERO.
005500     05  WS-ANNUAL-CAP            PIC 9(03)   VALUE ZERO.
005600     05  WS-PREV-BANK             PIC S9(3)   COMP-3 VALUE -1.
005700     05  WS-PREV-ACCT             PIC S9(9)   COMP-3 VALUE -1.
005800     05  WS-DAY-COUNT             PIC S9(5)   COMP-3 VALUE +0.
005900     05  WS-YTD-COUNT             PIC S9(9)   COMP  VALUE +0.
006000     05  WS-REFUND-REASON         PIC X(30)   VALUE SPACE.
006100     05  WS-DAILY-REFUNDS         PIC S9(7)   COMP-3 VALUE +0.
006200     05  WS-ANNUAL-REFUNDS        PIC S9(7)   COMP-3 VALUE +0.
006300     05  WS-ACCT-REFUND-AMT       PIC S9(9)V99 COMP-3 VALUE +0.
006400     05  WS-TOTAL-CHECKED         PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-TOTAL-DAILY           PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-TOTAL-ANNUAL          PIC S9(7)   COMP  VALUE ZERO.
006800     05  WS-TOTAL-REFUNDED        PIC S9(7)   COMP  VALUE ZERO.
006900     05  WS-TOTAL-PEND-ERRORS     PIC S9(7)   COMP  VALUE ZERO.
007000     05  WS-TOTAL-REFUND-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
007100*    THE CAP REFUND REASONS -- THE MONTHLY REPORT SELECTS ON
007200*    THEM, SO THEY ARE SPELLED ONCE.
007300 01  WS-REASON-DAILY              PIC X(30)   VALUE
007400       'DAILY NSF/OD FEE CAP'.
007500 01  WS-REASON-ANNUAL             PIC X(30)   VALUE
007600       'ANNUAL NSF/OD FEE CAP'.
007700*----------------------------------------------------------------
007800*    THE CAPS IN FORCE, RESOLVED ONCE AT STARTUP -- AMS.PROPS
007900*    (AUDITED) WINS OVER THE CALLER-SUPPLIED PARM.
008000     COPY APICPYA1.
008100*----------------------------------------------------------------
008200     COPY ODBGLTXN.
008300*----------------------------------------------------------------
008400 01  WS-HEADING-1.
008500     05  FILLER  PIC X(39)  VALUE
008600       'NIPSB507  NSF/OD FEE CAP ENFORCEMENT - '.
008700     05  HD-DATE                  PIC X(10).
008800     05  FILLER                   PIC X(83)   VALUE SPACE.
008900 01  WS-HEADING-2.
009000     05  FILLER  PIC X(46)  VALUE
009100       'ACTION     BK  ACCT-NBR   SEQ            FEE  '.
009200     05  FILLER  PIC X(48)  VALUE
009300       'DAY   YTD  REASON                               '.
009400     05  FILLER  PIC X(38)  VALUE SPACE.
009500 01  WS-HEADING-3.
009600     05  FILLER  PIC X(48)  VALUE
009700       'BK  ACCT-NBR    DAY  YEAR ITEMS    REFUNDED     '.
009800     05  FILLER  PIC X(84)  VALUE SPACE.
009900 01  WS-DETAIL-LINE.
010000     05  DL-ACTION                PIC X(09).
010100     05  FILLER                   PIC X(02)   VALUE SPACE.
010200     05  DL-BANK-NBR              PIC 9(02).
010300     05  FILLER                   PIC X(02)   VALUE SPACE.
010400     05  DL-ACCT-NBR              PIC 9(09).
010500     05  FILLER                   PIC X(02)   VALUE SPACE.
010600     05  DL-SEQ-NBR               PIC 9(07).
010700     05  FILLER                   PIC X(02)   VALUE SPACE.
010800     05  DL-FEE                   PIC ZZ,ZZ9.99.
010900     05  FILLER                   PIC X(02)   VALUE SPACE.
011000     05  DL-DAY-COUNT             PIC ZZ9.
011100     05  FILLER                   PIC X(02)   VALUE SPACE.
011200     05  DL-YTD-COUNT             PIC ZZZ9.
011300     05  FILLER                   PIC X(02)   VALUE SPACE.
011400     05  DL-REASON                PIC X(30).
011500     05  FILLER                   PIC X(45)   VALUE SPACE.
011600 01  WS-MONTH-LINE.
011700     05  ML-BANK-NBR              PIC 9(02).
011800     05  FILLER                   PIC X(02)   VALUE SPACE.
011900     05  ML-ACCT-NBR              PIC 9(09).
012000     05  FILLER                   PIC X(02)   VALUE SPACE.
012100     05  ML-DAILY                 PIC ZZZ9.
012200     05  FILLER                   PIC X(02)   VALUE SPACE.
012300     05  ML-ANNUAL                PIC ZZZ9.
012400     05  FILLER                   PIC X(02)   VALUE SPACE.
012500     05  ML-ITEMS                 PIC ZZZ9.
012600     05  FILLER                   PIC X(02)   VALUE SPACE.
012700     05  ML-AMOUNT                PIC ZZZ,ZZ9.99.
012800     05  FILLER                   PIC X(89)   VALUE SPACE.
012900 01  WS-TOTAL-LINE.
013000     05  TL-LABEL                 PIC X(26).
013100     05  TL-COUNT                 PIC ZZZ,ZZ9.
013200     05  FILLER                   PIC X(99)   VALUE SPACE.
013300 01  WS-AMOUNT-LINE.
013400     05  AL-LABEL                 PIC X(26).
013500     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
013600     05  FILLER                   PIC X(92)   VALUE SPACE.
013700*----------------------------------------------------------------
013800 LINKAGE SECTION.
013900 01  NIPSB507-PARM.
014000*    THE MODE AND ITS DATE -- THE POSTING DAY FOR MODE D
014100*    (TODAY WHEN SPACES), ANY DAY IN THE MONTH FOR MODE M (LAST
014200*    MONTH WHEN SPACES).
014300     05  NIPSB507-MODE             PIC X(01).
014400         88  NIPSB507-MODE-DAILY       VALUE 'D'.
014500         88  NIPSB507-MODE-MONTHLY     VALUE 'M'.
014600     05  NIPSB507-DATE             PIC X(10).
014700*    THE DISCLOSED CAPS WHEN AMS.PROPS DOES NOT SET THEM.  A
014800*    ZERO CAP IS NOT ENFORCED.
014900     05  NIPSB507-DAILY-CAP        PIC 9(03).
015000     05  NIPSB507-ANNUAL-CAP       PIC 9(03).
015100*    PEND CODING FOR THE REFUND CREDIT, AND THE SYSTEM
015200*    OPERATOR THE REFUNDS ARE STAMPED UNDER.
015300     05  NIPSB507-REFUND-TX-CODE   PIC 9(03).
015400     05  NIPSB507-PEND-BATCH-NBR   PIC 9(05).
015500     05  NIPSB507-SYSTEM-OPER      PIC 9(05).
015600*----------------------------------------------------------------
015700 PROCEDURE DIVISION USING NIPSB507-PARM.
015800*
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     EVALUATE TRUE
016200         WHEN NIPSB507-MODE-DAILY
016300             PERFORM 2000-ENFORCE-CAPS THRU 2000-EXIT
016400         WHEN NIPSB507-MODE-MONTHLY
016500             PERFORM 5000-MONTHLY-REPORT THRU 5000-EXIT
016600         WHEN OTHER
016700             DISPLAY 'NIPSB507 - MODE MUST BE D OR M'
016800             MOVE 16 TO RETURN-CODE
016900     END-EVALUATE.
017000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017100     GOBACK.
017200*----------------------------------------------------------------
017300 0500-RESOLVE-CAPS.
017400*    THE AMS.PROPS KEYS, WHEN SET AND NUMERIC, OVERRIDE THE
017500*    CALLER'S PARM -- COMPLIANCE CHANGES THE DISCLOSED CAPS IN
017600*    ONE AUDITED PLACE.
017700     MOVE NIPSB507-DAILY-CAP  TO WS-DAILY-CAP.
017800     MOVE NIPSB507-ANNUAL-CAP TO WS-ANNUAL-CAP.
017900     MOVE SPACES TO AMSPRP-KEY-TEXT.
018000     MOVE 'NIPSB507.DAILY.CAP' TO AMSPRP-KEY-TEXT.
018100     MOVE +18 TO AMSPRP-KEY-LEN.
018200     EXEC SQL
018300         SELECT AMSPRP_VALUE
018400           INTO :AMSPRP-VALUE
018500           FROM AMS.PROPS
018600          WHERE AMSPRP_KEY = :AMSPRP-KEY
018700     END-EXEC.
018800     IF  SQLCODE = ZERO
018900     AND AMSPRP-VALUE-TEXT (1:3) NUMERIC
019000         MOVE AMSPRP-VALUE-TEXT (1:3) TO WS-DAILY-CAP
019100     END-IF.
019200     MOVE SPACES TO AMSPRP-KEY-TEXT.
019300     MOVE 'NIPSB507.ANNUAL.CAP' TO AMSPRP-KEY-TEXT.
019400     MOVE +19 TO AMSPRP-KEY-LEN.
019500     EXEC SQL
019600         SELECT AMSPRP_VALUE
019700           INTO :AMSPRP-VALUE
019800           FROM AMS.PROPS
019900          WHERE AMSPRP_KEY = :AMSPRP-KEY
020000     END-EXEC.
020100     IF  SQLCODE = ZERO
020200     AND AMSPRP-VALUE-TEXT (1:3) NUMERIC
020300         MOVE AMSPRP-VALUE-TEXT (1:3) TO WS-ANNUAL-CAP
020400     END-IF.
020500 0500-EXIT.
020600     EXIT.
020700*----------------------------------------------------------------
020800 1000-INITIALIZE.
020900     OPEN OUTPUT RPT649-FILE.
021000     MOVE NIPSB507-DATE TO WS-POST-DATE.
021100     IF  NIPSB507-MODE-MONTHLY
021200         IF  WS-POST-DATE = SPACES
021300             EXEC SQL
021400                 SET :WS-POST-DATE = CURRENT DATE - 1 MONTH
021500             END-EXEC
021600         END-IF
021700         EXEC SQL
021800             SET :WS-MONTH-FROM =
021900                 DATE(:WS-POST-DATE)
022000                 - (DAY(:WS-POST-DATE) - 1) DAYS
022100         END-EXEC
022200         EXEC SQL
022300             SET :WS-MONTH-TO =
022400                 DATE(:WS-MONTH-FROM) + 1 MONTH - 1 DAY
022500         END-EXEC
022600         MOVE WS-MONTH-FROM TO HD-DATE
022700     ELSE
022800         IF  WS-POST-DATE = SPACES
022900             EXEC SQL
023000                 SET :WS-POST-DATE = CURRENT DATE
023100             END-EXEC
023200         END-IF
023300         EXEC SQL
023400             SET :WS-YEAR-FROM =
023500                 DATE(:WS-POST-DATE)
023600                 - (DAYOFYEAR(:WS-POST-DATE) - 1) DAYS
023700         END-EXEC
023800         MOVE WS-POST-DATE TO HD-DATE
023900     END-IF.
024000     MOVE WS-HEADING-1 TO RPT649-RECORD.
024100     WRITE RPT649-RECORD.
024200     IF  NIPSB507-MODE-MONTHLY
024300         MOVE WS-HEADING-3 TO RPT649-RECORD
024400     ELSE
024500         MOVE WS-HEADING-2 TO RPT649-RECORD
024600     END-IF.
024700     WRITE RPT649-RECORD.
024800*    DSDS.PEND CARRIES ITS DATES PACKED CYYMMDD.
024900     EXEC SQL
025000         SET :WS-TODAY-PACKED =
025100             (YEAR(CURRENT DATE) - 1900) * 10000
025200             + MONTH(CURRENT DATE) * 100
025300             + DAY(CURRENT DATE)
025400     END-EXEC.
025500     PERFORM 0500-RESOLVE-CAPS THRU 0500-EXIT.
025600 1000-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900 2000-ENFORCE-CAPS.
026000*    THE POSTING DAY'S CHARGED ITEMS STILL STANDING, AN
026100*    ACCOUNT AT A TIME IN POSTING SEQUENCE.  A REFUNDED CHARGE
026200*    NO LONGER COUNTS TOWARD EITHER CAP, SO A RERUN FINDS
026300*    NOTHING LEFT OVER THE LINE.
026400     MOVE 'N' TO WS-ROW-EOF-SW.
026500     EXEC SQL
026600         DECLARE CSR507D CURSOR FOR
026700         SELECT NIPS_BANK_NBR, NIPS_ACCT_ID, NIPS_ACCT_NBR,
026800                NIPS_SEQ_NBR, NIPS_TX_FEE
026900           FROM NIPS.DETAIL
027000          WHERE NIPS_TX_DATE = :WS-POST-DATE
027100            AND NIPS_CHRG_IND = 'Y'
027200            AND NIPS_TX_FEE > 0
027300            AND NIPS_REFUND_IND <> 'Y'
027400            AND NIPS_UPDATE_SW <> 'X'
027500          ORDER BY NIPS_BANK_NBR, NIPS_ACCT_NBR, NIPS_SEQ_NBR
027600     END-EXEC.
027700     EXEC SQL OPEN CSR507D END-EXEC.
027800     PERFORM 2100-FETCH-CHARGE THRU 2100-EXIT.
027900     PERFORM 2200-CHECK-ONE-CHARGE THRU 2200-EXIT
028000         UNTIL WS-ROW-EOF-YES.
028100     EXEC SQL CLOSE CSR507D END-EXEC.
028200 2000-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500 2100-FETCH-CHARGE.
028600     EXEC SQL
028700         FETCH CSR507D
028800          INTO :NIPS-BANK-NBR, :NIPS-ACCT-ID, :NIPS-ACCT-NBR,
028900               :NIPS-SEQ-NBR, :NIPS-TX-FEE
029000     END-EXEC.
029100     IF  SQLCODE NOT = ZERO
029200         SET WS-ROW-EOF-YES TO TRUE
029300     END-IF.
029400 2100-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 2200-CHECK-ONE-CHARGE.
029800*    THE CHARGES ALREADY STANDING THIS YEAR BEFORE THE POSTING
029900*    DAY ARE COUNTED ONCE PER ACCOUNT; EACH CHARGE THE DAY
030000*    KEEPS ADDS TO BOTH COUNTS.
030100     IF  NIPS-BANK-NBR NOT = WS-PREV-BANK
030200     OR  NIPS-ACCT-NBR NOT = WS-PREV-ACCT
030300         PERFORM 3000-COUNT-PRIOR THRU 3000-EXIT
030400         MOVE NIPS-BANK-NBR TO WS-PREV-BANK
030500         MOVE NIPS-ACCT-NBR TO WS-PREV-ACCT
030600     END-IF.
030700     ADD 1 TO WS-TOTAL-CHECKED.
030800     MOVE SPACES TO WS-REFUND-REASON.
030900     IF  WS-DAILY-CAP > ZERO
031000     AND WS-DAY-COUNT NOT < WS-DAILY-CAP
031100         MOVE WS-REASON-DAILY TO WS-REFUND-REASON
031200     ELSE
031300         IF  WS-ANNUAL-CAP > ZERO
031400         AND WS-YTD-COUNT NOT < WS-ANNUAL-CAP
031500             MOVE WS-REASON-ANNUAL TO WS-REFUND-REASON
031600         END-IF
031700     END-IF.
031800     IF  WS-REFUND-REASON = SPACES
031900         ADD 1 TO WS-DAY-COUNT
032000         ADD 1 TO WS-YTD-COUNT
032100     ELSE
032200         PERFORM 4000-REFUND-CHARGE THRU 4000-EXIT
032300     END-IF.
032400     PERFORM 2100-FETCH-CHARGE THRU 2100-EXIT.
032500 2200-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800 3000-COUNT-PRIOR.
032900     ADD 1 TO WS-TOTAL-ACCOUNTS.
033000     MOVE ZERO TO WS-DAY-COUNT.
033100     MOVE ZERO TO WS-YTD-COUNT.
033200     EXEC SQL
033300         SELECT COUNT(*)
033400           INTO :WS-YTD-COUNT
033500           FROM NIPS.DETAIL
033600          WHERE NIPS_BANK_NBR = :NIPS-BANK-NBR
033700            AND NIPS_ACCT_NBR = :NIPS-ACCT-NBR
033800            AND NIPS_TX_DATE >= :WS-YEAR-FROM
033900            AND NIPS_TX_DATE <  :WS-POST-DATE
034000            AND NIPS_CHRG_IND = 'Y'
034100            AND NIPS_TX_FEE > 0
034200            AND NIPS_REFUND_IND <> 'Y'
034300            AND NIPS_UPDATE_SW <> 'X'
034400     END-EXEC.
034500     IF  SQLCODE NOT = ZERO
034600         MOVE ZERO TO WS-YTD-COUNT
034700     END-IF.
034800 3000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 4000-REFUND-CHARGE.
035200*    THE CREDIT GOES TO DSDS.PEND FIRST; ONLY A CHARGE WHOSE
035300*    CREDIT IS ON FILE IS STAMPED REFUNDED, SO A FAILED PEND
035400*    WRITE IS PICKED UP BY THE NEXT RUN.
035500     ADD 1 TO WS-SEQUENCE.
035600     EXEC SQL
035700         INSERT INTO DSDS.PEND
035800                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
035900                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
036000                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
036100                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
036200                 PEND_ITEM_COUNT)
036300         VALUES (:NIPS-BANK-NBR, :NIPS-ACCT-ID, :NIPS-ACCT-NBR,
036400                 :NIPSB507-REFUND-TX-CODE, :NIPS-TX-FEE,
036500                 :WS-TODAY-PACKED, :NIPSB507-PEND-BATCH-NBR,
036600                 :WS-SEQUENCE, 'NSF/OD FEE CAP REFUND',
036700                 'NIPSB507', :WS-TODAY-PACKED, 1)
036800     END-EXEC.
036900     IF  SQLCODE NOT = ZERO
037000         ADD 1 TO WS-TOTAL-PEND-ERRORS
037100         MOVE 'PEND-ERR ' TO DL-ACTION
037200         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
037300         GO TO 4000-EXIT
037400     END-IF.
037500     EXEC SQL
037600         UPDATE NIPS.DETAIL
037700            SET NIPS_REFUND_IND    = 'Y',
037800                NIPS_REFUND_REASON = :WS-REFUND-REASON,
037900                NIPS_REFUND_DATE   = CURRENT DATE,
038000                NIPS_REFUND_OPER   = :NIPSB507-SYSTEM-OPER,
038100                NIPS_LAST_MAINT    = CURRENT DATE
038200          WHERE NIPS_BANK_NBR = :NIPS-BANK-NBR
038300            AND NIPS_ACCT_NBR = :NIPS-ACCT-NBR
038400            AND NIPS_SEQ_NBR  = :NIPS-SEQ-NBR
038500     END-EXEC.
038600     IF  SQLCODE NOT = ZERO
038700         DISPLAY 'NIPSB507 - REFUND STAMP FAILED, SQLCODE '
038800             SQLCODE
038900     END-IF.
039000     ADD 1 TO WS-TOTAL-REFUNDED.
039100     ADD NIPS-TX-FEE TO WS-TOTAL-REFUND-AMT.
039200     IF  WS-REFUND-REASON = WS-REASON-DAILY
039300         ADD 1 TO WS-TOTAL-DAILY
039400     ELSE
039500         ADD 1 TO WS-TOTAL-ANNUAL
039600     END-IF.
039700     MOVE 'REFUNDED ' TO DL-ACTION.
039800     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
039900 4000-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200 4100-WRITE-DETAIL.
040300     MOVE NIPS-BANK-NBR    TO DL-BANK-NBR.
040400     MOVE NIPS-ACCT-NBR    TO DL-ACCT-NBR.
040500     MOVE NIPS-SEQ-NBR     TO DL-SEQ-NBR.
040600     MOVE NIPS-TX-FEE      TO DL-FEE.
040700     MOVE WS-DAY-COUNT     TO DL-DAY-COUNT.
040800     MOVE WS-YTD-COUNT     TO DL-YTD-COUNT.
040900     MOVE WS-REFUND-REASON TO DL-REASON.
041000     MOVE WS-DETAIL-LINE TO RPT649-RECORD.
041100     WRITE RPT649-RECORD.
041200 4100-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500 5000-MONTHLY-REPORT.
041600*    EVERY ACCOUNT THAT HIT A CAP IN THE MONTH, WITH HOW MANY
041700*    CHARGES EACH CAP TOOK BACK AND THE DOLLARS REFUNDED.
041800     MOVE 'N' TO WS-ROW-EOF-SW.
041900     EXEC SQL
042000         DECLARE CSR507M CURSOR FOR
042100         SELECT NIPS_BANK_NBR, NIPS_ACCT_NBR,
042200                SUM(CASE WHEN NIPS_REFUND_REASON =
042300                              :WS-REASON-DAILY
042400                         THEN 1 ELSE 0 END),
042500                SUM(CASE WHEN NIPS_REFUND_REASON =
042600                              :WS-REASON-ANNUAL
042700                         THEN 1 ELSE 0 END),
042800                SUM(NIPS_TX_FEE)
042900           FROM NIPS.DETAIL
043000          WHERE NIPS_REFUND_IND = 'Y'
043100            AND NIPS_REFUND_OPER = :NIPSB507-SYSTEM-OPER
043200            AND NIPS_REFUND_REASON IN (:WS-REASON-DAILY,
043300                                       :WS-REASON-ANNUAL)
043400            AND NIPS_REFUND_DATE BETWEEN :WS-MONTH-FROM
043500                                     AND :WS-MONTH-TO
043600          GROUP BY NIPS_BANK_NBR, NIPS_ACCT_NBR
043700          ORDER BY NIPS_BANK_NBR, NIPS_ACCT_NBR
043800     END-EXEC.
043900     EXEC SQL OPEN CSR507M END-EXEC.
044000     PERFORM 5100-FETCH-ACCOUNT THRU 5100-EXIT.
044100     PERFORM 5200-LIST-ONE-ACCOUNT THRU 5200-EXIT
044200         UNTIL WS-ROW-EOF-YES.
044300     EXEC SQL CLOSE CSR507M END-EXEC.
044400 5000-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700 5100-FETCH-ACCOUNT.
044800     EXEC SQL
044900         FETCH CSR507M
045000          INTO :NIPS-BANK-NBR, :NIPS-ACCT-NBR,
045100               :WS-DAILY-REFUNDS, :WS-ANNUAL-REFUNDS,
045200               :WS-ACCT-REFUND-AMT
045300     END-EXEC.
045400     IF  SQLCODE NOT = ZERO
045500         SET WS-ROW-EOF-YES TO TRUE
045600     END-IF.
045700 5100-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000 5200-LIST-ONE-ACCOUNT.
046100     ADD 1 TO WS-TOTAL-ACCOUNTS.
046200     ADD WS-DAILY-REFUNDS  TO WS-TOTAL-DAILY.
046300     ADD WS-ANNUAL-REFUNDS TO WS-TOTAL-ANNUAL.
046400     ADD WS-ACCT-REFUND-AMT TO WS-TOTAL-REFUND-AMT.
046500     MOVE NIPS-BANK-NBR     TO ML-BANK-NBR.
046600     MOVE NIPS-ACCT-NBR     TO ML-ACCT-NBR.
046700     MOVE WS-DAILY-REFUNDS  TO ML-DAILY.
046800     MOVE WS-ANNUAL-REFUNDS TO ML-ANNUAL.
046900     COMPUTE ML-ITEMS = WS-DAILY-REFUNDS + WS-ANNUAL-REFUNDS.
047000     MOVE WS-ACCT-REFUND-AMT TO ML-AMOUNT.
047100     MOVE WS-MONTH-LINE TO RPT649-RECORD.
047200     WRITE RPT649-RECORD.
047300     PERFORM 5100-FETCH-ACCOUNT THRU 5100-EXIT.
047400 5200-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700 8000-FINALIZE.
047800     MOVE 'DAILY CAP IN FORCE      -' TO TL-LABEL.
047900     MOVE WS-DAILY-CAP TO TL-COUNT.
048000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
048100     MOVE 'ANNUAL CAP IN FORCE     -' TO TL-LABEL.
048200     MOVE WS-ANNUAL-CAP TO TL-COUNT.
048300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
048400     IF  NIPSB507-MODE-MONTHLY
048500         MOVE 'ACCOUNTS CAPPED         -' TO TL-LABEL
048600         MOVE WS-TOTAL-ACCOUNTS TO TL-COUNT
048700         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
048800     ELSE
048900         MOVE 'CHARGES CHECKED         -' TO TL-LABEL
049000         MOVE WS-TOTAL-CHECKED TO TL-COUNT
049100         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
049200         MOVE 'ACCOUNTS CHARGED        -' TO TL-LABEL
049300         MOVE WS-TOTAL-ACCOUNTS TO TL-COUNT
049400         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
049500         MOVE 'PEND WRITE ERRORS       -' TO TL-LABEL
049600         MOVE WS-TOTAL-PEND-ERRORS TO TL-COUNT
049700         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
049800     END-IF.
049900     MOVE 'REFUNDED - DAILY CAP    -' TO TL-LABEL.
050000     MOVE WS-TOTAL-DAILY TO TL-COUNT.
050100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
050200     MOVE 'REFUNDED - ANNUAL CAP   -' TO TL-LABEL.
050300     MOVE WS-TOTAL-ANNUAL TO TL-COUNT.
050400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
050500     MOVE 'REFUNDED DOLLARS        -' TO AL-LABEL.
050600     MOVE WS-TOTAL-REFUND-AMT TO AL-AMOUNT.
050700     MOVE WS-AMOUNT-LINE TO RPT649-RECORD.
050800     WRITE RPT649-RECORD.
050900     CLOSE RPT649-FILE.
051000 8000-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300 8100-WRITE-TOTAL.
051400     MOVE WS-TOTAL-LINE TO RPT649-RECORD.
051500     WRITE RPT649-RECORD.
051600 8100-EXIT.
051700     EXIT.
