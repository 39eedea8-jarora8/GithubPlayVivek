000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NIPSB506.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  PAY/RETURN        *
001500*                      DECISIONING FOR THE DAY'S NIPS ITEMS.     *
001600*                      MODE D RUNS BEFORE THE NIPS REVIEW AND    *
001700*                      MEASURES EACH ITEM AGAINST THE BALANCE    *
001800*                      NET OF FINQ HOLDS AND UNCOLLECTED         *
001900*                      DEPOSITS, THE OSBD501 OVERDRAFT LINE AND  *
002000*                      THE DSDS.CRTSYPAY COURTESY-PAY LIMIT.     *
002100*                      ACCOUNTS WITH A REGULATORY-HOLD REMARK    *
002200*                      (CIF.ACCTRMX) OR AN OPEN KITING SUSPECT   *
002300*                      (DSDS.KITESUSP) ARE RETURNED.  THE        *
002400*                      RECOMMENDATION AND ITS REASON GO ON       *
002500*                      NIPS.PAYDECN AND PRESET NIPS-PAY-IND;     *
002600*                      ONLY THE JUDGEMENT CALLS PRINT FOR        *
002700*                      REVIEW.  MODE O RUNS AFTER THE REVIEW     *
002800*                      AND REPORTS EVERY RECOMMENDATION THE      *
002900*                      OPERATORS OVERRODE, BY OPERATOR, WITH     *
003000*                      THE OVERRIDE RATES.                       *
003010*                                                                *
003020*   10/15/2026 RM     THE DAY'S OVERDRAFT-PROTECTION TRANSFER   *
003030*                      INTO THE ACCOUNT (DSDS.ODPXFER, MADE BY   *
003040*                      NIPSB509 AHEAD OF THIS RUN) COUNTS IN     *
003050*                      ITS AVAILABLE BALANCE, SO THE ITEMS IT    *
003060*                      COVERS ARE PAID FROM AVAILABLE FUNDS.     *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OSBD501-FILE ASSIGN TO OSBD501
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS ODH-ACCT-NO
004300         FILE STATUS IS WS-OSBD-STATUS.
004400     SELECT RPT648-FILE ASSIGN TO RPT648
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OSBD501-FILE.
004900 01  OSBD501-RECORD.
005000     COPY DSDSOSBD.
005100 FD  RPT648-FILE
005200     RECORDING MODE F.
005300 01  RPT648-RECORD               PIC X(132).
005400*----------------------------------------------------------------
005500 WORKING-STORAGE SECTION.
005600 01  WS-SWITCHES.
005700     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
005800         88  WS-ROW-EOF-YES               VALUE 'Y'.
005900     05  WS-REG-HOLD-SW           PIC X       VALUE 'N'.
006000         88  WS-REG-HOLD-YES              VALUE 'Y'.
006100     05  WS-KITING-SW             PIC X       VALUE 'N'.
006200         88  WS-KITING-YES                VALUE 'Y'.
006300 01  WS-WORK-FIELDS.
006400     05  WS-OSBD-STATUS           PIC XX      VALUE '00'.
006500     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
006600     05  WS-WINDOW-FROM           PIC X(10)   VALUE SPACE.
006700     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
006800     05  WS-PREV-BANK             PIC S9(3)   COMP-3 VALUE -1.
006900     05  WS-PREV-ACCT             PIC S9(9)   COMP-3 VALUE -1.
007000     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
007100     05  WS-ACCT-NBR-X REDEFINES WS-ACCT-NBR-9
007200                                  PIC X(09).
007300     05  WS-HELD-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007400     05  WS-AVAIL-BAL             PIC S9(11)V99 COMP-3 VALUE +0.
007450     05  WS-ODP-XFER-AMT          PIC S9(11)V99 COMP-3 VALUE +0.
007500     05  WS-AFTER-BAL             PIC S9(11)V99 COMP-3 VALUE +0.
007600     05  WS-OVERDRAWN             PIC S9(11)V99 COMP-3 VALUE +0.
007700     05  WS-OD-AVAIL              PIC S9(11)V99 COMP-3 VALUE +0.
007800     05  WS-CRTSY-LIMIT           PIC S9(5)V99 COMP-3 VALUE +0.
007900     05  WS-ROW-COUNT             PIC S9(9)   COMP  VALUE +0.
008000     05  WS-KITE-DAYS             PIC S9(9)   COMP  VALUE +0.
008100     05  WS-KITE-MIN              PIC S9(4)   COMP  VALUE +0.
008200     05  WS-OVERRIDE-ID           PIC S9(5)   COMP-3 VALUE +0.
008300     05  WS-PREV-OVERRIDE-ID      PIC S9(5)   COMP-3 VALUE +0.
008400     05  WS-IND                   PIC X(01)   VALUE SPACE.
008500     05  WS-IND-TEXT              PIC X(06)   VALUE SPACE.
008600     05  WS-REASON-TEXT           PIC X(30)   VALUE SPACE.
008700     05  WS-PCT                   PIC S9(3)V9 COMP-3 VALUE +0.
008800     05  WS-GROUP-COUNT           PIC S9(7)   COMP  VALUE ZERO.
008900     05  WS-GROUP-EXCEPT          PIC S9(7)   COMP  VALUE ZERO.
009000     05  WS-TOTAL-DECIDED         PIC S9(7)   COMP  VALUE ZERO.
009100     05  WS-TOTAL-PAY             PIC S9(7)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-RETURN          PIC S9(7)   COMP  VALUE ZERO.
009300     05  WS-TOTAL-EXCEPTIONS      PIC S9(7)   COMP  VALUE ZERO.
009400     05  WS-TOTAL-REG-HOLD        PIC S9(7)   COMP  VALUE ZERO.
009500     05  WS-TOTAL-KITING          PIC S9(7)   COMP  VALUE ZERO.
009600     05  WS-TOTAL-REVIEWED        PIC S9(7)   COMP  VALUE ZERO.
009700     05  WS-TOTAL-OVERRIDDEN      PIC S9(7)   COMP  VALUE ZERO.
009800     05  WS-TOTAL-EXC-OVERRIDDEN  PIC S9(7)   COMP  VALUE ZERO.
009900     05  WS-FIRM-COUNT            PIC S9(7)   COMP  VALUE ZERO.
010000     05  WS-FIRM-OVERRIDDEN       PIC S9(7)   COMP  VALUE ZERO.
010100 01  WS-ACCT-KEY-WORK.
010200     05  FILLER                   PIC X(16)   VALUE SPACES.
010300     05  WS-ACCT-KEY-NBR          PIC 9(09).
010400*    THE ELEMENTARY COPY OF THE BUILT KEY -- THE FORM THE SQL
010500*    HOST-VARIABLE REFERENCES NEED.
010600 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
010700*----------------------------------------------------------------
010800     COPY ODBGLTXN.
010900*----------------------------------------------------------------
011000     COPY NIPSPDEC.
011100*----------------------------------------------------------------
011200     COPY ADMU501P.
011300*----------------------------------------------------------------
011400 01  WS-HEADING-1.
011500     05  FILLER  PIC X(132) VALUE
011600       'NIPSB506  NIPS PAY/RETURN DECISIONING'.
011700 01  WS-HEADING-2.
011800     05  FILLER  PIC X(43)  VALUE
011900       'BK  ACCT-NBR   SEQ             AMOUNT      '.
012000     05  FILLER  PIC X(46)  VALUE
012100       'AVAILABLE        OD AVAIL      CRTSY  REC     '.
012200     05  FILLER  PIC X(43)  VALUE
012300       'REASON                                     '.
012400 01  WS-HEADING-3.
012500     05  FILLER  PIC X(46)  VALUE
012600       ' OPER  BK  ACCT-NBR   SEQ             AMOUNT  '.
012700     05  FILLER  PIC X(48)  VALUE
012800       'REC     FINAL   REASON                          '.
012900     05  FILLER  PIC X(38)  VALUE
013000       'REVIEW                                '.
013100 01  WS-DETAIL-LINE.
013200     05  DL-BANK-NBR              PIC 9(02).
013300     05  FILLER                   PIC X(02)   VALUE SPACE.
013400     05  DL-ACCT-NBR              PIC 9(09).
013500     05  FILLER                   PIC X(02)   VALUE SPACE.
013600     05  DL-SEQ-NBR               PIC 9(07).
013700     05  FILLER                   PIC X(02)   VALUE SPACE.
013800     05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
013900     05  FILLER                   PIC X(02)   VALUE SPACE.
014000     05  DL-AVAIL                 PIC ZZ,ZZZ,ZZ9.99-.
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  DL-OD-AVAIL              PIC ZZ,ZZZ,ZZ9.99.
014300     05  FILLER                   PIC X(02)   VALUE SPACE.
014400     05  DL-CRTSY                 PIC ZZ,ZZ9.99.
014500     05  FILLER                   PIC X(02)   VALUE SPACE.
014600     05  DL-REC                   PIC X(06).
014700     05  FILLER                   PIC X(02)   VALUE SPACE.
014800     05  DL-REASON                PIC X(30).
014900     05  FILLER                   PIC X(13)   VALUE SPACE.
015000 01  WS-OVERRIDE-LINE.
015100     05  OL-OPER-ID               PIC ZZZZ9.
015200     05  FILLER                   PIC X(02)   VALUE SPACE.
015300     05  OL-BANK-NBR              PIC 9(02).
015400     05  FILLER                   PIC X(02)   VALUE SPACE.
015500     05  OL-ACCT-NBR              PIC 9(09).
015600     05  FILLER                   PIC X(02)   VALUE SPACE.
015700     05  OL-SEQ-NBR               PIC 9(07).
015800     05  FILLER                   PIC X(02)   VALUE SPACE.
015900     05  OL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
016000     05  FILLER                   PIC X(02)   VALUE SPACE.
016100     05  OL-REC                   PIC X(06).
016200     05  FILLER                   PIC X(02)   VALUE SPACE.
016300     05  OL-FINAL                 PIC X(06).
016400     05  FILLER                   PIC X(02)   VALUE SPACE.
016500     05  OL-REASON                PIC X(30).
016600     05  FILLER                   PIC X(02)   VALUE SPACE.
016700     05  OL-REVIEW                PIC X(09).
016800     05  FILLER                   PIC X(29)   VALUE SPACE.
016900 01  WS-GROUP-TOTAL-LINE.
017000     05  FILLER       PIC X(06) VALUE SPACE.
017100     05  FILLER       PIC X(09) VALUE 'OPERATOR '.
017200     05  GT-OPER-ID               PIC ZZZZ9.
017300     05  FILLER       PIC X(13) VALUE ' OVERRIDES - '.
017400     05  GT-COUNT                 PIC ZZZ,ZZ9.
017500     05  FILLER       PIC X(18) VALUE ', ON EXCEPTIONS - '.
017600     05  GT-EXCEPT                PIC ZZZ,ZZ9.
017700     05  FILLER                   PIC X(67)   VALUE SPACE.
017800 01  WS-TOTAL-LINE.
017900     05  TL-LABEL                 PIC X(26).
018000     05  TL-COUNT                 PIC ZZZ,ZZ9.
018100     05  FILLER                   PIC X(99)   VALUE SPACE.
018200 01  WS-RATE-LINE.
018300     05  RL-LABEL                 PIC X(26).
018400     05  RL-PCT                   PIC ZZZ9.9.
018500     05  FILLER                   PIC X(100)  VALUE ' PCT'.
018600*----------------------------------------------------------------
018700 LINKAGE SECTION.
018800 01  NIPSB506-PARM.
018900*    THE MODE, AND THE KITING RULE THAT MAKES AN ACCOUNT AN
019000*    OPEN SUSPECT -- THE SAME WINDOW AND MINIMUM DAY COUNT
019100*    THE DSDSB527 SUSPECT REPORT RANKS ON.
019200     05  NIPSB506-MODE             PIC X(01).
019300         88  NIPSB506-MODE-DECIDE      VALUE 'D'.
019400         88  NIPSB506-MODE-OVERRIDES   VALUE 'O'.
019500     05  NIPSB506-KITE-WINDOW-DAYS PIC 9(03).
019600     05  NIPSB506-KITE-MIN-DAYS    PIC 9(03).
019700*----------------------------------------------------------------
019800 PROCEDURE DIVISION USING NIPSB506-PARM.
019900*
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     EVALUATE TRUE
020300         WHEN NIPSB506-MODE-DECIDE
020400             PERFORM 2000-DECIDE-ITEMS THRU 2000-EXIT
020500         WHEN NIPSB506-MODE-OVERRIDES
020600             PERFORM 5000-REPORT-OVERRIDES THRU 5000-EXIT
020700         WHEN OTHER
020800             DISPLAY 'NIPSB506 - MODE MUST BE D OR O'
020900             MOVE 16 TO RETURN-CODE
021000     END-EVALUATE.
021100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021200     GOBACK.
021300*----------------------------------------------------------------
021400 1000-INITIALIZE.
021500     OPEN OUTPUT RPT648-FILE.
021600     MOVE WS-HEADING-1 TO RPT648-RECORD.
021700     WRITE RPT648-RECORD.
021800     IF  NIPSB506-MODE-OVERRIDES
021900         MOVE WS-HEADING-3 TO RPT648-RECORD
022000     ELSE
022100         MOVE WS-HEADING-2 TO RPT648-RECORD
022200     END-IF.
022300     WRITE RPT648-RECORD.
022400*    FINQ CARRIES ITS DATES PACKED CYYMMDD.
022500     EXEC SQL
022600         SET :WS-TODAY-PACKED =
022700             (YEAR(CURRENT DATE) - 1900) * 10000
022800             + MONTH(CURRENT DATE) * 100
022900             + DAY(CURRENT DATE)
023000     END-EXEC.
023100     EXEC SQL
023200         SET :WS-WINDOW-FROM =
023300             CURRENT DATE - :NIPSB506-KITE-WINDOW-DAYS DAYS
023400     END-EXEC.
023500     MOVE NIPSB506-KITE-MIN-DAYS TO WS-KITE-MIN.
023600     IF  WS-KITE-MIN < 1
023700         MOVE 1 TO WS-KITE-MIN
023800     END-IF.
023900 1000-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------
024200 2000-DECIDE-ITEMS.
024300*    THE DAY'S ITEMS NOT YET DECIDED, AN ACCOUNT AT A TIME IN
024400*    SEQUENCE ORDER SO EACH PAID ITEM DRAWS DOWN WHAT IS LEFT
024500*    FOR THE NEXT.  A BSA-BLOCKED (X) ITEM IS NOT DECIDED, AND
024600*    A RERUN LEAVES ALREADY-DECIDED ITEMS -- AND ANY OPERATOR
024700*    CHANGE TO THEM -- ALONE.
024800     OPEN INPUT OSBD501-FILE.
024900     IF  WS-OSBD-STATUS NOT = '00'
025000         DISPLAY 'NIPSB506 - OSBD501 I/O ERROR, STATUS '
025100             WS-OSBD-STATUS
025200         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     MOVE 'N' TO WS-ROW-EOF-SW.
025700     EXEC SQL
025800         DECLARE CSR506D CURSOR FOR
025900         SELECT D.NIPS_BANK_NBR, D.NIPS_ACCT_NBR,
026000                D.NIPS_SEQ_NBR, D.NIPS_TX_AMT,
026100                D.NIPS_CURR_BAL, D.NIPS_TX_DATE
026200           FROM NIPS.DETAIL D
026300          WHERE D.NIPS_TX_DATE = CURRENT DATE
026400            AND D.NIPS_UPDATE_SW <> 'X'
026500            AND NOT EXISTS
026600                (SELECT 1 FROM NIPS.PAYDECN P
026700                  WHERE P.PDEC_BANK_NBR = D.NIPS_BANK_NBR
026800                    AND P.PDEC_ACCT_NBR = D.NIPS_ACCT_NBR
026900                    AND P.PDEC_SEQ_NBR  = D.NIPS_SEQ_NBR)
027000          ORDER BY D.NIPS_BANK_NBR, D.NIPS_ACCT_NBR,
027100                   D.NIPS_SEQ_NBR
027200     END-EXEC.
027300     EXEC SQL OPEN CSR506D END-EXEC.
027400     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
027500     PERFORM 2200-DECIDE-ONE-ITEM THRU 2200-EXIT
027600         UNTIL WS-ROW-EOF-YES.
027700     EXEC SQL CLOSE CSR506D END-EXEC.
027800     CLOSE OSBD501-FILE.
027900 2000-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 2100-FETCH-ITEM.
028300     EXEC SQL
028400         FETCH CSR506D
028500          INTO :NIPS-BANK-NBR, :NIPS-ACCT-NBR,
028600               :NIPS-SEQ-NBR, :NIPS-TX-AMT,
028700               :NIPS-CURR-BAL, :NIPS-TX-DATE
028800     END-EXEC.
028900     IF  SQLCODE NOT = ZERO
029000         SET WS-ROW-EOF-YES TO TRUE
029100     END-IF.
029200 2100-EXIT.
029300     EXIT.
029400*----------------------------------------------------------------
029500 2200-DECIDE-ONE-ITEM.
029600     IF  NIPS-BANK-NBR NOT = WS-PREV-BANK
029700     OR  NIPS-ACCT-NBR NOT = WS-PREV-ACCT
029800         PERFORM 3000-LOAD-ACCOUNT THRU 3000-EXIT
029900         MOVE NIPS-BANK-NBR TO WS-PREV-BANK
030000         MOVE NIPS-ACCT-NBR TO WS-PREV-ACCT
030100     END-IF.
030200     PERFORM 4000-RECOMMEND THRU 4000-EXIT.
030300     PERFORM 4100-RECORD-DECISION THRU 4100-EXIT.
030400     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
030500 2200-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------
030800 3000-LOAD-ACCOUNT.
030900*    EVERYTHING THE DECISION NEEDS ABOUT THE ACCOUNT, ONCE PER
031000*    ACCOUNT.  THE FIRST ITEM'S NIPS-CURR-BAL IS THE LEDGER
031100*    BALANCE THE DAY'S ITEMS POST AGAINST.
031200     MOVE NIPS-BANK-NBR TO WS-BANK-NBR.
031300     MOVE NIPS-ACCT-NBR TO WS-ACCT-NBR-9.
031400*    ACTIVE HOLDS PLUS THE UNAVAILABLE SLICE OF UNRELEASED
031500*    DEPOSITS, AS THE FINQB506 CARD FEED NETS THEM.
031600     MOVE ZERO TO WS-HELD-AMT.
031700     EXEC SQL
031800         SELECT COALESCE(SUM(HELD_AMT), 0)
031900           INTO :WS-HELD-AMT
032000           FROM (SELECT HOLD_AMOUNT AS HELD_AMT
032100                   FROM FINQ.HOLD
032200                  WHERE HOLD_BANK_NBR = :WS-BANK-NBR
032300                    AND HOLD_ACCT_NBR = :WS-ACCT-NBR-X
032400                    AND HOLD_RELEASE_DATE > :WS-TODAY-PACKED
032500                 UNION ALL
032600                 SELECT DEP_AMOUNT - DEP_AMOUNT_AVAIL
032700                   FROM FINQ.DEPOSIT
032800                  WHERE DEP_BANK_NBR = :WS-BANK-NBR
032900                    AND DEP_ACCT_NBR = :WS-ACCT-NBR-X
033000                    AND DEP_RELEASE_DATE > :WS-TODAY-PACKED
033100                    AND DEP_AMOUNT > DEP_AMOUNT_AVAIL) HELD
033200     END-EXEC.
033300     IF  SQLCODE NOT = ZERO
033400         MOVE ZERO TO WS-HELD-AMT
033500     END-IF.
033600     COMPUTE WS-AVAIL-BAL = NIPS-CURR-BAL - WS-HELD-AMT.
033605*    AN OVERDRAFT-PROTECTION TRANSFER NIPSB509 MADE INTO THE
033610*    ACCOUNT TODAY IS ON ITS WAY THROUGH DSDS.PEND -- IT COUNTS.
033615     MOVE ZERO TO WS-ODP-XFER-AMT.
033620     EXEC SQL
033625         SELECT COALESCE(SUM(ODPX_XFER_AMT), 0)
033630           INTO :WS-ODP-XFER-AMT
033635           FROM DSDS.ODPXFER
033640          WHERE ODPX_BANK_NBR  = :NIPS-BANK-NBR
033645            AND ODPX_ACCT_NBR  = :NIPS-ACCT-NBR
033650            AND ODPX_POST_DATE = :WS-TODAY-PACKED
033655     END-EXEC.
033660     IF  SQLCODE NOT = ZERO
033665         MOVE ZERO TO WS-ODP-XFER-AMT
033670     END-IF.
033675     ADD WS-ODP-XFER-AMT TO WS-AVAIL-BAL.
033700*    THE UNDRAWN PART OF THE OVERDRAFT-BANKING LINE.
033800     MOVE ZERO TO WS-OD-AVAIL.
033900     MOVE NIPS-ACCT-NBR TO ODH-ACCT-NO.
034000     READ OSBD501-FILE
034100         INVALID KEY
034200             CONTINUE
034300     END-READ.
034400     IF  WS-OSBD-STATUS = '00'
034500         IF  ODH-BANK-NO = NIPS-BANK-NBR
034600         AND ODH-AUTH-CR-LIMIT > ODH-ODB-LOAN-BAL
034700             COMPUTE WS-OD-AVAIL =
034800                 ODH-AUTH-CR-LIMIT - ODH-ODB-LOAN-BAL
034900         END-IF
035000     ELSE
035100         IF  WS-OSBD-STATUS NOT = '23'
035200             DISPLAY 'NIPSB506 - OSBD501 I/O ERROR, STATUS '
035300                 WS-OSBD-STATUS
035400             PERFORM 9000-LOG-FATAL THRU 9000-EXIT
035500             MOVE 16 TO RETURN-CODE
035600             GOBACK
035700         END-IF
035800     END-IF.
035900     MOVE ZERO TO WS-CRTSY-LIMIT.
036000     EXEC SQL
036100         SELECT COALESCE(MAX(CPY_LIMIT), 0)
036200           INTO :WS-CRTSY-LIMIT
036300           FROM DSDS.CRTSYPAY
036400          WHERE CPY_BANK_NO = :WS-BANK-NBR
036500            AND CPY_ACCT_NO = :NIPS-ACCT-NBR
036600     END-EXEC.
036700     IF  SQLCODE NOT = ZERO
036800         MOVE ZERO TO WS-CRTSY-LIMIT
036900     END-IF.
037000*    AN UNEXPIRED REGULATORY-HOLD REMARK ON THE DDA.
037100     MOVE 'N' TO WS-REG-HOLD-SW.
037200     MOVE NIPS-ACCT-NBR TO WS-ACCT-KEY-NBR.
037300     MOVE WS-ACCT-KEY-WORK TO WS-ACCT-KEY-25.
037400     MOVE ZERO TO WS-ROW-COUNT.
037500     EXEC SQL
037600         SELECT COUNT(*)
037700           INTO :WS-ROW-COUNT
037800           FROM CIF.ACCTRMX
037900          WHERE ACCTR_BANK_NBR = :WS-BANK-NBR
038000            AND ACCTR_FILE_ID  = 'DDA '
038100            AND ACCTR_KEY      = :WS-ACCT-KEY-25
038200            AND ACCTR_CODE BETWEEN 101 AND 104
038300            AND ACCTR_EXPIRATION >= CURRENT DATE
038400     END-EXEC.
038500     IF  SQLCODE = ZERO
038600     AND WS-ROW-COUNT > ZERO
038700         SET WS-REG-HOLD-YES TO TRUE
038800     END-IF.
038900*    AN OPEN KITING SUSPECT -- ENOUGH DAYS RIDING UNCOLLECTED
039000*    FUNDS INSIDE THE WINDOW.
039100     MOVE 'N' TO WS-KITING-SW.
039200     MOVE ZERO TO WS-KITE-DAYS.
039300     EXEC SQL
039400         SELECT COUNT(*)
039500           INTO :WS-KITE-DAYS
039600           FROM DSDS.KITESUSP
039700          WHERE KITE_BANK_NBR  = :WS-BANK-NBR
039800            AND KITE_ACCT_NBR  = :WS-ACCT-NBR-X
039900            AND KITE_SUSP_DATE >= :WS-WINDOW-FROM
040000     END-EXEC.
040100     IF  SQLCODE = ZERO
040200     AND WS-KITE-DAYS NOT < WS-KITE-MIN
040300         SET WS-KITING-YES TO TRUE
040400     END-IF.
040500 3000-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 4000-RECOMMEND.
040900*    FIRM RETURNS FIRST, THEN THE ITEM AGAINST WHAT IS LEFT --
041000*    AVAILABLE BALANCE, THEN THE OVERDRAFT LINE, THEN COURTESY
041100*    PAY.  COURTESY-PAY PAYS AND RETURNS THAT ONLY THE HOLDS
041200*    CAUSED ARE THE JUDGEMENT CALLS THE OPERATORS SEE.
041300     MOVE SPACES TO NIPS-PAYDECN.
041400     MOVE 'N'    TO PDEC-EXCEPT-IND.
041500     MOVE WS-AVAIL-BAL   TO PDEC-AVAIL-BAL.
041600     MOVE WS-OD-AVAIL    TO PDEC-OD-AVAIL.
041700     MOVE WS-CRTSY-LIMIT TO PDEC-CRTSY-LIMIT.
041800     IF  WS-REG-HOLD-YES
041900         MOVE 'R'  TO PDEC-REC-IND
042000         MOVE 'RH' TO PDEC-REASON
042100         ADD 1 TO WS-TOTAL-REG-HOLD
042200         GO TO 4000-EXIT
042300     END-IF.
042400     IF  WS-KITING-YES
042500         MOVE 'R'  TO PDEC-REC-IND
042600         MOVE 'KS' TO PDEC-REASON
042700         ADD 1 TO WS-TOTAL-KITING
042800         GO TO 4000-EXIT
042900     END-IF.
043000     COMPUTE WS-AFTER-BAL = WS-AVAIL-BAL - NIPS-TX-AMT.
043100     IF  WS-AFTER-BAL NOT < ZERO
043200         MOVE 'P'  TO PDEC-REC-IND
043300         MOVE 'AV' TO PDEC-REASON
043400         MOVE WS-AFTER-BAL TO WS-AVAIL-BAL
043500         GO TO 4000-EXIT
043600     END-IF.
043700     COMPUTE WS-OVERDRAWN = ZERO - WS-AFTER-BAL.
043800     IF  WS-OVERDRAWN NOT > WS-OD-AVAIL
043900         MOVE 'P'  TO PDEC-REC-IND
044000         MOVE 'OD' TO PDEC-REASON
044100         MOVE WS-AFTER-BAL TO WS-AVAIL-BAL
044200         GO TO 4000-EXIT
044300     END-IF.
044400     IF  WS-OVERDRAWN NOT > WS-OD-AVAIL + WS-CRTSY-LIMIT
044500         MOVE 'P'  TO PDEC-REC-IND
044600         MOVE 'CP' TO PDEC-REASON
044700         MOVE 'Y'  TO PDEC-EXCEPT-IND
044800         MOVE WS-AFTER-BAL TO WS-AVAIL-BAL
044900         GO TO 4000-EXIT
045000     END-IF.
045100     MOVE 'R' TO PDEC-REC-IND.
045200     IF  WS-OVERDRAWN NOT >
045300             WS-OD-AVAIL + WS-CRTSY-LIMIT + WS-HELD-AMT
045400         MOVE 'HF' TO PDEC-REASON
045500         MOVE 'Y'  TO PDEC-EXCEPT-IND
045600     ELSE
045700         MOVE 'NF' TO PDEC-REASON
045800     END-IF.
045900 4000-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 4100-RECORD-DECISION.
046300     MOVE NIPS-BANK-NBR TO PDEC-BANK-NBR.
046400     MOVE NIPS-ACCT-NBR TO PDEC-ACCT-NBR.
046500     MOVE NIPS-SEQ-NBR  TO PDEC-SEQ-NBR.
046600     MOVE NIPS-TX-DATE  TO PDEC-TX-DATE.
046700     MOVE NIPS-TX-AMT   TO PDEC-TX-AMT.
046800     MOVE ZERO          TO PDEC-OVERRIDE-ID.
046900     EXEC SQL
047000         INSERT INTO NIPS.PAYDECN
047100                (PDEC_BANK_NBR, PDEC_ACCT_NBR, PDEC_SEQ_NBR,
047200                 PDEC_TX_DATE, PDEC_TX_AMT, PDEC_REC_IND,
047300                 PDEC_REASON, PDEC_EXCEPT_IND, PDEC_AVAIL_BAL,
047400                 PDEC_CRTSY_LIMIT, PDEC_OD_AVAIL,
047500                 PDEC_DECN_DATE, PDEC_FINAL_IND,
047600                 PDEC_OVERRIDE_ID)
047700         VALUES (:PDEC-BANK-NBR, :PDEC-ACCT-NBR,
047800                 :PDEC-SEQ-NBR, :PDEC-TX-DATE, :PDEC-TX-AMT,
047900                 :PDEC-REC-IND, :PDEC-REASON,
048000                 :PDEC-EXCEPT-IND, :PDEC-AVAIL-BAL,
048100                 :PDEC-CRTSY-LIMIT, :PDEC-OD-AVAIL,
048200                 CURRENT DATE, ' ', 0)
048300     END-EXEC.
048400     IF  SQLCODE NOT = ZERO
048500         DISPLAY 'NIPSB506 - DECISION INSERT FAILED, SQLCODE '
048600             SQLCODE
048700         GO TO 4100-EXIT
048800     END-IF.
048900     EXEC SQL
049000         UPDATE NIPS.DETAIL
049100            SET NIPS_PAY_IND = :PDEC-REC-IND,
049200                NIPS_LAST_MAINT = CURRENT DATE
049300          WHERE NIPS_BANK_NBR = :NIPS-BANK-NBR
049400            AND NIPS_ACCT_NBR = :NIPS-ACCT-NBR
049500            AND NIPS_SEQ_NBR  = :NIPS-SEQ-NBR
049600     END-EXEC.
049700     IF  SQLCODE NOT = ZERO
049800         DISPLAY 'NIPSB506 - PAY-IND PRESET FAILED, SQLCODE '
049900             SQLCODE
050000     END-IF.
050100     ADD 1 TO WS-TOTAL-DECIDED.
050200     IF  PDEC-REC-PAY
050300         ADD 1 TO WS-TOTAL-PAY
050400     ELSE
050500         ADD 1 TO WS-TOTAL-RETURN
050600     END-IF.
050700     IF  NOT PDEC-EXCEPTION
050800         GO TO 4100-EXIT
050900     END-IF.
051000     ADD 1 TO WS-TOTAL-EXCEPTIONS.
051100     MOVE PDEC-REC-IND TO WS-IND.
051200     PERFORM 7000-IND-TEXT THRU 7000-EXIT.
051300     PERFORM 7100-REASON-TEXT THRU 7100-EXIT.
051400     MOVE NIPS-BANK-NBR    TO DL-BANK-NBR.
051500     MOVE NIPS-ACCT-NBR    TO DL-ACCT-NBR.
051600     MOVE NIPS-SEQ-NBR     TO DL-SEQ-NBR.
051700     MOVE NIPS-TX-AMT      TO DL-AMOUNT.
051800     MOVE PDEC-AVAIL-BAL   TO DL-AVAIL.
051900     MOVE PDEC-OD-AVAIL    TO DL-OD-AVAIL.
052000     MOVE PDEC-CRTSY-LIMIT TO DL-CRTSY.
052100     MOVE WS-IND-TEXT      TO DL-REC.
052200     MOVE WS-REASON-TEXT   TO DL-REASON.
052300     MOVE WS-DETAIL-LINE TO RPT648-RECORD.
052400     WRITE RPT648-RECORD.
052500 4100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800 5000-REPORT-OVERRIDES.
052900*    THE DAY'S DECISIONS AGAINST THE NIPS-PAY-IND THE REVIEW
053000*    LEFT.  A CHANGED INDICATOR IS AN OVERRIDE, CREDITED TO THE
053100*    AUTHORIZING OPERATOR WHEN THERE IS ONE AND THE ENTERING
053200*    OPERATOR OTHERWISE.  THE OUTCOME IS KEPT ON THE DECISION
053300*    ROW, SO A RERUN RESTATES RATHER THAN DOUBLE-COUNTS.
053400     MOVE 'N' TO WS-ROW-EOF-SW.
053500     EXEC SQL
053600         DECLARE CSR506O CURSOR FOR
053700         SELECT P.PDEC_BANK_NBR, P.PDEC_ACCT_NBR,
053800                P.PDEC_SEQ_NBR, P.PDEC_TX_AMT,
053900                P.PDEC_REC_IND, P.PDEC_REASON,
054000                P.PDEC_EXCEPT_IND, D.NIPS_PAY_IND,
054100                CASE WHEN D.NIPS_PAY_IND = P.PDEC_REC_IND
054200                     THEN 0
054300                     WHEN D.NIPS_AUTH_ID <> 0
054400                     THEN D.NIPS_AUTH_ID
054500                     ELSE D.NIPS_OPER_ID
054600                END
054700           FROM NIPS.PAYDECN P
054800           JOIN NIPS.DETAIL D
054900             ON D.NIPS_BANK_NBR = P.PDEC_BANK_NBR
055000            AND D.NIPS_ACCT_NBR = P.PDEC_ACCT_NBR
055100            AND D.NIPS_SEQ_NBR  = P.PDEC_SEQ_NBR
055200          WHERE P.PDEC_DECN_DATE = CURRENT DATE
055300          ORDER BY 9, P.PDEC_BANK_NBR, P.PDEC_ACCT_NBR,
055400                   P.PDEC_SEQ_NBR
055500     END-EXEC.
055600     EXEC SQL OPEN CSR506O END-EXEC.
055700     PERFORM 5100-FETCH-DECISION THRU 5100-EXIT.
055800     IF  NOT WS-ROW-EOF-YES
055900         MOVE WS-OVERRIDE-ID TO WS-PREV-OVERRIDE-ID
056000     END-IF.
056100     PERFORM 5200-REVIEW-ONE-DECISION THRU 5200-EXIT
056200         UNTIL WS-ROW-EOF-YES.
056300     PERFORM 5300-WRITE-GROUP-TOTAL THRU 5300-EXIT.
056400     EXEC SQL CLOSE CSR506O END-EXEC.
056500 5000-EXIT.
056600     EXIT.
056700*----------------------------------------------------------------
056800 5100-FETCH-DECISION.
056900     EXEC SQL
057000         FETCH CSR506O
057100          INTO :PDEC-BANK-NBR, :PDEC-ACCT-NBR,
057200               :PDEC-SEQ-NBR, :PDEC-TX-AMT,
057300               :PDEC-REC-IND, :PDEC-REASON,
057400               :PDEC-EXCEPT-IND, :NIPS-PAY-IND,
057500               :WS-OVERRIDE-ID
057600     END-EXEC.
057700     IF  SQLCODE NOT = ZERO
057800         SET WS-ROW-EOF-YES TO TRUE
057900     END-IF.
058000 5100-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 5200-REVIEW-ONE-DECISION.
058400*    A CHANGE OF OVERRIDING OPERATOR ROLLS THE PRIOR
058500*    OPERATOR'S TOTALS.  RECOMMENDATIONS THAT STOOD SORT FIRST
058600*    (OPERATOR ZERO) AND ONLY COUNT.
058700     IF  WS-OVERRIDE-ID NOT = WS-PREV-OVERRIDE-ID
058800         PERFORM 5300-WRITE-GROUP-TOTAL THRU 5300-EXIT
058900         MOVE WS-OVERRIDE-ID TO WS-PREV-OVERRIDE-ID
059000     END-IF.
059100     EXEC SQL
059200         UPDATE NIPS.PAYDECN
059300            SET PDEC_FINAL_IND   = :NIPS-PAY-IND,
059400                PDEC_OVERRIDE_ID = :WS-OVERRIDE-ID
059500          WHERE PDEC_BANK_NBR = :PDEC-BANK-NBR
059600            AND PDEC_ACCT_NBR = :PDEC-ACCT-NBR
059700            AND PDEC_SEQ_NBR  = :PDEC-SEQ-NBR
059800     END-EXEC.
059900     ADD 1 TO WS-TOTAL-REVIEWED.
060000     IF  PDEC-EXCEPTION
060100         ADD 1 TO WS-TOTAL-EXCEPTIONS
060200     END-IF.
060300     IF  WS-OVERRIDE-ID = ZERO
060400         GO TO 5200-FETCH-NEXT
060500     END-IF.
060600     ADD 1 TO WS-TOTAL-OVERRIDDEN.
060700     ADD 1 TO WS-GROUP-COUNT.
060800     IF  PDEC-EXCEPTION
060900         ADD 1 TO WS-TOTAL-EXC-OVERRIDDEN
061000         ADD 1 TO WS-GROUP-EXCEPT
061100         MOVE 'EXCEPTION' TO OL-REVIEW
061200     ELSE
061300         MOVE 'FIRM     ' TO OL-REVIEW
061400     END-IF.
061500     MOVE PDEC-REC-IND TO WS-IND.
061600     PERFORM 7000-IND-TEXT THRU 7000-EXIT.
061700     MOVE WS-IND-TEXT      TO OL-REC.
061800     MOVE NIPS-PAY-IND     TO WS-IND.
061900     PERFORM 7000-IND-TEXT THRU 7000-EXIT.
062000     MOVE WS-IND-TEXT      TO OL-FINAL.
062100     PERFORM 7100-REASON-TEXT THRU 7100-EXIT.
062200     MOVE WS-OVERRIDE-ID   TO OL-OPER-ID.
062300     MOVE PDEC-BANK-NBR    TO OL-BANK-NBR.
062400     MOVE PDEC-ACCT-NBR    TO OL-ACCT-NBR.
062500     MOVE PDEC-SEQ-NBR     TO OL-SEQ-NBR.
062600     MOVE PDEC-TX-AMT      TO OL-AMOUNT.
062700     MOVE WS-REASON-TEXT   TO OL-REASON.
062800     MOVE WS-OVERRIDE-LINE TO RPT648-RECORD.
062900     WRITE RPT648-RECORD.
063000 5200-FETCH-NEXT.
063100     PERFORM 5100-FETCH-DECISION THRU 5100-EXIT.
063200 5200-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500 5300-WRITE-GROUP-TOTAL.
063600     IF  WS-GROUP-COUNT > ZERO
063700         MOVE WS-PREV-OVERRIDE-ID TO GT-OPER-ID
063800         MOVE WS-GROUP-COUNT      TO GT-COUNT
063900         MOVE WS-GROUP-EXCEPT     TO GT-EXCEPT
064000         MOVE WS-GROUP-TOTAL-LINE TO RPT648-RECORD
064100         WRITE RPT648-RECORD
064200     END-IF.
064300     MOVE ZERO TO WS-GROUP-COUNT.
064400     MOVE ZERO TO WS-GROUP-EXCEPT.
064500 5300-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800 7000-IND-TEXT.
064900     EVALUATE WS-IND
065000         WHEN 'P'
065100             MOVE 'PAY   ' TO WS-IND-TEXT
065200         WHEN 'R'
065300             MOVE 'RETURN' TO WS-IND-TEXT
065400         WHEN OTHER
065500             MOVE WS-IND   TO WS-IND-TEXT
065600     END-EVALUATE.
065700 7000-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000 7100-REASON-TEXT.
066100     EVALUATE TRUE
066200         WHEN PDEC-REASON-AVAILABLE
066300             MOVE 'AVAILABLE BALANCE' TO WS-REASON-TEXT
066400         WHEN PDEC-REASON-OD-LINE
066500             MOVE 'OVERDRAFT LINE' TO WS-REASON-TEXT
066600         WHEN PDEC-REASON-COURTESY
066700             MOVE 'COURTESY-PAY LIMIT' TO WS-REASON-TEXT
066800         WHEN PDEC-REASON-HELD-FUNDS
066900             MOVE 'SHORT ONLY BY HELD FUNDS' TO WS-REASON-TEXT
067000         WHEN PDEC-REASON-NSF
067100             MOVE 'NSF PAST ALL LIMITS' TO WS-REASON-TEXT
067200         WHEN PDEC-REASON-REG-HOLD
067300             MOVE 'REGULATORY-HOLD REMARK' TO WS-REASON-TEXT
067400         WHEN PDEC-REASON-KITING
067500             MOVE 'OPEN KITING SUSPECT' TO WS-REASON-TEXT
067600         WHEN OTHER
067700             MOVE PDEC-REASON TO WS-REASON-TEXT
067800     END-EVALUATE.
067900 7100-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------
068200 8000-FINALIZE.
068300     IF  NIPSB506-MODE-OVERRIDES
068400         PERFORM 8200-OVERRIDE-TOTALS THRU 8200-EXIT
068500     ELSE
068600         MOVE 'ITEMS DECIDED           -' TO TL-LABEL
068700         MOVE WS-TOTAL-DECIDED TO TL-COUNT
068800         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
068900         MOVE 'RECOMMENDED PAY         -' TO TL-LABEL
069000         MOVE WS-TOTAL-PAY TO TL-COUNT
069100         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
069200         MOVE 'RECOMMENDED RETURN      -' TO TL-LABEL
069300         MOVE WS-TOTAL-RETURN TO TL-COUNT
069400         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
069500         MOVE '  REGULATORY HOLD       -' TO TL-LABEL
069600         MOVE WS-TOTAL-REG-HOLD TO TL-COUNT
069700         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
069800         MOVE '  KITING SUSPECT        -' TO TL-LABEL
069900         MOVE WS-TOTAL-KITING TO TL-COUNT
070000         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
070100         MOVE 'EXCEPTIONS FOR REVIEW   -' TO TL-LABEL
070200         MOVE WS-TOTAL-EXCEPTIONS TO TL-COUNT
070300         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
070400     END-IF.
070500     CLOSE RPT648-FILE.
070600 8000-EXIT.
070700     EXIT.
070800*----------------------------------------------------------------
070900 8100-WRITE-TOTAL.
071000     MOVE WS-TOTAL-LINE TO RPT648-RECORD.
071100     WRITE RPT648-RECORD.
071200 8100-EXIT.
071300     EXIT.
071400*----------------------------------------------------------------
071500 8200-OVERRIDE-TOTALS.
071600     MOVE 'DECISIONS REVIEWED      -' TO TL-LABEL.
071700     MOVE WS-TOTAL-REVIEWED TO TL-COUNT.
071800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071900     MOVE 'OVERRIDDEN - ALL ITEMS  -' TO TL-LABEL.
072000     MOVE WS-TOTAL-OVERRIDDEN TO TL-COUNT.
072100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072200     MOVE 'EXCEPTIONS              -' TO TL-LABEL.
072300     MOVE WS-TOTAL-EXCEPTIONS TO TL-COUNT.
072400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072500     MOVE 'OVERRIDDEN - EXCEPTIONS -' TO TL-LABEL.
072600     MOVE WS-TOTAL-EXC-OVERRIDDEN TO TL-COUNT.
072700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072800     COMPUTE WS-FIRM-COUNT =
072900         WS-TOTAL-REVIEWED - WS-TOTAL-EXCEPTIONS.
073000     COMPUTE WS-FIRM-OVERRIDDEN =
073100         WS-TOTAL-OVERRIDDEN - WS-TOTAL-EXC-OVERRIDDEN.
073200     MOVE 'OVERRIDDEN - FIRM ITEMS -' TO TL-LABEL.
073300     MOVE WS-FIRM-OVERRIDDEN TO TL-COUNT.
073400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073500     MOVE ZERO TO WS-PCT.
073600     IF  WS-TOTAL-REVIEWED > ZERO
073700         COMPUTE WS-PCT ROUNDED =
073800             WS-TOTAL-OVERRIDDEN * 100 / WS-TOTAL-REVIEWED
073900     END-IF.
074000     MOVE 'OVERRIDE RATE - ALL     -' TO RL-LABEL.
074100     PERFORM 8300-WRITE-RATE THRU 8300-EXIT.
074200     MOVE ZERO TO WS-PCT.
074300     IF  WS-TOTAL-EXCEPTIONS > ZERO
074400         COMPUTE WS-PCT ROUNDED =
074500             WS-TOTAL-EXC-OVERRIDDEN * 100 / WS-TOTAL-EXCEPTIONS
074600     END-IF.
074700     MOVE 'OVERRIDE RATE - EXCEPT  -' TO RL-LABEL.
074800     PERFORM 8300-WRITE-RATE THRU 8300-EXIT.
074900     MOVE ZERO TO WS-PCT.
075000     IF  WS-FIRM-COUNT > ZERO
075100         COMPUTE WS-PCT ROUNDED =
075200             WS-FIRM-OVERRIDDEN * 100 / WS-FIRM-COUNT
075300     END-IF.
075400     MOVE 'OVERRIDE RATE - FIRM    -' TO RL-LABEL.
075500     PERFORM 8300-WRITE-RATE THRU 8300-EXIT.
075600 8200-EXIT.
075700     EXIT.
075800*----------------------------------------------------------------
075900 8300-WRITE-RATE.
076000     MOVE WS-PCT TO RL-PCT.
076100     MOVE WS-RATE-LINE TO RPT648-RECORD.
076200     WRITE RPT648-RECORD.
076300 8300-EXIT.
076400     EXIT.
076500*----------------------------------------------------------------
076600 9000-LOG-FATAL.
076700*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
076800*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
076900*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
077000     MOVE 'NIPSB506'                TO ADMU501-PROGRAM.
077100     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
077200     MOVE SQLCODE                   TO ADMU501-SQLCODE.
077300     MOVE WS-OSBD-STATUS            TO ADMU501-FILE-STATUS.
077400     MOVE SPACES                    TO ADMU501-KEY-DATA.
077500     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
077600       TO ADMU501-MSG.
077700     CALL 'ADMU501' USING ADMU501-PARAMETERS.
077800 9000-EXIT.
077900     EXIT.
