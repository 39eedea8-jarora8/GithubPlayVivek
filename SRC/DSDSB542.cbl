000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB542.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  YEAR-END HSA      *
001500*                      TAX EXTRACTS INTO IRS.PENDLST, SHAPED     *
001600*                      LIKE THE DSDSB515 ODB FEED.  FORM C IS    *
001700*                      FORM 5498-SA -- THE YEAR'S CONTRIBUTIONS  *
001800*                      OFF DSDS.HSATXN (POST-YR-IND C), THE      *
001900*                      ONES MADE BY THE APRIL DEADLINE OF THE    *
002000*                      FOLLOWING YEAR FOR IT (POST-YR-IND P),    *
002100*                      AND THE YEAR-END FAIR MARKET VALUE FROM   *
002200*                      DSDS.HSAMAST.  FORM D IS FORM 1099-SA --  *
002300*                      ONE ROW PER ACCOUNT AND DISTRIBUTION      *
002400*                      CODE, THE CODE IN IRSPL-EARN-TYPE.  A     *
002500*                      RERUN REPLACES THE ROWS THIS PROGRAM      *
002600*                      WROTE FOR THE SAME FORM AND YEAR.         *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT641-FILE ASSIGN TO RPT641
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT641-FILE
004000     RECORDING MODE F.
004100 01  RPT641-RECORD               PIC X(132).
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SW                PIC X       VALUE 'N'.
004600         88  WS-EOF-YES                   VALUE 'Y'.
004700 01  WS-WORK-FIELDS.
004800     05  WS-NEXT-YEAR-START       PIC S9(7)   COMP-3 VALUE +0.
004900     05  WS-ROW-BANK              PIC S9(3)   COMP-3 VALUE +0.
005000     05  WS-ROW-ACCT-NBR          PIC S9(9)   COMP-3 VALUE +0.
005100     05  WS-ROW-CODE              PIC X(01)   VALUE SPACE.
005200     05  WS-ROW-FMV               PIC S9(11)V99 COMP-3 VALUE +0.
005300     05  WS-ROW-CURR-AMT          PIC S9(9)V99 COMP-3 VALUE +0.
005400     05  WS-ROW-PRIOR-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
005500     05  WS-IRS-AMT               PIC S9(9)V99 COMP-3 VALUE +0.
005600     05  WS-IRS-FMV               PIC S9(9)V99 COMP-3 VALUE +0.
005700     05  WS-IRS-EARN-TYPE         PIC X(01)   VALUE SPACE.
005800     05  WS-IRS-POST-YR-IND       PIC X(01)   VALUE SPACE.
005900     05  WS-ACCT-NBR-X            PIC X(14)   VALUE SPACE.
006000     05  FILLER REDEFINES WS-ACCT-NBR-X.
006100         10  FILLER               PIC X(05).
006200         10  WS-ACCT-NBR-9        PIC 9(09).
006300     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
006400     05  WS-TOTAL-WRITTEN         PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-TOTAL-REPLACED        PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-TOTAL-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
006800     05  WS-TOTAL-FMV             PIC S9(11)V99 COMP-3 VALUE +0.
006900*----------------------------------------------------------------
007000     COPY KATCPYA2.
007100*----------------------------------------------------------------
007200     COPY DSDSHSAM.
007300*----------------------------------------------------------------
007400     COPY DSDSHSAT.
007500*----------------------------------------------------------------
007600 01  WS-HEADING-1.
007700     05  FILLER  PIC X(46)  VALUE
007800       'DSDSB542  YEAR-END HSA TAX FEED TO IRS.PENDLST'.
007900     05  FILLER  PIC X(07)  VALUE ' FORM '.
008000     05  HD-FORM                  PIC X(07).
008100     05  FILLER  PIC X(11)  VALUE '  TAX YEAR '.
008200     05  HD-TAX-YEAR              PIC 9(04).
008300     05  FILLER                   PIC X(57)   VALUE SPACE.
008400 01  WS-HEADING-2.
008500     05  FILLER  PIC X(132) VALUE
008600       'BNK ACCT-NO   IND CODE          AMOUNT     YEAR-END FMV'.
008700 01  WS-DETAIL-LINE.
008800     05  DL-BANK-NBR              PIC 9(03).
008900     05  FILLER                   PIC X(01)   VALUE SPACE.
009000     05  DL-ACCT-NBR              PIC 9(09).
009100     05  FILLER                   PIC X(02)   VALUE SPACE.
009200     05  DL-POST-YR-IND           PIC X(01).
009300     05  FILLER                   PIC X(04)   VALUE SPACE.
009400     05  DL-CODE                  PIC X(01).
009500     05  FILLER                   PIC X(03)   VALUE SPACE.
009600     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
009700     05  FILLER                   PIC X(03)   VALUE SPACE.
009800     05  DL-FMV                   PIC ZZZ,ZZZ,ZZ9.99.
009900     05  FILLER                   PIC X(02)   VALUE SPACE.
010000     05  DL-NOTE                  PIC X(20).
010100     05  FILLER                   PIC X(55)   VALUE SPACE.
010200 01  WS-TOTAL-LINE.
010300     05  TL-LABEL                 PIC X(26).
010400     05  TL-COUNT                 PIC ZZZ,ZZ9.
010500     05  FILLER                   PIC X(99)   VALUE SPACE.
010600 01  WS-AMOUNT-LINE.
010700     05  AL-LABEL                 PIC X(26).
010800     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
010900     05  FILLER                   PIC X(92)   VALUE SPACE.
011000*----------------------------------------------------------------
011100 LINKAGE SECTION.
011200 01  DSDSB542-PARM.
011300*    FORM C = 5498-SA (RUN AFTER THE APRIL DEADLINE OF THE
011400*    FOLLOWING YEAR), D = 1099-SA (RUN IN JANUARY).  THE IRS
011500*    CODING IS WHAT THE IRS CODE SHEET ASSIGNS THE FORM.  ON
011600*    THE 1099-SA THE EARN TYPE IS EACH ROW'S DISTRIBUTION CODE,
011700*    SO THE PARM EARN TYPE APPLIES TO THE 5498-SA ONLY.
011800     05  DSDSB542-FORM             PIC X(01).
011900         88  DSDSB542-FORM-5498SA      VALUE 'C'.
012000         88  DSDSB542-FORM-1099SA      VALUE 'D'.
012100     05  DSDSB542-TAX-YEAR         PIC 9(04).
012200     05  DSDSB542-APPL-NBR         PIC 9(03).
012300     05  DSDSB542-RECORD-TYPE      PIC 9(03).
012400     05  DSDSB542-REQUEST-CODE     PIC 9(03).
012500     05  DSDSB542-GROUP-ID         PIC 9(02).
012600     05  DSDSB542-EARN-TYPE        PIC X(01).
012700     05  DSDSB542-YEAR-END-DATE    PIC X(10).
012800*----------------------------------------------------------------
012900 PROCEDURE DIVISION USING DSDSB542-PARM.
013000*
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     IF  DSDSB542-FORM-5498SA
013400         PERFORM 2000-CONTRIBUTION-ROWS THRU 2000-EXIT
013500             UNTIL WS-EOF-YES
013600         EXEC SQL CLOSE CSR542C END-EXEC
013700     ELSE
013800         PERFORM 3000-DISTRIBUTION-ROWS THRU 3000-EXIT
013900             UNTIL WS-EOF-YES
014000         EXEC SQL CLOSE CSR542D END-EXEC
014100     END-IF.
014200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
014300     GOBACK.
014400*----------------------------------------------------------------
014500 1000-INITIALIZE.
014600     OPEN OUTPUT RPT641-FILE.
014700     IF  DSDSB542-FORM-5498SA
014800         MOVE '5498-SA' TO HD-FORM
014900     ELSE
015000         IF  DSDSB542-FORM-1099SA
015100             MOVE '1099-SA' TO HD-FORM
015200         ELSE
015300             DISPLAY 'DSDSB542 - FORM MUST BE C OR D, NOT '
015400                 DSDSB542-FORM
015500             CLOSE RPT641-FILE
015600             MOVE 16 TO RETURN-CODE
015700             GOBACK
015800         END-IF
015900     END-IF.
016000     MOVE DSDSB542-TAX-YEAR TO HD-TAX-YEAR.
016100     MOVE WS-HEADING-1 TO RPT641-RECORD.
016200     WRITE RPT641-RECORD.
016300     MOVE WS-HEADING-2 TO RPT641-RECORD.
016400     WRITE RPT641-RECORD.
016500     COMPUTE WS-NEXT-YEAR-START =
016600         (DSDSB542-TAX-YEAR + 1 - 1900) * 10000 + 101.
016700*    A RERUN TAKES OUT WHAT THE LAST RUN WROTE FOR THIS FORM
016800*    AND YEAR FIRST, SO NOTHING IS REPORTED TWICE.
016900     EXEC SQL
017000         SELECT COUNT(*)
017100           INTO :WS-TOTAL-REPLACED
017200           FROM IRS.PENDLST
017300          WHERE IRSPL_SOURCE_ID   = 'DSDSB542'
017400            AND IRSPL_RECORD_TYPE = :DSDSB542-RECORD-TYPE
017500            AND IRSPL_EFF_DATE    = :DSDSB542-YEAR-END-DATE
017600     END-EXEC.
017700     IF  WS-TOTAL-REPLACED > ZERO
017800         EXEC SQL
017900             DELETE FROM IRS.PENDLST
018000              WHERE IRSPL_SOURCE_ID   = 'DSDSB542'
018100                AND IRSPL_RECORD_TYPE = :DSDSB542-RECORD-TYPE
018200                AND IRSPL_EFF_DATE    = :DSDSB542-YEAR-END-DATE
018300         END-EXEC
018400     END-IF.
018500     IF  DSDSB542-FORM-1099SA
018600         GO TO 1000-DISTRIBUTIONS
018700     END-IF.
018800*    EVERY HSA, WITH THE YEAR'S CONTRIBUTIONS SPLIT BY WHEN
018900*    THEY WERE MADE.  THE YEAR-END VALUE IS THE BALANCE KEPT
019000*    WHEN THE YEAR TURNED, OR THE LATEST ONE IF IT HAS NOT.
019100     EXEC SQL
019200         DECLARE CSR542C CURSOR FOR
019300         SELECT M.HSA_BANK_NBR, M.HSA_ACCT_NBR,
019400                CASE WHEN M.HSA_BAL_YEAR > :DSDSB542-TAX-YEAR
019500                     THEN M.HSA_YE_BALANCE
019600                     ELSE M.HSA_LAST_BALANCE END,
019700                COALESCE(SUM(CASE WHEN T.HSAT_POST_DATE <
019800                                       :WS-NEXT-YEAR-START
019900                                  THEN T.HSAT_AMOUNT
020000                                  ELSE 0 END), 0),
020100                COALESCE(SUM(CASE WHEN T.HSAT_POST_DATE >=
020200                                       :WS-NEXT-YEAR-START
020300                                  THEN T.HSAT_AMOUNT
020400                                  ELSE 0 END), 0)
020500           FROM DSDS.HSAMAST M
020600           LEFT JOIN DSDS.HSATXN T
020700             ON T.HSAT_BANK_NBR = M.HSA_BANK_NBR
020800            AND T.HSAT_ACCT_NBR = M.HSA_ACCT_NBR
020900            AND T.HSAT_TAX_YEAR = :DSDSB542-TAX-YEAR
021000            AND T.HSAT_KIND     = 'C'
021100          GROUP BY M.HSA_BANK_NBR, M.HSA_ACCT_NBR,
021200                   M.HSA_BAL_YEAR, M.HSA_YE_BALANCE,
021300                   M.HSA_LAST_BALANCE
021400          ORDER BY M.HSA_BANK_NBR, M.HSA_ACCT_NBR
021500     END-EXEC.
021600     EXEC SQL OPEN CSR542C END-EXEC.
021700     PERFORM 2100-FETCH-CONTRIBUTION THRU 2100-EXIT.
021800     GO TO 1000-EXIT.
021900 1000-DISTRIBUTIONS.
022000     EXEC SQL
022100         DECLARE CSR542D CURSOR FOR
022200         SELECT HSAT_BANK_NBR, HSAT_ACCT_NBR, HSAT_DIST_CODE,
022300                SUM(HSAT_AMOUNT)
022400           FROM DSDS.HSATXN
022500          WHERE HSAT_TAX_YEAR = :DSDSB542-TAX-YEAR
022600            AND HSAT_KIND     = 'D'
022700          GROUP BY HSAT_BANK_NBR, HSAT_ACCT_NBR, HSAT_DIST_CODE
022800          ORDER BY HSAT_BANK_NBR, HSAT_ACCT_NBR, HSAT_DIST_CODE
022900     END-EXEC.
023000     EXEC SQL OPEN CSR542D END-EXEC.
023100     PERFORM 3100-FETCH-DISTRIBUTION THRU 3100-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500 2000-CONTRIBUTION-ROWS.
023600*    AN HSA WITH NEITHER CONTRIBUTIONS NOR A BALANCE HAS
023700*    NOTHING TO REPORT.  THE FAIR MARKET VALUE RIDES ON THE
023800*    CURRENT-YEAR ROW ONLY, SO IT IS NEVER COUNTED TWICE.
023900     IF  WS-ROW-CURR-AMT = ZERO
024000     AND WS-ROW-PRIOR-AMT = ZERO
024100     AND WS-ROW-FMV = ZERO
024200         GO TO 2000-FETCH
024300     END-IF.
024400     ADD 1 TO WS-TOTAL-ACCOUNTS.
024500     MOVE DSDSB542-EARN-TYPE TO WS-IRS-EARN-TYPE.
024600     MOVE 'C'                TO WS-IRS-POST-YR-IND.
024700     MOVE WS-ROW-CURR-AMT    TO WS-IRS-AMT.
024800     MOVE WS-ROW-FMV         TO WS-IRS-FMV.
024900     ADD WS-ROW-FMV          TO WS-TOTAL-FMV.
025000     PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT.
025100     IF  WS-ROW-PRIOR-AMT NOT = ZERO
025200         MOVE 'P'              TO WS-IRS-POST-YR-IND
025300         MOVE WS-ROW-PRIOR-AMT TO WS-IRS-AMT
025400         MOVE ZERO             TO WS-IRS-FMV
025500         PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT
025600     END-IF.
025700 2000-FETCH.
025800     PERFORM 2100-FETCH-CONTRIBUTION THRU 2100-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200 2100-FETCH-CONTRIBUTION.
026300     EXEC SQL
026400         FETCH CSR542C
026500          INTO :WS-ROW-BANK, :WS-ROW-ACCT-NBR, :WS-ROW-FMV,
026600               :WS-ROW-CURR-AMT, :WS-ROW-PRIOR-AMT
026700     END-EXEC.
026800     IF  SQLCODE NOT = ZERO
026900         SET WS-EOF-YES TO TRUE
027000     END-IF.
027100 2100-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400 3000-DISTRIBUTION-ROWS.
027500     ADD 1 TO WS-TOTAL-ACCOUNTS.
027600     MOVE WS-ROW-CODE        TO WS-IRS-EARN-TYPE.
027700     MOVE 'C'                TO WS-IRS-POST-YR-IND.
027800     MOVE WS-ROW-CURR-AMT    TO WS-IRS-AMT.
027900     MOVE ZERO               TO WS-IRS-FMV.
028000     PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT.
028100     PERFORM 3100-FETCH-DISTRIBUTION THRU 3100-EXIT.
028200 3000-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500 3100-FETCH-DISTRIBUTION.
028600     EXEC SQL
028700         FETCH CSR542D
028800          INTO :WS-ROW-BANK, :WS-ROW-ACCT-NBR, :WS-ROW-CODE,
028900               :WS-ROW-CURR-AMT
029000     END-EXEC.
029100     IF  SQLCODE NOT = ZERO
029200         SET WS-EOF-YES TO TRUE
029300     END-IF.
029400 3100-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 5000-WRITE-IRS-ROW.
029800     MOVE SPACES          TO WS-ACCT-NBR-X.
029900     MOVE WS-ROW-ACCT-NBR TO WS-ACCT-NBR-9.
030000     MOVE SPACES          TO DL-NOTE.
030100     EXEC SQL
030200         INSERT INTO IRS.PENDLST
030300                (IRSPL_APPL_NBR, IRSPL_BANK_NBR,
030400                 IRSPL_RECORD_TYPE, IRSPL_POST_DATE,
030500                 IRSPL_EFF_DATE, IRSPL_EXTRACT_DATE,
030600                 IRSPL_REQUEST_CODE, IRSPL_SOURCE_ID,
030700                 IRSPL_GROUP_ID, IRSPL_ACCT_NBR,
030800                 IRSPL_SHORT_NAME, IRSPL_EARN_TYPE,
030900                 IRSPL_TX_AMOUNT, IRSPL_POST_YR_IND,
031000                 IRSPL_ACCT_END_BAL, IRSPL_FED_WH_AMT,
031100                 IRSPL_ALT_BANK_NBR, IRSPL_REMIT_IND,
031200                 IRSPL_DEPOSIT_DATE)
031300         VALUES (:DSDSB542-APPL-NBR, :WS-ROW-BANK,
031400                 :DSDSB542-RECORD-TYPE,
031500                 :DSDSB542-YEAR-END-DATE,
031600                 :DSDSB542-YEAR-END-DATE,
031700                 :DSDSB542-YEAR-END-DATE,
031800                 :DSDSB542-REQUEST-CODE, 'DSDSB542',
031900                 :DSDSB542-GROUP-ID, :WS-ACCT-NBR-X,
032000                 ' ', :WS-IRS-EARN-TYPE,
032100                 :WS-IRS-AMT, :WS-IRS-POST-YR-IND,
032200                 :WS-IRS-FMV, 0,
032300                 :WS-ROW-BANK, 'N', '0001-01-01')
032400     END-EXEC.
032500     IF  SQLCODE = ZERO
032600         ADD 1 TO WS-TOTAL-WRITTEN
032700         ADD WS-IRS-AMT TO WS-TOTAL-AMT
032800     ELSE
032900         ADD 1 TO WS-TOTAL-ERRORS
033000         MOVE 'INSERT FAILED' TO DL-NOTE
033100         DISPLAY 'DSDSB542 - IRS.PENDLST INSERT FAILED, SQLCODE '
033200             SQLCODE ' ACCT ' WS-ACCT-NBR-9
033300     END-IF.
033400     MOVE WS-ROW-BANK        TO DL-BANK-NBR.
033500     MOVE WS-ROW-ACCT-NBR    TO DL-ACCT-NBR.
033600     MOVE WS-IRS-POST-YR-IND TO DL-POST-YR-IND.
033700     MOVE WS-IRS-EARN-TYPE   TO DL-CODE.
033800     MOVE WS-IRS-AMT         TO DL-AMOUNT.
033900     MOVE WS-IRS-FMV         TO DL-FMV.
034000     MOVE WS-DETAIL-LINE TO RPT641-RECORD.
034100     WRITE RPT641-RECORD.
034200 5000-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500 8000-FINALIZE.
034600     MOVE SPACES TO RPT641-RECORD.
034700     WRITE RPT641-RECORD.
034800     MOVE 'EARLIER ROWS REPLACED   - ' TO TL-LABEL.
034900     MOVE WS-TOTAL-REPLACED     TO TL-COUNT.
035000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
035100     MOVE 'ACCOUNTS REPORTED       - ' TO TL-LABEL.
035200     MOVE WS-TOTAL-ACCOUNTS     TO TL-COUNT.
035300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
035400     MOVE 'ROWS WRITTEN            - ' TO TL-LABEL.
035500     MOVE WS-TOTAL-WRITTEN      TO TL-COUNT.
035600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
035700     MOVE 'INSERT FAILURES         - ' TO TL-LABEL.
035800     MOVE WS-TOTAL-ERRORS       TO TL-COUNT.
035900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
036000     MOVE 'AMOUNT WRITTEN          $ ' TO AL-LABEL.
036100     MOVE WS-TOTAL-AMT          TO AL-AMOUNT.
036200     MOVE WS-AMOUNT-LINE TO RPT641-RECORD.
036300     WRITE RPT641-RECORD.
036400     IF  DSDSB542-FORM-5498SA
036500         MOVE 'YEAR-END FMV            $ ' TO AL-LABEL
036600         MOVE WS-TOTAL-FMV      TO AL-AMOUNT
036700         MOVE WS-AMOUNT-LINE TO RPT641-RECORD
036800         WRITE RPT641-RECORD
036900     END-IF.
037000     CLOSE RPT641-FILE.
037100 8000-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400 8100-WRITE-TOTAL.
037500     MOVE WS-TOTAL-LINE TO RPT641-RECORD.
037600     WRITE RPT641-RECORD.
037700 8100-EXIT.
037800     EXIT.
