000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLB006.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  GENERAL LEDGER SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  QUARTERLY ALM     *
001500*                      REPRICING-GAP AND MATURITY-LADDER         *
001600*                      EXTRACT.  EVERY RATE-SENSITIVE BALANCE    *
001700*                      IS BUCKETED BY ITS NEXT REPRICING OR      *
001800*                      MATURITY DATE -- CDS BY MATURITY,         *
001900*                      OVERDRAFT LINES (OSBD501) AS OVERNIGHT,   *
002000*                      MORTGAGE AND HELOC LOANS (MLU002) BY      *
002100*                      NEXT RATE CHANGE OR MATURITY, AND         *
002200*                      NON-MATURITY DEPOSITS BY PRODUCT FROM     *
002300*                      CIF.ACCOUNT IN THEIR OWN BUCKET.  WRITES  *
002400*                      THE ALMEXT FIXED-FORMAT FILE FOR THE ALM  *
002500*                      MODEL AND THE RPT647 GAP REPORT BY        *
002600*                      BUCKET AND BANK WITH CUMULATIVE GAP AND   *
002700*                      WEIGHTED-AVERAGE RATES.  TREASURY STOPS   *
002800*                      BUILDING THIS FROM FIVE REPORTS.          *
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
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ODH-ACCT-NO
004100         FILE STATUS IS WS-OSBD-STATUS.
004200     SELECT ALMEXT-FILE ASSIGN TO ALMEXT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RPT647-FILE ASSIGN TO RPT647
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OSBD501-FILE.
004900 01  OSBD501-RECORD.
005000     COPY DSDSOSBD.
005100 FD  ALMEXT-FILE
005200     RECORDING MODE F.
005300*    THE ALM MODEL FEED.  'D' IS ONE BALANCE -- AN ACCOUNT, OR
005400*    FOR NON-MATURITY DEPOSITS ONE BANK/PRODUCT TOTAL -- WITH
005500*    ITS SIDE (A ASSET, L LIABILITY), RATE, REPRICING AND
005600*    MATURITY DATES AND BUCKET.  'T' CLOSES THE FILE WITH THE
005700*    AS-OF DATE, RECORD COUNT AND SIDE TOTALS.  100 BYTES.
005800 01  ALMEXT-RECORD.
005900     05  EX-REC-TYPE             PIC X(01).
006000     05  EX-DETAIL-DATA.
006100         10  EX-SOURCE           PIC X(04).
006200         10  EX-BANK-NBR         PIC 9(03).
006300         10  EX-ACCT-KEY         PIC X(25).
006400         10  EX-SIDE             PIC X(01).
006500         10  EX-PRODUCT          PIC X(08).
006600         10  EX-BALANCE          PIC S9(11)V99 SIGN LEADING
006700                                               SEPARATE.
006800         10  EX-RATE             PIC 9(03)V9(04).
006900         10  EX-REPRICE-DATE     PIC X(10).
007000         10  EX-MATURITY-DATE    PIC X(10).
007100         10  EX-BUCKET           PIC 9(02).
007200         10  EX-UNDRAWN          PIC S9(11)V99 SIGN LEADING
007300                                               SEPARATE.
007400     05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
007500         10  EX-AS-OF-DATE       PIC X(10).
007600         10  EX-RECORD-COUNT     PIC 9(09).
007700         10  EX-TOTAL-ASSETS     PIC S9(13)V99 SIGN LEADING
007800                                               SEPARATE.
007900         10  EX-TOTAL-LIABS      PIC S9(13)V99 SIGN LEADING
008000                                               SEPARATE.
008100         10  FILLER              PIC X(47).
008200     05  FILLER                  PIC X(01).
008300 FD  RPT647-FILE
008400     RECORDING MODE F.
008500 01  RPT647-RECORD               PIC X(132).
008600*----------------------------------------------------------------
008700 WORKING-STORAGE SECTION.
008800 01  WS-SWITCHES.
008900     05  WS-EOF-SW                PIC X       VALUE 'N'.
009000         88  WS-EOF-YES                   VALUE 'Y'.
009100     05  WS-OSBD-STATUS           PIC XX      VALUE '00'.
009200 01  WS-WORK-FIELDS.
009300     05  WS-BX                    PIC S9(4)   COMP  VALUE +0.
009400     05  WS-KX                    PIC S9(4)   COMP  VALUE +0.
009500     05  WS-BANK-MAX              PIC S9(4)   COMP  VALUE +0.
009600     05  WS-BUCKET                PIC S9(4)   COMP  VALUE +0.
009700     05  WS-MONTHS                PIC S9(5)   COMP-3 VALUE +0.
009800     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
009900     05  WS-SIDE                  PIC X(01)   VALUE SPACE.
010000         88  WS-SIDE-ASSET                VALUE 'A'.
010100     05  WS-BALANCE               PIC S9(11)V99 COMP-3 VALUE +0.
010200     05  WS-RATE                  PIC 9(03)V9(04) VALUE ZERO.
010300     05  WS-ACCT-COUNT            PIC S9(9)   COMP-3 VALUE +0.
010400     05  WS-DESC-CODE             PIC S9(4)   COMP  VALUE +0.
010500     05  WS-DESC-DISPLAY          PIC 9(04)   VALUE ZERO.
010600     05  WS-GAP                   PIC S9(13)V99 COMP-3 VALUE +0.
010700     05  WS-CUM-GAP               PIC S9(13)V99 COMP-3 VALUE +0.
010800     05  WS-WAR                   PIC S9(3)V9(4) COMP-3 VALUE +0.
010900     05  WS-TOTAL-ASSETS          PIC S9(13)V99 COMP-3 VALUE +0.
011000     05  WS-TOTAL-LIABS           PIC S9(13)V99 COMP-3 VALUE +0.
011100     05  WS-TOTAL-RECORDS         PIC S9(9)   COMP  VALUE ZERO.
011200     05  WS-TOTAL-CDS             PIC S9(7)   COMP  VALUE ZERO.
011300     05  WS-TOTAL-OD-LINES        PIC S9(7)   COMP  VALUE ZERO.
011400     05  WS-TOTAL-LOANS           PIC S9(7)   COMP  VALUE ZERO.
011500     05  WS-TOTAL-NMD             PIC S9(7)   COMP  VALUE ZERO.
011600     05  WS-TOTAL-EXCEPTIONS      PIC S9(7)   COMP  VALUE ZERO.
011700*    DATES AS YYYY-MM-DD, SPLIT FOR THE MONTH COUNT.
011800 01  WS-AS-OF-DATE                PIC X(10)   VALUE SPACE.
011900 01  WS-AS-OF-R REDEFINES WS-AS-OF-DATE.
012000     05  WS-AS-OF-YR              PIC 9(04).
012100     05  FILLER                   PIC X(01).
012200     05  WS-AS-OF-MO              PIC 9(02).
012300     05  FILLER                   PIC X(01).
012400     05  WS-AS-OF-DY              PIC 9(02).
012500 01  WS-TARGET-DATE               PIC X(10)   VALUE SPACE.
012600 01  WS-TARGET-R REDEFINES WS-TARGET-DATE.
012700     05  WS-TARGET-YR             PIC 9(04).
012800     05  FILLER                   PIC X(01).
012900     05  WS-TARGET-MO             PIC 9(02).
013000     05  FILLER                   PIC X(01).
013100     05  WS-TARGET-DY             PIC 9(02).
013200 01  WS-MATURITY-DATE             PIC X(10)   VALUE SPACE.
013300*    A CIF ACCOUNT KEY IN ITS LOAN SHAPE -- THE MORTGAGE LOAN
013400*    NUMBER ENDS THE KEY IN TEN DIGITS.
013500 01  WS-ACCT-KEY                  PIC X(25)   VALUE SPACE.
013600 01  WS-ACCT-KEY-ML REDEFINES WS-ACCT-KEY.
013700     05  FILLER                   PIC X(15).
013800     05  WS-KEY-ML-NBR            PIC 9(10).
013900*    THE LADDER -- EACH BUCKET'S LABEL AND THE MONTH COUNT IT
014000*    RUNS UP TO (NOT INCLUDING).  ANYTHING ALREADY DUE OR
014100*    REPRICING OVERNIGHT FALLS IN THE FIRST.  BUCKET 9 HOLDS
014200*    THE NON-MATURITY DEPOSITS, WHICH HAVE NO CONTRACTUAL DATE.
014300 01  WS-BUCKET-MAP.
014400     05  FILLER  PIC X(17)  VALUE '0-3 MONTHS  00003'.
014500     05  FILLER  PIC X(17)  VALUE '3-6 MONTHS  00006'.
014600     05  FILLER  PIC X(17)  VALUE '6-12 MONTHS 00012'.
014700     05  FILLER  PIC X(17)  VALUE '1-2 YEARS   00024'.
014800     05  FILLER  PIC X(17)  VALUE '2-3 YEARS   00036'.
014900     05  FILLER  PIC X(17)  VALUE '3-5 YEARS   00060'.
015000     05  FILLER  PIC X(17)  VALUE '5-10 YEARS  00120'.
015100     05  FILLER  PIC X(17)  VALUE 'OVER 10 YRS 99999'.
015200     05  FILLER  PIC X(17)  VALUE 'NON-MATURITY99999'.
015300 01  WS-BUCKET-MAP-R REDEFINES WS-BUCKET-MAP.
015400     05  WS-BKT-ENTRY  OCCURS 9 TIMES.
015500         10  WS-BKT-LABEL         PIC X(12).
015600         10  WS-BKT-MONTHS        PIC 9(05).
015700*    BALANCES AND RATE-WEIGHTED BALANCES BY BANK AND BUCKET,
015800*    FIRST COME FIRST SERVED.  THE LAST SLOT IS ALL BANKS.
015900 01  WS-GAP-TABLE.
016000     05  WS-GAP-BANK  OCCURS 51 TIMES.
016100         10  WS-GB-BANK-NBR       PIC 9(03).
016200         10  WS-GB-BUCKET  OCCURS 9 TIMES.
016300             15  WS-GB-AST-BAL    PIC S9(13)V99 COMP-3.
016400             15  WS-GB-AST-WTD    PIC S9(13)V9(4) COMP-3.
016500             15  WS-GB-LIA-BAL    PIC S9(13)V99 COMP-3.
016600             15  WS-GB-LIA-WTD    PIC S9(13)V9(4) COMP-3.
016700*----------------------------------------------------------------
016800     COPY CDMASTER.
016900*----------------------------------------------------------------
017000     COPY CIFU010P.
017100*----------------------------------------------------------------
017200     COPY OBSTRANS.
017300*----------------------------------------------------------------
017400     COPY MLU002P.
017500*----------------------------------------------------------------
017600     COPY ADMU501P.
017700*----------------------------------------------------------------
017800 01  WS-HEADING-1.
017900     05  FILLER  PIC X(32)  VALUE
018000       'GLB006  ALM REPRICING GAP AS OF '.
018100     05  HD-AS-OF-DATE            PIC X(10).
018200     05  FILLER                   PIC X(90)   VALUE SPACE.
018300 01  WS-HEADING-2.
018400     05  FILLER  PIC X(48)  VALUE
018500       'BUCKET                    ASSETS AST RATE       '.
018600     05  FILLER  PIC X(48)  VALUE
018700       '  LIABILITIES LIA RATE                 GAP      '.
018800     05  FILLER  PIC X(36)  VALUE
018900       'CUMULATIVE GAP                      '.
019000 01  WS-BANK-HEADING.
019100     05  FILLER       PIC X(05) VALUE 'BANK '.
019200     05  BH-BANK-NBR              PIC X(09).
019300     05  FILLER                   PIC X(118)  VALUE SPACE.
019400 01  WS-BUCKET-LINE.
019500     05  BL-LABEL                 PIC X(12).
019600     05  FILLER                   PIC X(02)   VALUE SPACE.
019700     05  BL-ASSETS                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019800     05  FILLER                   PIC X(01)   VALUE SPACE.
019900     05  BL-AST-RATE              PIC ZZ9.9999.
020000     05  FILLER                   PIC X(02)   VALUE SPACE.
020100     05  BL-LIABS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020200     05  FILLER                   PIC X(01)   VALUE SPACE.
020300     05  BL-LIA-RATE              PIC ZZ9.9999.
020400     05  FILLER                   PIC X(02)   VALUE SPACE.
020500     05  BL-GAP                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020600     05  FILLER                   PIC X(02)   VALUE SPACE.
020700     05  BL-CUM-GAP               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020800     05  FILLER                   PIC X(22)   VALUE SPACE.
020900 01  WS-TOTAL-LINE.
021000     05  TL-LABEL                 PIC X(26).
021100     05  TL-COUNT                 PIC ZZZ,ZZ9.
021200     05  FILLER                   PIC X(99)   VALUE SPACE.
021300*----------------------------------------------------------------
021400 LINKAGE SECTION.
021500 01  GLB006-PARM.
021600*    THE QUARTER-END THE LADDER IS MEASURED FROM (TODAY WHEN
021700*    SPACES).
021800     05  GLB006-AS-OF-DATE         PIC X(10).
021900*    OVERDRAFT LINES CARRY NO RATE ON OSBD501, AND CIF.ACCOUNT
022000*    NONE FOR NON-MATURITY DEPOSITS -- TREASURY SUPPLIES THE
022100*    CURRENT OFFERED RATES FOR THE QUARTER.
022200     05  GLB006-OD-RATE            PIC 9(03)V9(04).
022300     05  GLB006-NMD-RATE           PIC 9(03)V9(04).
022400*    HOW OLD AN ML.RESPCACHE ROW MAY BE AND STILL ANSWER FOR
022500*    THE LOAN (PASSED TO MLU002).
022600     05  GLB006-TTL-MINUTES        PIC 9(05).
022700*----------------------------------------------------------------
022800 PROCEDURE DIVISION USING GLB006-PARM.
022900*
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     PERFORM 2000-EXTRACT-CDS THRU 2000-EXIT.
023300     PERFORM 3000-EXTRACT-OD-LINES THRU 3000-EXIT.
023400     PERFORM 4000-EXTRACT-LOANS THRU 4000-EXIT.
023500     PERFORM 5000-EXTRACT-NMD THRU 5000-EXIT.
023600     PERFORM 6000-REPORT-GAP THRU 6000-EXIT.
023700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023800     GOBACK.
023900*----------------------------------------------------------------
024000 1000-INITIALIZE.
024100     MOVE GLB006-AS-OF-DATE TO WS-AS-OF-DATE.
024200     IF  WS-AS-OF-DATE = SPACES
024300         EXEC SQL
024400             SET :WS-AS-OF-DATE = CURRENT DATE
024500         END-EXEC
024600     END-IF.
024700     INITIALIZE WS-GAP-TABLE.
024800     OPEN OUTPUT ALMEXT-FILE.
024900     OPEN OUTPUT RPT647-FILE.
025000     MOVE WS-AS-OF-DATE TO HD-AS-OF-DATE.
025100     MOVE WS-HEADING-1 TO RPT647-RECORD.
025200     WRITE RPT647-RECORD.
025300     MOVE WS-HEADING-2 TO RPT647-RECORD.
025400     WRITE RPT647-RECORD.
025500 1000-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800 2000-EXTRACT-CDS.
025900*    A CD IS A LIABILITY THAT REPRICES WHEN IT MATURES.  ITS
026000*    BALANCE IS ITS NET CD.HISTORY.
026100     EXEC SQL
026200         DECLARE CSR006C CURSOR FOR
026300         SELECT M.CDM_BANK_NBR, M.CDM_ACCT_NBR, M.CDM_RATE,
026400                M.CDM_MATURITY_DATE, M.CDM_PRODUCT,
026500                COALESCE((SELECT SUM(CASE WHEN H.CDH_DR_CR_IND
026600                                          = 'D'
026700                                     THEN 0 - H.CDH_TX_AMT
026800                                     ELSE H.CDH_TX_AMT END)
026900                            FROM CD.HISTORY H
027000                           WHERE H.CDH_BANK_NBR = M.CDM_BANK_NBR
027100                             AND H.CDH_ACCT_NBR = M.CDM_ACCT_NBR
027200                             AND H.CDH_EFFECTIVE_DATE
027300                                 <= :WS-AS-OF-DATE), 0)
027400           FROM CD.MASTER M
027500          WHERE M.CDM_STATUS = 'A'
027600          ORDER BY M.CDM_BANK_NBR, M.CDM_ACCT_NBR
027700     END-EXEC.
027800     EXEC SQL OPEN CSR006C END-EXEC.
027900     IF  SQLCODE NOT = ZERO
028000         DISPLAY 'GLB006 - CD.MASTER OPEN FAILED, SQLCODE '
028100             SQLCODE
028200         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
028300         MOVE 16 TO RETURN-CODE
028400         GOBACK
028500     END-IF.
028600     MOVE 'N' TO WS-EOF-SW.
028700     PERFORM 2100-FETCH-CD THRU 2100-EXIT.
028800     PERFORM 2200-EXTRACT-ONE-CD THRU 2200-EXIT
028900         UNTIL WS-EOF-YES.
029000     EXEC SQL CLOSE CSR006C END-EXEC.
029100 2000-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400 2100-FETCH-CD.
029500     EXEC SQL
029600         FETCH CSR006C
029700          INTO :CDM-BANK-NBR, :CDM-ACCT-NBR, :CDM-RATE,
029800               :CDM-MATURITY-DATE, :CDM-PRODUCT,
029900               :WS-BALANCE
030000     END-EXEC.
030100     IF  SQLCODE NOT = ZERO
030200         SET WS-EOF-YES TO TRUE
030300     END-IF.
030400 2100-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700 2200-EXTRACT-ONE-CD.
030800     IF  WS-BALANCE NOT > ZERO
030900         PERFORM 2100-FETCH-CD THRU 2100-EXIT
031000         GO TO 2200-EXIT
031100     END-IF.
031200     ADD 1 TO WS-TOTAL-CDS.
031300     MOVE CDM-MATURITY-DATE TO WS-TARGET-DATE.
031400     PERFORM 7000-FIND-BUCKET THRU 7000-EXIT.
031500     MOVE CDM-RATE          TO WS-RATE.
031600     MOVE CDM-BANK-NBR      TO WS-BANK-NBR.
031700     MOVE 'L'               TO WS-SIDE.
031800     MOVE 'D'               TO EX-REC-TYPE.
031900     MOVE 'CD  '            TO EX-SOURCE.
032000     MOVE CDM-ACCT-NBR      TO EX-ACCT-KEY.
032100     MOVE CDM-PRODUCT       TO EX-PRODUCT.
032200     MOVE CDM-MATURITY-DATE TO EX-REPRICE-DATE
032300                               EX-MATURITY-DATE.
032400     MOVE ZERO              TO EX-UNDRAWN.
032500     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
032600     PERFORM 2100-FETCH-CD THRU 2100-EXIT.
032700 2200-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 3000-EXTRACT-OD-LINES.
033100*    AN OVERDRAFT LINE IS A FLOATING-RATE ASSET -- THE DRAWN
033200*    ODB LOAN BALANCE REPRICES OVERNIGHT.  THE UNDRAWN PART OF
033300*    THE AUTHORIZED LIMIT RIDES ON THE EXTRACT AS A COMMITMENT
033400*    FOR THE MODEL BUT IS NOT A BALANCE IN THE GAP.
033500     OPEN INPUT OSBD501-FILE.
033600     IF  WS-OSBD-STATUS NOT = '00'
033700         DISPLAY 'GLB006 - OSBD501 I/O ERROR, STATUS '
033800             WS-OSBD-STATUS
033900         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
034000         MOVE 16 TO RETURN-CODE
034100         GOBACK
034200     END-IF.
034300     MOVE 'N' TO WS-EOF-SW.
034400     PERFORM 3100-READ-OD-LINE THRU 3100-EXIT.
034500     PERFORM 3200-EXTRACT-ONE-OD-LINE THRU 3200-EXIT
034600         UNTIL WS-EOF-YES.
034700     CLOSE OSBD501-FILE.
034800 3000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 3100-READ-OD-LINE.
035200     READ OSBD501-FILE
035300         AT END
035400             SET WS-EOF-YES TO TRUE
035500     END-READ.
035600     IF  WS-OSBD-STATUS NOT = '00'
035700     AND WS-OSBD-STATUS NOT = '10'
035800         DISPLAY 'GLB006 - OSBD501 I/O ERROR, STATUS '
035900             WS-OSBD-STATUS
036000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
036100         MOVE 16 TO RETURN-CODE
036200         GOBACK
036300     END-IF.
036400 3100-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700 3200-EXTRACT-ONE-OD-LINE.
036800     IF  ODH-AUTH-CR-LIMIT = ZERO
036900     AND ODH-ODB-LOAN-BAL = ZERO
037000         PERFORM 3100-READ-OD-LINE THRU 3100-EXIT
037100         GO TO 3200-EXIT
037200     END-IF.
037300     ADD 1 TO WS-TOTAL-OD-LINES.
037400     MOVE 1                 TO WS-BUCKET.
037500     MOVE ODH-ODB-LOAN-BAL  TO WS-BALANCE.
037600     MOVE GLB006-OD-RATE    TO WS-RATE.
037700     MOVE ODH-BANK-NO       TO WS-BANK-NBR.
037800     MOVE 'A'               TO WS-SIDE.
037900     MOVE 'D'               TO EX-REC-TYPE.
038000     MOVE 'OD  '            TO EX-SOURCE.
038100     MOVE SPACES            TO EX-ACCT-KEY.
038200     MOVE ODH-ACCT-NO       TO EX-ACCT-KEY (17:9).
038300     MOVE ODH-ODB-PLAN      TO EX-PRODUCT.
038400     MOVE WS-AS-OF-DATE     TO EX-REPRICE-DATE.
038500     MOVE SPACES            TO EX-MATURITY-DATE.
038600     IF  ODH-AUTH-CR-LIMIT > ODH-ODB-LOAN-BAL
038700         COMPUTE EX-UNDRAWN =
038800             ODH-AUTH-CR-LIMIT - ODH-ODB-LOAN-BAL
038900     ELSE
039000         MOVE ZERO TO EX-UNDRAWN
039100     END-IF.
039200     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
039300     PERFORM 3100-READ-OD-LINE THRU 3100-EXIT.
039400 3200-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700 4000-EXTRACT-LOANS.
039800*    EVERY OPEN MORTGAGE AND HELOC LOAN ON CIF.ACCOUNT, PULLED
039900*    THROUGH THE MLU002 CACHE.  AN ARM OR HELOC REPRICES ON
040000*    ITS NEXT RATE CHANGE DATE; A LOAN WITH NONE IS FIXED AND
040100*    REPRICES WHEN IT MATURES.
040200     EXEC SQL
040300         DECLARE CSR006L CURSOR FOR
040400         SELECT ACCT_BANK_NBR, ACCT_KEY
040500           FROM CIF.ACCOUNT
040600          WHERE ACCT_FILE_ID = 'ML  '
040700            AND ACCT_STATUS  = 'O'
040800          ORDER BY ACCT_BANK_NBR, ACCT_KEY
040900     END-EXEC.
041000     EXEC SQL OPEN CSR006L END-EXEC.
041100     IF  SQLCODE NOT = ZERO
041200         DISPLAY 'GLB006 - CIF.ACCOUNT OPEN FAILED, SQLCODE '
041300             SQLCODE
041400         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
041500         MOVE 16 TO RETURN-CODE
041600         GOBACK
041700     END-IF.
041800     MOVE 'N' TO WS-EOF-SW.
041900     PERFORM 4100-FETCH-LOAN THRU 4100-EXIT.
042000     PERFORM 4200-EXTRACT-ONE-LOAN THRU 4200-EXIT
042100         UNTIL WS-EOF-YES.
042200     EXEC SQL CLOSE CSR006L END-EXEC.
042300 4000-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600 4100-FETCH-LOAN.
042700     EXEC SQL
042800         FETCH CSR006L
042900          INTO :ACCT-BANK-NBR, :ACCT-KEY
043000     END-EXEC.
043100     IF  SQLCODE NOT = ZERO
043200         SET WS-EOF-YES TO TRUE
043300     END-IF.
043400 4100-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700 4200-EXTRACT-ONE-LOAN.
043800     MOVE ACCT-KEY TO WS-ACCT-KEY.
043900     IF  WS-KEY-ML-NBR NOT NUMERIC
044000         ADD 1 TO WS-TOTAL-EXCEPTIONS
044100         PERFORM 4100-FETCH-LOAN THRU 4100-EXIT
044200         GO TO 4200-EXIT
044300     END-IF.
044400     MOVE ACCT-BANK-NBR      TO MLU002-BANK-NBR.
044500     MOVE WS-KEY-ML-NBR      TO MLU002-ACCT-NBR.
044600     MOVE 'GLB006'           TO MLU002-SOURCE-PROG.
044700     MOVE GLB006-TTL-MINUTES TO MLU002-TTL-MINUTES.
044800     CALL 'MLU002' USING MLU002-PARAMETERS.
044900     IF  NOT MLU002-VALID
045000     OR  MLU002-STATUS-CODE NOT = '0000'
045100         ADD 1 TO WS-TOTAL-EXCEPTIONS
045200         PERFORM 4100-FETCH-LOAN THRU 4100-EXIT
045300         GO TO 4200-EXIT
045400     END-IF.
045500     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
045600*    A LOAN ALREADY PAID OFF OR CARRYING NO PRINCIPAL HAS
045700*    NOTHING LEFT TO REPRICE.
045800     IF  ML02003-PRIN-BALANCE NOT > ZERO
045900     OR (ML02003-PAYOFF-DATE NOT = SPACES
046000     AND ML02003-PAYOFF-DATE NOT = '0001-01-01')
046100         PERFORM 4100-FETCH-LOAN THRU 4100-EXIT
046200         GO TO 4200-EXIT
046300     END-IF.
046400     ADD 1 TO WS-TOTAL-LOANS.
046500     IF  ML02003-NEXT-INT-RATE-CHG-DT NOT = SPACES
046600     AND ML02003-NEXT-INT-RATE-CHG-DT NOT = '0001-01-01'
046700         MOVE ML02003-NEXT-INT-RATE-CHG-DT TO WS-TARGET-DATE
046800         MOVE 'ARM/HELC'    TO EX-PRODUCT
046900     ELSE
047000         MOVE ML02003-DATE-MATURITY TO WS-TARGET-DATE
047100         MOVE 'FIXED   '    TO EX-PRODUCT
047200     END-IF.
047300     MOVE WS-TARGET-DATE    TO EX-REPRICE-DATE.
047400     PERFORM 7000-FIND-BUCKET THRU 7000-EXIT.
047500     MOVE ML02003-PRIN-BALANCE  TO WS-BALANCE.
047600     MOVE ML02003-INTEREST-RATE TO WS-RATE.
047700     MOVE ACCT-BANK-NBR     TO WS-BANK-NBR.
047800     MOVE 'A'               TO WS-SIDE.
047900     MOVE 'D'               TO EX-REC-TYPE.
048000     MOVE 'ML  '            TO EX-SOURCE.
048100     MOVE ACCT-KEY          TO EX-ACCT-KEY.
048200     MOVE ML02003-DATE-MATURITY TO EX-MATURITY-DATE.
048300     MOVE ML02003-AVAIL-CREDIT  TO EX-UNDRAWN.
048400     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
048500     PERFORM 4100-FETCH-LOAN THRU 4100-EXIT.
048600 4200-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900 5000-EXTRACT-NMD.
049000*    NON-MATURITY DEPOSITS -- EVERY OPEN CIF ACCOUNT THAT IS
049100*    NOT A CD OR A LOAN -- TOTALED BY BANK AND PRODUCT (FILE
049200*    ID AND DESCRIPTION CODE) INTO THEIR OWN BUCKET.
049300     EXEC SQL
049400         DECLARE CSR006N CURSOR FOR
049500         SELECT ACCT_BANK_NBR, ACCT_FILE_ID, ACCT_DESC_CODE,
049600                COUNT(*), COALESCE(SUM(ACCT_BALANCE), 0)
049700           FROM CIF.ACCOUNT
049800          WHERE ACCT_FILE_ID NOT IN ('CD  ', 'ML  ')
049900            AND ACCT_STATUS = 'O'
050000          GROUP BY ACCT_BANK_NBR, ACCT_FILE_ID, ACCT_DESC_CODE
050100          ORDER BY ACCT_BANK_NBR, ACCT_FILE_ID, ACCT_DESC_CODE
050200     END-EXEC.
050300     EXEC SQL OPEN CSR006N END-EXEC.
050400     IF  SQLCODE NOT = ZERO
050500         DISPLAY 'GLB006 - CIF.ACCOUNT OPEN FAILED, SQLCODE '
050600             SQLCODE
050700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
050800         MOVE 16 TO RETURN-CODE
050900         GOBACK
051000     END-IF.
051100     MOVE 'N' TO WS-EOF-SW.
051200     PERFORM 5100-FETCH-PRODUCT THRU 5100-EXIT.
051300     PERFORM 5200-EXTRACT-ONE-PRODUCT THRU 5200-EXIT
051400         UNTIL WS-EOF-YES.
051500     EXEC SQL CLOSE CSR006N END-EXEC.
051600 5000-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900 5100-FETCH-PRODUCT.
052000     EXEC SQL
052100         FETCH CSR006N
052200          INTO :ACCT-BANK-NBR, :ACCT-FILE-ID, :WS-DESC-CODE,
052300               :WS-ACCT-COUNT, :WS-BALANCE
052400     END-EXEC.
052500     IF  SQLCODE NOT = ZERO
052600         SET WS-EOF-YES TO TRUE
052700     END-IF.
052800 5100-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100 5200-EXTRACT-ONE-PRODUCT.
053200     ADD 1 TO WS-TOTAL-NMD.
053300     MOVE 9                 TO WS-BUCKET.
053400     MOVE GLB006-NMD-RATE   TO WS-RATE.
053500     MOVE ACCT-BANK-NBR     TO WS-BANK-NBR.
053600     MOVE 'L'               TO WS-SIDE.
053700     MOVE 'D'               TO EX-REC-TYPE.
053800     MOVE 'NMD '            TO EX-SOURCE.
053900     MOVE SPACES            TO EX-ACCT-KEY.
054000     MOVE WS-DESC-CODE      TO WS-DESC-DISPLAY.
054100     MOVE ACCT-FILE-ID      TO EX-PRODUCT (1:4).
054200     MOVE WS-DESC-DISPLAY   TO EX-PRODUCT (5:4).
054300     MOVE SPACES            TO EX-REPRICE-DATE
054400                               EX-MATURITY-DATE.
054500     MOVE ZERO              TO EX-UNDRAWN.
054600     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
054700     PERFORM 5100-FETCH-PRODUCT THRU 5100-EXIT.
054800 5200-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100 6000-REPORT-GAP.
055200*    ONE LADDER PER BANK IN THE ORDER THE BANKS TURNED UP,
055300*    THEN THE ALL-BANKS LADDER.
055400     PERFORM 6100-REPORT-ONE-BANK THRU 6100-EXIT
055500         VARYING WS-BX FROM 1 BY 1
055600         UNTIL WS-BX > WS-BANK-MAX.
055700     MOVE 51 TO WS-BX.
055800     PERFORM 6100-REPORT-ONE-BANK THRU 6100-EXIT.
055900 6000-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200 6100-REPORT-ONE-BANK.
056300     MOVE SPACES TO RPT647-RECORD.
056400     WRITE RPT647-RECORD.
056500     IF  WS-BX = 51
056600         MOVE 'ALL BANKS'           TO BH-BANK-NBR
056700     ELSE
056800         MOVE WS-GB-BANK-NBR (WS-BX) TO BH-BANK-NBR
056900     END-IF.
057000     MOVE WS-BANK-HEADING TO RPT647-RECORD.
057100     WRITE RPT647-RECORD.
057200     MOVE ZERO TO WS-CUM-GAP.
057300     PERFORM 6200-REPORT-ONE-BUCKET THRU 6200-EXIT
057400         VARYING WS-KX FROM 1 BY 1
057500         UNTIL WS-KX > 9.
057600 6100-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900 6200-REPORT-ONE-BUCKET.
058000     MOVE WS-BKT-LABEL (WS-KX)          TO BL-LABEL.
058100     MOVE WS-GB-AST-BAL (WS-BX, WS-KX)  TO BL-ASSETS.
058200     MOVE WS-GB-LIA-BAL (WS-BX, WS-KX)  TO BL-LIABS.
058300     MOVE ZERO TO WS-WAR.
058400     IF  WS-GB-AST-BAL (WS-BX, WS-KX) NOT = ZERO
058500         COMPUTE WS-WAR ROUNDED =
058600             WS-GB-AST-WTD (WS-BX, WS-KX)
058700           / WS-GB-AST-BAL (WS-BX, WS-KX)
058800     END-IF.
058900     MOVE WS-WAR TO BL-AST-RATE.
059000     MOVE ZERO TO WS-WAR.
059100     IF  WS-GB-LIA-BAL (WS-BX, WS-KX) NOT = ZERO
059200         COMPUTE WS-WAR ROUNDED =
059300             WS-GB-LIA-WTD (WS-BX, WS-KX)
059400           / WS-GB-LIA-BAL (WS-BX, WS-KX)
059500     END-IF.
059600     MOVE WS-WAR TO BL-LIA-RATE.
059700     COMPUTE WS-GAP = WS-GB-AST-BAL (WS-BX, WS-KX)
059800                    - WS-GB-LIA-BAL (WS-BX, WS-KX).
059900     ADD WS-GAP TO WS-CUM-GAP.
060000     MOVE WS-GAP     TO BL-GAP.
060100     MOVE WS-CUM-GAP TO BL-CUM-GAP.
060200     MOVE WS-BUCKET-LINE TO RPT647-RECORD.
060300     WRITE RPT647-RECORD.
060400 6200-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700 7000-FIND-BUCKET.
060800*    WHOLE MONTHS FROM THE AS-OF DATE TO THE TARGET DATE, THEN
060900*    THE FIRST RUNG THAT COUNT FALLS SHORT OF.  NO DATE, OR
061000*    ONE ALREADY PASSED, IS DUE NOW.
061100     MOVE 1 TO WS-BUCKET.
061200     IF  WS-TARGET-DATE = SPACES
061300     OR  WS-TARGET-DATE = '0001-01-01'
061400     OR  WS-TARGET-DATE NOT > WS-AS-OF-DATE
061500         GO TO 7000-EXIT
061600     END-IF.
061700     COMPUTE WS-MONTHS =
061800         (WS-TARGET-YR - WS-AS-OF-YR) * 12
061900       + WS-TARGET-MO - WS-AS-OF-MO.
062000     IF  WS-TARGET-DY < WS-AS-OF-DY
062100         SUBTRACT 1 FROM WS-MONTHS
062200     END-IF.
062300     PERFORM 7010-NEXT-RUNG THRU 7010-EXIT
062400         UNTIL WS-BUCKET >= 8
062500            OR WS-MONTHS < WS-BKT-MONTHS (WS-BUCKET).
062600 7000-EXIT.
062700     EXIT.
062800*----------------------------------------------------------------
062900 7010-NEXT-RUNG.
063000     ADD 1 TO WS-BUCKET.
063100 7010-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400 7100-WRITE-DETAIL.
063500*    EVERY DETAIL GOES TO THE EXTRACT AND INTO ITS BANK'S AND
063600*    THE ALL-BANKS LADDER.
063700     MOVE WS-BANK-NBR TO EX-BANK-NBR.
063800     MOVE WS-SIDE     TO EX-SIDE.
063900     MOVE WS-BALANCE  TO EX-BALANCE.
064000     MOVE WS-RATE     TO EX-RATE.
064100     MOVE WS-BUCKET   TO EX-BUCKET.
064200     WRITE ALMEXT-RECORD.
064300     ADD 1 TO WS-TOTAL-RECORDS.
064400     IF  WS-SIDE-ASSET
064500         ADD WS-BALANCE TO WS-TOTAL-ASSETS
064600     ELSE
064700         ADD WS-BALANCE TO WS-TOTAL-LIABS
064800     END-IF.
064900     PERFORM 7200-FIND-BANK THRU 7200-EXIT.
065000     PERFORM 7300-ACCUMULATE THRU 7300-EXIT.
065100     MOVE 51 TO WS-BX.
065200     PERFORM 7300-ACCUMULATE THRU 7300-EXIT.
065300 7100-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600 7200-FIND-BANK.
065700     MOVE 1 TO WS-BX.
065800     PERFORM 7210-NEXT-BANK THRU 7210-EXIT
065900         UNTIL WS-BX > WS-BANK-MAX
066000            OR WS-GB-BANK-NBR (WS-BX) = WS-BANK-NBR.
066100     IF  WS-BX > WS-BANK-MAX
066200         IF  WS-BANK-MAX >= 50
066300             DISPLAY 'GLB006 - MORE THAN 50 BANKS, '
066400                 'WIDEN THE GAP TABLE'
066500             PERFORM 9000-LOG-FATAL THRU 9000-EXIT
066600             MOVE 16 TO RETURN-CODE
066700             GOBACK
066800         END-IF
066900         ADD 1 TO WS-BANK-MAX
067000         MOVE WS-BANK-MAX TO WS-BX
067100         MOVE WS-BANK-NBR TO WS-GB-BANK-NBR (WS-BX)
067200     END-IF.
067300 7200-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600 7210-NEXT-BANK.
067700     ADD 1 TO WS-BX.
067800 7210-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100 7300-ACCUMULATE.
068200     IF  WS-SIDE-ASSET
068300         ADD WS-BALANCE TO WS-GB-AST-BAL (WS-BX, WS-BUCKET)
068400         COMPUTE WS-GB-AST-WTD (WS-BX, WS-BUCKET) =
068500             WS-GB-AST-WTD (WS-BX, WS-BUCKET)
068600           + WS-BALANCE * WS-RATE
068700     ELSE
068800         ADD WS-BALANCE TO WS-GB-LIA-BAL (WS-BX, WS-BUCKET)
068900         COMPUTE WS-GB-LIA-WTD (WS-BX, WS-BUCKET) =
069000             WS-GB-LIA-WTD (WS-BX, WS-BUCKET)
069100           + WS-BALANCE * WS-RATE
069200     END-IF.
069300 7300-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------
069600 8000-FINALIZE.
069700     MOVE SPACES            TO ALMEXT-RECORD.
069800     MOVE 'T'               TO EX-REC-TYPE.
069900     MOVE WS-AS-OF-DATE     TO EX-AS-OF-DATE.
070000     MOVE WS-TOTAL-RECORDS  TO EX-RECORD-COUNT.
070100     MOVE WS-TOTAL-ASSETS   TO EX-TOTAL-ASSETS.
070200     MOVE WS-TOTAL-LIABS    TO EX-TOTAL-LIABS.
070300     WRITE ALMEXT-RECORD.
070400     MOVE SPACES TO RPT647-RECORD.
070500     WRITE RPT647-RECORD.
070600     MOVE 'CDS EXTRACTED           - ' TO TL-LABEL.
070700     MOVE WS-TOTAL-CDS           TO TL-COUNT.
070800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
070900     MOVE 'OVERDRAFT LINES         - ' TO TL-LABEL.
071000     MOVE WS-TOTAL-OD-LINES      TO TL-COUNT.
071100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071200     MOVE 'MORTGAGE / HELOC LOANS  - ' TO TL-LABEL.
071300     MOVE WS-TOTAL-LOANS         TO TL-COUNT.
071400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071500     MOVE 'NON-MATURITY PRODUCTS   - ' TO TL-LABEL.
071600     MOVE WS-TOTAL-NMD           TO TL-COUNT.
071700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071800     MOVE 'LOAN LOOKUP FAILURES    - ' TO TL-LABEL.
071900     MOVE WS-TOTAL-EXCEPTIONS    TO TL-COUNT.
072000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072100     CLOSE ALMEXT-FILE.
072200     CLOSE RPT647-FILE.
072300 8000-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 8100-WRITE-TOTAL.
072700     MOVE WS-TOTAL-LINE TO RPT647-RECORD.
072800     WRITE RPT647-RECORD.
072900 8100-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200 9000-LOG-FATAL.
073300*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
073400*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
073500*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
073600     MOVE 'GLB006  '                TO ADMU501-PROGRAM.
073700     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
073800     MOVE SQLCODE                   TO ADMU501-SQLCODE.
073900     MOVE WS-OSBD-STATUS            TO ADMU501-FILE-STATUS.
074000     MOVE SPACES                    TO ADMU501-KEY-DATA.
074100     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
074200       TO ADMU501-MSG.
074300     CALL 'ADMU501' USING ADMU501-PARAMETERS.
074400 9000-EXIT.
074500     EXIT.
