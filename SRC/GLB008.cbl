000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLB008.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  QUARTER-END CALL  *
001500*                      REPORT SCHEDULE RC-E DEPOSIT LIABILITIES. *
001600*                      EVERY OPEN DEPOSIT ON CIF.ACCOUNT (AT ITS *
001700*                      CACHED ACCT_BALANCE) AND EVERY ACTIVE CD  *
001800*                      (AT ITS NET CD.HISTORY BALANCE) IS        *
001900*                      CLASSED THROUGH GL.RCEPROD AS DEMAND,     *
002000*                      OTHER TRANSACTION, SAVINGS, MMDA OR TIME, *
002100*                      AS IPC OR PUBLIC FUNDS FROM ITS OWNERS'   *
002200*                      CIF.CUSTOMER TYPE, AND INTO THE IRA/KEOGH,*
002300*                      BROKERED, INSURANCE-LIMIT AND TIME-       *
002400*                      DEPOSIT SIZE AND REMAINING-MATURITY       *
002500*                      MEMORANDA.  WRITES THE RCEEXT DETAIL      *
002600*                      EXTRACT, THE RPT686 SCHEDULE LINES BY     *
002700*                      BANK WITH TOTALS BY GL DEPOSIT ACCOUNT    *
002800*                      FOR THE RECONCILIATION, AND RPT687, THE   *
002900*                      PRODUCT CODES GL.RCEPROD CANNOT CLASS.    *
003000*                      ENDS RC 4 WHEN RPT687 LISTS ANYTHING.     *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RCEEXT-FILE ASSIGN TO RCEEXT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT RPT686-FILE ASSIGN TO RPT686
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RPT687-FILE ASSIGN TO RPT687
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RCEEXT-FILE
004800     RECORDING MODE F.
004900*    THE DETAIL BEHIND THE SCHEDULE.  'D' IS ONE DEPOSIT ACCOUNT
005000*    WITH ITS PRODUCT, GL DEPOSIT ACCOUNT AND EVERY CLASS IT WAS
005100*    COUNTED IN; AN UNCLASSIFIABLE PRODUCT IS WRITTEN WITH
005200*    DEP-TYPE U AND NO GL ACCOUNT SO THE FILE STILL TIES TO THE
005300*    LEDGER.  SIZE-BAND 1 = UNDER 100,000, 2 = 100,000 THROUGH
005400*    250,000, 3 = OVER 250,000.  MAT-BAND (TIME ONLY) 1 = THREE
005500*    MONTHS OR LESS, 2 = OVER THREE THROUGH TWELVE MONTHS,
005600*    3 = OVER ONE THROUGH THREE YEARS, 4 = OVER THREE YEARS.
005700*    'T' CLOSES THE FILE WITH THE AS-OF DATE, RECORD COUNT AND
005800*    TOTAL BALANCE.  100 BYTES.
005900 01  RCEEXT-RECORD.
006000     05  EX-REC-TYPE             PIC X(01).
006100     05  EX-DETAIL-DATA.
006200         10  EX-BANK-NBR         PIC 9(03).
006300         10  EX-FILE-ID          PIC X(04).
006400         10  EX-ACCT-KEY         PIC X(25).
006500         10  EX-PRODUCT          PIC X(04).
006600         10  EX-GL-ACCT          PIC X(08).
006700         10  EX-DEP-TYPE         PIC X(01).
006800         10  EX-TRAN-IND         PIC X(01).
006900         10  EX-OWNER-CLASS      PIC X(01).
007000         10  EX-IRA-IND          PIC X(01).
007100         10  EX-BROKERED-IND     PIC X(01).
007200         10  EX-BALANCE          PIC S9(11)V99 SIGN LEADING
007300                                               SEPARATE.
007400         10  EX-MATURITY-DATE    PIC X(10).
007500         10  EX-SIZE-BAND        PIC 9(01).
007600         10  EX-MAT-BAND         PIC 9(01).
007700         10  FILLER              PIC X(24).
007800     05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
007900         10  EX-AS-OF-DATE       PIC X(10).
008000         10  EX-RECORD-COUNT     PIC 9(09).
008100         10  EX-TOTAL-BALANCE    PIC S9(13)V99 SIGN LEADING
008200                                               SEPARATE.
008300         10  FILLER              PIC X(64).
008400 FD  RPT686-FILE
008500     RECORDING MODE F.
008600 01  RPT686-RECORD               PIC X(132).
008700 FD  RPT687-FILE
008800     RECORDING MODE F.
008900 01  RPT687-RECORD               PIC X(132).
009000*----------------------------------------------------------------
009100 WORKING-STORAGE SECTION.
009200 01  WS-SWITCHES.
009300     05  WS-EOF-SW                PIC X       VALUE 'N'.
009400         88  WS-EOF-YES                   VALUE 'Y'.
009500     05  WS-FOUND-SW              PIC X       VALUE 'N'.
009600         88  WS-FOUND-YES                 VALUE 'Y'.
009700     05  WS-IRA-SW                PIC X       VALUE 'N'.
009800         88  WS-IRA-YES                   VALUE 'Y'.
009900 01  WS-WORK-FIELDS.
010000     05  WS-BX                    PIC S9(4)   COMP  VALUE +0.
010100     05  WS-LX                    PIC S9(4)   COMP  VALUE +0.
010200     05  WS-PX                    PIC S9(4)   COMP  VALUE +0.
010300     05  WS-GX                    PIC S9(4)   COMP  VALUE +0.
010400     05  WS-UX                    PIC S9(4)   COMP  VALUE +0.
010500     05  WS-LINE                  PIC S9(4)   COMP  VALUE +0.
010600     05  WS-BANK-MAX              PIC S9(4)   COMP  VALUE +0.
010700     05  WS-MONTHS                PIC S9(5)   COMP-3 VALUE +0.
010800     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
010900     05  WS-FILE-ID               PIC X(04)   VALUE SPACE.
011000     05  WS-ACCT-KEY              PIC X(25)   VALUE SPACE.
011100     05  WS-PRODUCT               PIC X(04)   VALUE SPACE.
011200     05  WS-DESC-CODE             PIC S9(4)   COMP  VALUE +0.
011300     05  WS-DESC-DISPLAY          PIC 9(04)   VALUE ZERO.
011400     05  WS-ACCT-TITLE.
011500         49  WS-ACCT-TITLE-LEN    PIC S9(4)   COMP.
011600         49  WS-ACCT-TITLE-TEXT   PIC X(40).
011700     05  WS-TITLE-PAD             PIC X(42)   VALUE SPACE.
011800     05  WS-HITS                  PIC S9(4)   COMP  VALUE +0.
011900     05  WS-BALANCE               PIC S9(11)V99 COMP-3 VALUE +0.
012000     05  WS-OWNER-CLASS           PIC X(01)   VALUE SPACE.
012100         88  WS-OWNER-PUBLIC              VALUE 'P'.
012200     05  WS-SIZE-BAND             PIC 9(01)   VALUE ZERO.
012300     05  WS-MAT-BAND              PIC 9(01)   VALUE ZERO.
012400     05  WS-SMDIA                 PIC S9(9)V99 COMP-3
012500                                              VALUE +250000.
012600     05  WS-SMDIA-DIGITS          PIC 9(09)   VALUE ZERO.
012700     05  WS-TOTAL-BALANCE         PIC S9(13)V99 COMP-3 VALUE +0.
012800     05  WS-TOTAL-RECORDS         PIC S9(9)   COMP  VALUE ZERO.
012900     05  WS-TOTAL-ACCOUNTS        PIC S9(9)   COMP  VALUE ZERO.
013000     05  WS-TOTAL-CDS             PIC S9(7)   COMP  VALUE ZERO.
013100     05  WS-TOTAL-CLASSED         PIC S9(9)   COMP  VALUE ZERO.
013200     05  WS-TOTAL-NOT-DEPOSIT     PIC S9(7)   COMP  VALUE ZERO.
013300     05  WS-TOTAL-UNCLASSED       PIC S9(7)   COMP  VALUE ZERO.
013400     05  WS-TOTAL-OVERDRAWN       PIC S9(7)   COMP  VALUE ZERO.
013500     05  WS-OVERDRAWN-BAL         PIC S9(13)V99 COMP-3 VALUE +0.
013600     05  WS-UNCL-OVERFLOW         PIC S9(7)   COMP  VALUE ZERO.
013700*    THE RC-E SIZE THRESHOLDS ARE FIXED BY THE FORM; THE
013800*    INSURANCE-LIMIT MEMORANDUM FOLLOWS THE COVERAGE LIMIT
013900*    CIFB546 USES (AMS.PROPS CIFB546.SMDIA).
014000     05  WS-SIZE-100K             PIC S9(9)V99 COMP-3
014100                                              VALUE +100000.
014200     05  WS-SIZE-250K             PIC S9(9)V99 COMP-3
014300                                              VALUE +250000.
014400*    DATES AS YYYY-MM-DD, SPLIT FOR THE MONTH COUNT.
014500 01  WS-AS-OF-DATE                PIC X(10)   VALUE SPACE.
014600 01  WS-AS-OF-R REDEFINES WS-AS-OF-DATE.
014700     05  WS-AS-OF-YR              PIC 9(04).
014800     05  FILLER                   PIC X(01).
014900     05  WS-AS-OF-MO              PIC 9(02).
015000     05  FILLER                   PIC X(01).
015100     05  WS-AS-OF-DY              PIC 9(02).
015200 01  WS-MATURITY-DATE             PIC X(10)   VALUE SPACE.
015300 01  WS-MATURITY-R REDEFINES WS-MATURITY-DATE.
015400     05  WS-MATURITY-YR           PIC 9(04).
015500     05  FILLER                   PIC X(01).
015600     05  WS-MATURITY-MO           PIC 9(02).
015700     05  FILLER                   PIC X(01).
015800     05  WS-MATURITY-DY           PIC 9(02).
015900*    THE SCHEDULE LINES IN REPORT ORDER -- THE FORM'S ITEM
016000*    NUMBER AND CAPTION.
016100 01  WS-LINE-MAP.
016200     05  FILLER  PIC X(45)  VALUE
016300         '1    IPC - TRANSACTION ACCOUNTS'.
016400     05  FILLER  PIC X(45)  VALUE
016500         '3    PUBLIC FUNDS - TRANSACTION ACCOUNTS'.
016600     05  FILLER  PIC X(45)  VALUE
016700         '7A   TOTAL TRANSACTION ACCOUNTS'.
016800     05  FILLER  PIC X(45)  VALUE
016900         '7B     MEMO: TOTAL DEMAND DEPOSITS'.
017000     05  FILLER  PIC X(45)  VALUE
017100         '1C   IPC - NONTRANSACTION ACCOUNTS'.
017200     05  FILLER  PIC X(45)  VALUE
017300         '3C   PUBLIC FUNDS - NONTRANSACTION'.
017400     05  FILLER  PIC X(45)  VALUE
017500         '7C   TOTAL NONTRANSACTION ACCOUNTS'.
017600     05  FILLER  PIC X(45)  VALUE
017700         '7    TOTAL DEPOSITS'.
017800     05  FILLER  PIC X(45)  VALUE
017900         'M1A  IRA AND KEOGH PLAN ACCOUNTS'.
018000     05  FILLER  PIC X(45)  VALUE
018100         'M1B  BROKERED DEPOSITS'.
018200     05  FILLER  PIC X(45)  VALUE
018300         'M2A1 MONEY MARKET DEPOSIT ACCOUNTS'.
018400     05  FILLER  PIC X(45)  VALUE
018500         'M2A2 OTHER SAVINGS DEPOSITS'.
018600     05  FILLER  PIC X(45)  VALUE
018700         'M2B  TIME DEPOSITS UNDER 100,000'.
018800     05  FILLER  PIC X(45)  VALUE
018900         'M2C  TIME DEPOSITS 100,000 THRU 250,000'.
019000     05  FILLER  PIC X(45)  VALUE
019100         'M2D  TIME DEPOSITS OVER 250,000'.
019200     05  FILLER  PIC X(45)  VALUE
019300         'M3A1 TIME <= 250,000 - 3 MONTHS OR LESS'.
019400     05  FILLER  PIC X(45)  VALUE
019500         'M3A2 TIME <= 250,000 - OVER 3 THRU 12 MONTHS'.
019600     05  FILLER  PIC X(45)  VALUE
019700         'M3A3 TIME <= 250,000 - OVER 1 THRU 3 YEARS'.
019800     05  FILLER  PIC X(45)  VALUE
019900         'M3A4 TIME <= 250,000 - OVER 3 YEARS'.
020000     05  FILLER  PIC X(45)  VALUE
020100         'M3B  TIME <= 250,000 - 1 YEAR OR LESS'.
020200     05  FILLER  PIC X(45)  VALUE
020300         'M4A1 TIME > 250,000 - 3 MONTHS OR LESS'.
020400     05  FILLER  PIC X(45)  VALUE
020500         'M4A2 TIME > 250,000 - OVER 3 THRU 12 MONTHS'.
020600     05  FILLER  PIC X(45)  VALUE
020700         'M4A3 TIME > 250,000 - OVER 1 THRU 3 YEARS'.
020800     05  FILLER  PIC X(45)  VALUE
020900         'M4A4 TIME > 250,000 - OVER 3 YEARS'.
021000     05  FILLER  PIC X(45)  VALUE
021100         'M4B  TIME > 250,000 - 1 YEAR OR LESS'.
021200     05  FILLER  PIC X(45)  VALUE
021300         'INS1 ACCOUNTS AT OR UNDER INSURANCE LIMIT'.
021400     05  FILLER  PIC X(45)  VALUE
021500         'INS2 ACCOUNTS OVER INSURANCE LIMIT'.
021600 01  WS-LINE-MAP-R REDEFINES WS-LINE-MAP.
021700     05  WS-LINE-ENTRY OCCURS 27 TIMES.
021800         10  WS-LINE-ITEM         PIC X(05).
021900         10  WS-LINE-CAPTION      PIC X(40).
022000*    AMOUNTS AND ACCOUNT COUNTS BY BANK AND SCHEDULE LINE, FIRST
022100*    COME FIRST SERVED.  THE LAST SLOT IS ALL BANKS.
022200 01  WS-SCHED-TABLE.
022300     05  WS-SCHED-BANK  OCCURS 51 TIMES.
022400         10  WS-SB-BANK-NBR       PIC 9(03).
022500         10  WS-SB-LINE  OCCURS 27 TIMES.
022600             15  WS-SB-AMOUNT     PIC S9(13)V99 COMP-3.
022700             15  WS-SB-COUNT      PIC S9(9)   COMP.
022800*    GL.RCEPROD, LOADED ONCE.
022900 01  WS-PROD-TABLE.
023000     05  WS-PROD-MAX              PIC S9(4)   COMP  VALUE +0.
023100     05  WS-PROD-ENTRY  OCCURS 500 TIMES.
023200         10  WS-PT-FILE-ID        PIC X(04).
023300         10  WS-PT-PRODUCT        PIC X(04).
023400         10  WS-PT-DEP-TYPE       PIC X(01).
023500         10  WS-PT-IRA-IND        PIC X(01).
023600         10  WS-PT-BROKERED-IND   PIC X(01).
023700         10  WS-PT-GL-ACCT        PIC X(08).
023800*    BALANCES BY BANK AND GL DEPOSIT ACCOUNT FOR THE
023900*    RECONCILIATION.  AN UNCLASSIFIABLE PRODUCT HAS NO GL
024000*    ACCOUNT AND TOTALS UNDER SPACES.
024100 01  WS-GL-TABLE.
024200     05  WS-GL-MAX                PIC S9(4)   COMP  VALUE +0.
024300     05  WS-GL-ENTRY  OCCURS 500 TIMES.
024400         10  WS-GT-BANK-NBR       PIC 9(03).
024500         10  WS-GT-GL-ACCT        PIC X(08).
024600         10  WS-GT-COUNT          PIC S9(9)   COMP.
024700         10  WS-GT-BALANCE        PIC S9(13)V99 COMP-3.
024800*    THE UNCLASSIFIABLE PRODUCTS FOR RPT687.
024900 01  WS-UNCL-TABLE.
025000     05  WS-UNCL-MAX              PIC S9(4)   COMP  VALUE +0.
025100     05  WS-UNCL-ENTRY  OCCURS 200 TIMES.
025200         10  WS-UT-BANK-NBR       PIC 9(03).
025300         10  WS-UT-FILE-ID        PIC X(04).
025400         10  WS-UT-PRODUCT        PIC X(04).
025500         10  WS-UT-COUNT          PIC S9(9)   COMP.
025600         10  WS-UT-BALANCE        PIC S9(13)V99 COMP-3.
025700*----------------------------------------------------------------
025800     COPY GLRCEPRD.
025900*----------------------------------------------------------------
026000     COPY CDMASTER.
026100*----------------------------------------------------------------
026200     COPY APICPYA1.
026300*----------------------------------------------------------------
026400     COPY ADMU501P.
026500*----------------------------------------------------------------
026600 01  WS-HEADING-1.
026700     05  FILLER  PIC X(45)  VALUE
026800       'GLB008  CALL REPORT SCHEDULE RC-E AS OF '.
026900     05  HD-AS-OF-DATE            PIC X(10).
027000     05  FILLER  PIC X(24)  VALUE
027100       '   INSURANCE LIMIT '.
027200     05  HD-SMDIA                 PIC ZZZ,ZZZ,ZZ9.
027300     05  FILLER                   PIC X(42)   VALUE SPACE.
027400 01  WS-HEADING-2.
027500     05  FILLER  PIC X(50)  VALUE
027600       'ITEM  CAPTION                                     '.
027700     05  FILLER  PIC X(50)  VALUE
027800       '            AMOUNT     ACCOUNTS'.
027900     05  FILLER                   PIC X(32)   VALUE SPACE.
028000 01  WS-BANK-HEADING.
028100     05  FILLER       PIC X(05) VALUE 'BANK '.
028200     05  BH-BANK-NBR              PIC X(09).
028300     05  FILLER                   PIC X(118)  VALUE SPACE.
028400 01  WS-SCHED-LINE.
028500     05  SL-ITEM                  PIC X(05).
028600     05  FILLER                   PIC X(01)   VALUE SPACE.
028700     05  SL-CAPTION               PIC X(40).
028800     05  FILLER                   PIC X(04)   VALUE SPACE.
028900     05  SL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029000     05  FILLER                   PIC X(02)   VALUE SPACE.
029100     05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
029200     05  FILLER                   PIC X(51)   VALUE SPACE.
029300 01  WS-GL-HEADING.
029400     05  FILLER  PIC X(50)  VALUE
029500       'GL DEPOSIT ACCOUNT RECONCILIATION'.
029600     05  FILLER                   PIC X(82)   VALUE SPACE.
029700 01  WS-GL-HEADING-2.
029800     05  FILLER  PIC X(50)  VALUE
029900       'BANK  GL ACCT         ACCOUNTS            BALANCE'.
030000     05  FILLER                   PIC X(82)   VALUE SPACE.
030100 01  WS-GL-LINE.
030200     05  GL-BANK-NBR              PIC 9(03).
030300     05  FILLER                   PIC X(03)   VALUE SPACE.
030400     05  GL-GL-ACCT               PIC X(08).
030500     05  FILLER                   PIC X(04)   VALUE SPACE.
030600     05  GL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
030700     05  FILLER                   PIC X(01)   VALUE SPACE.
030800     05  GL-BALANCE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
030900     05  FILLER                   PIC X(84)   VALUE SPACE.
031000 01  WS-UNCL-HEADING-1.
031100     05  FILLER  PIC X(45)  VALUE
031200       'GLB008  RC-E UNCLASSIFIABLE PRODUCTS AS OF '.
031300     05  HD-UNCL-AS-OF-DATE       PIC X(10).
031400     05  FILLER                   PIC X(77)   VALUE SPACE.
031500 01  WS-UNCL-HEADING-2.
031600     05  FILLER  PIC X(52)  VALUE
031700       'BANK  FILE  PRODUCT     ACCOUNTS            BALANCE'.
031800     05  FILLER  PIC X(48)  VALUE
031900       '  ACTION'.
032000     05  FILLER                   PIC X(32)   VALUE SPACE.
032100 01  WS-UNCL-LINE.
032200     05  UL-BANK-NBR              PIC 9(03).
032300     05  FILLER                   PIC X(03)   VALUE SPACE.
032400     05  UL-FILE-ID               PIC X(04).
032500     05  FILLER                   PIC X(02)   VALUE SPACE.
032600     05  UL-PRODUCT               PIC X(04).
032700     05  FILLER                   PIC X(04)   VALUE SPACE.
032800     05  UL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
032900     05  FILLER                   PIC X(01)   VALUE SPACE.
033000     05  UL-BALANCE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033100     05  FILLER                   PIC X(02)   VALUE SPACE.
033200     05  UL-ACTION                PIC X(30)   VALUE
033300         'ADD TO GL.RCEPROD'.
033400     05  FILLER                   PIC X(50)   VALUE SPACE.
033500 01  WS-TOTAL-LINE.
033600     05  TL-LABEL                 PIC X(26).
033700     05  TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
033800     05  FILLER                   PIC X(02)   VALUE SPACE.
033900     05  TL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034000     05  FILLER                   PIC X(75)   VALUE SPACE.
034100*----------------------------------------------------------------
034200 LINKAGE SECTION.
034300 01  GLB008-PARM.
034400*    THE QUARTER-END BEING REPORTED (TODAY WHEN SPACES).  THE
034500*    STEP RUNS AFTER THE QUARTER-END POSTING AND BEFORE THE
034600*    NEXT DAY'S, WHILE ACCT_BALANCE STILL HOLDS THE QUARTER-END
034700*    BALANCE; CDS ARE TAKEN FROM CD.HISTORY THROUGH THIS DATE.
034800     05  GLB008-AS-OF-DATE         PIC X(10).
034900*----------------------------------------------------------------
035000 PROCEDURE DIVISION USING GLB008-PARM.
035100*
035200 0000-MAINLINE.
035300     PERFORM 0500-RESOLVE-SMDIA THRU 0500-EXIT.
035400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035500     PERFORM 2000-CLASS-ACCOUNTS THRU 2000-EXIT.
035600     PERFORM 3000-CLASS-CDS THRU 3000-EXIT.
035700     PERFORM 6000-REPORT-SCHEDULE THRU 6000-EXIT.
035800     PERFORM 6500-REPORT-GL THRU 6500-EXIT.
035900     PERFORM 6800-REPORT-UNCLASSED THRU 6800-EXIT.
036000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
036100     GOBACK.
036200*----------------------------------------------------------------
036300 0500-RESOLVE-SMDIA.
036400*    THE SAME OVERRIDE CIFB546 HONORS, SO THE OVER-THE-LIMIT
036500*    MEMORANDUM AGREES WITH THE PART 370 COVERAGE FILES.
036600     MOVE SPACES TO AMSPRP-KEY-TEXT.
036700     MOVE 'CIFB546.SMDIA' TO AMSPRP-KEY-TEXT.
036800     MOVE +13 TO AMSPRP-KEY-LEN.
036900     EXEC SQL
037000         SELECT AMSPRP_VALUE
037100           INTO :AMSPRP-VALUE
037200           FROM AMS.PROPS
037300          WHERE AMSPRP_KEY = :AMSPRP-KEY
037400     END-EXEC.
037500     IF  SQLCODE = ZERO
037600     AND AMSPRP-VALUE-LEN > ZERO
037700     AND AMSPRP-VALUE-LEN < 10
037800     AND AMSPRP-VALUE-TEXT (1:AMSPRP-VALUE-LEN) NUMERIC
037900         MOVE AMSPRP-VALUE-TEXT (1:AMSPRP-VALUE-LEN)
038000                               TO WS-SMDIA-DIGITS
038100         IF  WS-SMDIA-DIGITS > ZERO
038200             MOVE WS-SMDIA-DIGITS TO WS-SMDIA
038300         END-IF
038400     END-IF.
038500     MOVE WS-SMDIA TO HD-SMDIA.
038600 0500-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 1000-INITIALIZE.
039000     MOVE GLB008-AS-OF-DATE TO WS-AS-OF-DATE.
039100     IF  WS-AS-OF-DATE = SPACES
039200         EXEC SQL
039300             SET :WS-AS-OF-DATE = CURRENT DATE
039400         END-EXEC
039500     END-IF.
039600     INITIALIZE WS-SCHED-TABLE.
039700     OPEN OUTPUT RCEEXT-FILE.
039800     OPEN OUTPUT RPT686-FILE.
039900     OPEN OUTPUT RPT687-FILE.
040000     MOVE WS-AS-OF-DATE TO HD-AS-OF-DATE.
040100     MOVE WS-HEADING-1  TO RPT686-RECORD.
040200     WRITE RPT686-RECORD.
040300     MOVE WS-HEADING-2  TO RPT686-RECORD.
040400     WRITE RPT686-RECORD.
040500     MOVE WS-AS-OF-DATE TO HD-UNCL-AS-OF-DATE.
040600     MOVE WS-UNCL-HEADING-1 TO RPT687-RECORD.
040700     WRITE RPT687-RECORD.
040800     MOVE WS-UNCL-HEADING-2 TO RPT687-RECORD.
040900     WRITE RPT687-RECORD.
041000     PERFORM 1100-LOAD-PRODUCTS THRU 1100-EXIT.
041100 1000-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 1100-LOAD-PRODUCTS.
041500     EXEC SQL
041600         DECLARE CSR008P CURSOR FOR
041700         SELECT RCEP_FILE_ID, RCEP_PRODUCT, RCEP_DEP_TYPE,
041800                RCEP_IRA_IND, RCEP_BROKERED_IND, RCEP_GL_ACCT
041900           FROM GL.RCEPROD
042000          ORDER BY RCEP_FILE_ID, RCEP_PRODUCT
042100     END-EXEC.
042200     EXEC SQL OPEN CSR008P END-EXEC.
042300     IF  SQLCODE NOT = ZERO
042400         DISPLAY 'GLB008 - GL.RCEPROD OPEN FAILED, SQLCODE '
042500             SQLCODE
042600         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
042700         MOVE 16 TO RETURN-CODE
042800         GOBACK
042900     END-IF.
043000     MOVE 'N' TO WS-EOF-SW.
043100     PERFORM 1110-FETCH-PRODUCT THRU 1110-EXIT.
043200     PERFORM 1120-STORE-PRODUCT THRU 1120-EXIT
043300         UNTIL WS-EOF-YES.
043400     EXEC SQL CLOSE CSR008P END-EXEC.
043500 1100-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800 1110-FETCH-PRODUCT.
043900     EXEC SQL
044000         FETCH CSR008P
044100          INTO :RCEP-FILE-ID, :RCEP-PRODUCT, :RCEP-DEP-TYPE,
044200               :RCEP-IRA-IND, :RCEP-BROKERED-IND, :RCEP-GL-ACCT
044300     END-EXEC.
044400     IF  SQLCODE NOT = ZERO
044500         SET WS-EOF-YES TO TRUE
044600     END-IF.
044700 1110-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000 1120-STORE-PRODUCT.
045100     IF  WS-PROD-MAX >= 500
045200         DISPLAY 'GLB008 - MORE THAN 500 GL.RCEPROD ROWS, '
045300             'WIDEN THE PRODUCT TABLE'
045400         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
045500         MOVE 16 TO RETURN-CODE
045600         GOBACK
045700     END-IF.
045800     ADD 1 TO WS-PROD-MAX.
045900     MOVE RCEP-FILE-ID       TO WS-PT-FILE-ID (WS-PROD-MAX).
046000     MOVE RCEP-PRODUCT       TO WS-PT-PRODUCT (WS-PROD-MAX).
046100     MOVE RCEP-DEP-TYPE      TO WS-PT-DEP-TYPE (WS-PROD-MAX).
046200     MOVE RCEP-IRA-IND       TO WS-PT-IRA-IND (WS-PROD-MAX).
046300     MOVE RCEP-BROKERED-IND  TO WS-PT-BROKERED-IND (WS-PROD-MAX).
046400     MOVE RCEP-GL-ACCT       TO WS-PT-GL-ACCT (WS-PROD-MAX).
046500     PERFORM 1110-FETCH-PRODUCT THRU 1110-EXIT.
046600 1120-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 2000-CLASS-ACCOUNTS.
047000*    EVERY OPEN NON-LOAN, NON-CD ACCOUNT AT ITS CACHED BALANCE.
047100*    THE OWNER CLASS IS P (PUBLIC FUNDS) WHEN ANY OWNER -- ANY
047200*    PARTY BUT A SIGNER, BENEFICIARY OR GUARDIAN -- IS A
047300*    NON-INDIVIDUAL WHOSE CIF.CUSTNON TYPE IS 2, OTHERWISE I
047400*    (INDIVIDUALS, PARTNERSHIPS AND CORPORATIONS).
047500     EXEC SQL
047600         DECLARE CSR008A CURSOR FOR
047700         SELECT A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY,
047800                A.ACCT_DESC_CODE, A.ACCT_TITLE, A.ACCT_BALANCE,
047900                CASE WHEN EXISTS
048000                    (SELECT 1
048100                       FROM CIF.CUSTXREF X
048200                       JOIN CIF.CUSTOMER C
048300                         ON C.CUST_BANK_NBR = X.RELATED_BANK_NBR
048400                        AND C.CUST_FILE_ID  = X.RELATED_FILE_ID
048500                        AND C.CUST_FILE_KEY = X.RELATED_FILE_KEY
048600                       JOIN CIF.CUSTNON N
048700                         ON N.CUSTN_CUST_ID = C.CUST_ID
048800                      WHERE X.BANK_NBR        = A.ACCT_BANK_NBR
048900                        AND X.FILE_ID         = 'ACCT'
049000                        AND X.FILE_KEY        = A.ACCT_KEY
049100                        AND X.RELATED_FILE_ID = 'CUST'
049200                        AND X.RELATIONSHIP_CODE
049300                                NOT IN ('AS', 'BE', 'GD')
049400                        AND C.CUST_TYPE       = 'N'
049500                        AND N.CUSTN_TYPE      = 2)
049600                     THEN 'P' ELSE 'I' END
049700           FROM CIF.ACCOUNT A
049800          WHERE A.ACCT_STATUS = 'O'
049900            AND A.ACCT_FILE_ID NOT IN ('ML  ', 'CD  ')
050000          ORDER BY A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY
050100     END-EXEC.
050200     EXEC SQL OPEN CSR008A END-EXEC.
050300     IF  SQLCODE NOT = ZERO
050400         DISPLAY 'GLB008 - CIF.ACCOUNT OPEN FAILED, SQLCODE '
050500             SQLCODE
050600         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
050700         MOVE 16 TO RETURN-CODE
050800         GOBACK
050900     END-IF.
051000     MOVE 'N' TO WS-EOF-SW.
051100     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
051200     PERFORM 2200-CLASS-ONE-ACCOUNT THRU 2200-EXIT
051300         UNTIL WS-EOF-YES.
051400     EXEC SQL CLOSE CSR008A END-EXEC.
051500 2000-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800 2100-FETCH-ACCOUNT.
051900     MOVE SPACES TO WS-ACCT-TITLE-TEXT.
052000     EXEC SQL
052100         FETCH CSR008A
052200          INTO :WS-BANK-NBR, :WS-FILE-ID, :WS-ACCT-KEY,
052300               :WS-DESC-CODE, :WS-ACCT-TITLE, :WS-BALANCE,
052400               :WS-OWNER-CLASS
052500     END-EXEC.
052600     IF  SQLCODE NOT = ZERO
052700         SET WS-EOF-YES TO TRUE
052800     END-IF.
052900 2100-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200 2200-CLASS-ONE-ACCOUNT.
053300     ADD 1 TO WS-TOTAL-ACCOUNTS.
053400     MOVE WS-DESC-CODE      TO WS-DESC-DISPLAY.
053500     MOVE WS-DESC-DISPLAY   TO WS-PRODUCT.
053600     MOVE SPACES            TO WS-MATURITY-DATE.
053700     PERFORM 4000-CLASS-DEPOSIT THRU 4000-EXIT.
053800     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
053900 2200-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200 3000-CLASS-CDS.
054300*    EVERY ACTIVE CD AT ITS NET CD.HISTORY BALANCE THROUGH THE
054400*    AS-OF DATE (THE GLB006 AND CIFB546 MEASURE), WITH ITS
054500*    PRODUCT AND MATURITY FROM CD.MASTER AND ITS TITLE FROM
054600*    CIF.ACCOUNT FOR THE IRA SCAN.
054700     EXEC SQL
054800         DECLARE CSR008C CURSOR FOR
054900         SELECT M.CDM_BANK_NBR, M.CDM_ACCT_NBR, M.CDM_PRODUCT,
055000                M.CDM_MATURITY_DATE,
055100                COALESCE(A.ACCT_TITLE, ''),
055200                COALESCE((SELECT SUM(CASE WHEN H.CDH_DR_CR_IND
055300                                          = 'D'
055400                                     THEN 0 - H.CDH_TX_AMT
055500                                     ELSE H.CDH_TX_AMT END)
055600                            FROM CD.HISTORY H
055700                           WHERE H.CDH_BANK_NBR = M.CDM_BANK_NBR
055800                             AND H.CDH_ACCT_NBR = M.CDM_ACCT_NBR
055900                             AND H.CDH_EFFECTIVE_DATE
056000                                 <= :WS-AS-OF-DATE), 0),
056100                CASE WHEN EXISTS
056200                    (SELECT 1
056300                       FROM CIF.CUSTXREF X
056400                       JOIN CIF.CUSTOMER C
056500                         ON C.CUST_BANK_NBR = X.RELATED_BANK_NBR
056600                        AND C.CUST_FILE_ID  = X.RELATED_FILE_ID
056700                        AND C.CUST_FILE_KEY = X.RELATED_FILE_KEY
056800                       JOIN CIF.CUSTNON N
056900                         ON N.CUSTN_CUST_ID = C.CUST_ID
057000                      WHERE X.BANK_NBR        = M.CDM_BANK_NBR
057100                        AND X.FILE_ID         = 'ACCT'
057200                        AND X.FILE_KEY        = M.CDM_ACCT_NBR
057300                        AND X.RELATED_FILE_ID = 'CUST'
057400                        AND X.RELATIONSHIP_CODE
057500                                NOT IN ('AS', 'BE', 'GD')
057600                        AND C.CUST_TYPE       = 'N'
057700                        AND N.CUSTN_TYPE      = 2)
057800                     THEN 'P' ELSE 'I' END
057900           FROM CD.MASTER M
058000           LEFT JOIN CIF.ACCOUNT A
058100             ON A.ACCT_BANK_NBR = M.CDM_BANK_NBR
058200            AND A.ACCT_FILE_ID  = 'CD  '
058300            AND A.ACCT_KEY      = M.CDM_ACCT_NBR
058400          WHERE M.CDM_STATUS = 'A'
058500          ORDER BY M.CDM_BANK_NBR, M.CDM_ACCT_NBR
058600     END-EXEC.
058700     EXEC SQL OPEN CSR008C END-EXEC.
058800     IF  SQLCODE NOT = ZERO
058900         DISPLAY 'GLB008 - CD.MASTER OPEN FAILED, SQLCODE '
059000             SQLCODE
059100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
059200         MOVE 16 TO RETURN-CODE
059300         GOBACK
059400     END-IF.
059500     MOVE 'N' TO WS-EOF-SW.
059600     PERFORM 3100-FETCH-CD THRU 3100-EXIT.
059700     PERFORM 3200-CLASS-ONE-CD THRU 3200-EXIT
059800         UNTIL WS-EOF-YES.
059900     EXEC SQL CLOSE CSR008C END-EXEC.
060000 3000-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300 3100-FETCH-CD.
060400     MOVE SPACES TO WS-ACCT-TITLE-TEXT.
060500     EXEC SQL
060600         FETCH CSR008C
060700          INTO :CDM-BANK-NBR, :CDM-ACCT-NBR, :CDM-PRODUCT,
060800               :CDM-MATURITY-DATE, :WS-ACCT-TITLE, :WS-BALANCE,
060900               :WS-OWNER-CLASS
061000     END-EXEC.
061100     IF  SQLCODE NOT = ZERO
061200         SET WS-EOF-YES TO TRUE
061300     END-IF.
061400 3100-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 3200-CLASS-ONE-CD.
061800*    A CD WITH NOTHING LEFT ON HISTORY IS NOT A DEPOSIT.
061900     IF  WS-BALANCE NOT > ZERO
062000         PERFORM 3100-FETCH-CD THRU 3100-EXIT
062100         GO TO 3200-EXIT
062200     END-IF.
062300     ADD 1 TO WS-TOTAL-CDS.
062400     MOVE CDM-BANK-NBR      TO WS-BANK-NBR.
062500     MOVE 'CD  '            TO WS-FILE-ID.
062600     MOVE CDM-ACCT-NBR      TO WS-ACCT-KEY.
062700     MOVE CDM-PRODUCT       TO WS-PRODUCT.
062800     MOVE CDM-MATURITY-DATE TO WS-MATURITY-DATE.
062900     PERFORM 4000-CLASS-DEPOSIT THRU 4000-EXIT.
063000     PERFORM 3100-FETCH-CD THRU 3100-EXIT.
063100 3200-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400 4000-CLASS-DEPOSIT.
063500*    AN OVERDRAWN ACCOUNT IS A LOAN ON THE CALL REPORT, NOT A
063600*    NEGATIVE DEPOSIT; IT IS COUNTED FOR THE RECONCILIATION
063700*    AND LEFT OFF THE SCHEDULE.
063800     IF  WS-BALANCE NOT > ZERO
063900         ADD 1          TO WS-TOTAL-OVERDRAWN
064000         ADD WS-BALANCE TO WS-OVERDRAWN-BAL
064100         GO TO 4000-EXIT
064200     END-IF.
064300     PERFORM 4100-FIND-PRODUCT THRU 4100-EXIT.
064400     MOVE SPACES            TO RCEEXT-RECORD.
064500     MOVE 'D'               TO EX-REC-TYPE.
064600     MOVE WS-BANK-NBR       TO EX-BANK-NBR.
064700     MOVE WS-FILE-ID        TO EX-FILE-ID.
064800     MOVE WS-ACCT-KEY       TO EX-ACCT-KEY.
064900     MOVE WS-PRODUCT        TO EX-PRODUCT.
065000     MOVE WS-OWNER-CLASS    TO EX-OWNER-CLASS.
065100     MOVE WS-BALANCE        TO EX-BALANCE.
065200     MOVE WS-MATURITY-DATE  TO EX-MATURITY-DATE.
065300     MOVE ZERO              TO EX-SIZE-BAND
065400                               EX-MAT-BAND.
065500     IF  NOT WS-FOUND-YES
065600         ADD 1 TO WS-TOTAL-UNCLASSED
065700         PERFORM 4600-NOTE-UNCLASSED THRU 4600-EXIT
065800         MOVE 'U'           TO EX-DEP-TYPE
065900         MOVE SPACES        TO EX-GL-ACCT
066000         PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT
066100         GO TO 4000-EXIT
066200     END-IF.
066300     MOVE WS-PT-DEP-TYPE (WS-PX) TO RCEP-DEP-TYPE.
066400     IF  RCEP-NOT-DEPOSIT
066500         ADD 1 TO WS-TOTAL-NOT-DEPOSIT
066600         GO TO 4000-EXIT
066700     END-IF.
066800     ADD 1 TO WS-TOTAL-CLASSED.
066900     PERFORM 4200-SCAN-TITLE THRU 4200-EXIT.
067000     MOVE RCEP-DEP-TYPE             TO EX-DEP-TYPE.
067100     MOVE WS-PT-GL-ACCT (WS-PX)     TO EX-GL-ACCT.
067200     MOVE WS-PT-BROKERED-IND (WS-PX) TO EX-BROKERED-IND.
067300     IF  WS-IRA-YES
067400         MOVE 'Y' TO EX-IRA-IND
067500     ELSE
067600         MOVE 'N' TO EX-IRA-IND
067700     END-IF.
067800     PERFORM 7200-FIND-BANK THRU 7200-EXIT.
067900*    TRANSACTION / NONTRANSACTION, BY OWNER CLASS.
068000     IF  RCEP-TRANSACTION
068100         MOVE 'T' TO EX-TRAN-IND
068200         IF  WS-OWNER-PUBLIC
068300             MOVE 2 TO WS-LINE
068400         ELSE
068500             MOVE 1 TO WS-LINE
068600         END-IF
068700         PERFORM 7300-ADD-LINE THRU 7300-EXIT
068800         MOVE 3 TO WS-LINE
068900         PERFORM 7300-ADD-LINE THRU 7300-EXIT
069000         IF  RCEP-DEMAND
069100             MOVE 4 TO WS-LINE
069200             PERFORM 7300-ADD-LINE THRU 7300-EXIT
069300         END-IF
069400     ELSE
069500         MOVE 'N' TO EX-TRAN-IND
069600         IF  WS-OWNER-PUBLIC
069700             MOVE 6 TO WS-LINE
069800         ELSE
069900             MOVE 5 TO WS-LINE
070000         END-IF
070100         PERFORM 7300-ADD-LINE THRU 7300-EXIT
070200         MOVE 7 TO WS-LINE
070300         PERFORM 7300-ADD-LINE THRU 7300-EXIT
070400     END-IF.
070500     MOVE 8 TO WS-LINE.
070600     PERFORM 7300-ADD-LINE THRU 7300-EXIT.
070700*    MEMORANDA.
070800     IF  WS-IRA-YES
070900         MOVE 9 TO WS-LINE
071000         PERFORM 7300-ADD-LINE THRU 7300-EXIT
071100     END-IF.
071200     IF  EX-BROKERED-IND = 'Y'
071300         MOVE 10 TO WS-LINE
071400         PERFORM 7300-ADD-LINE THRU 7300-EXIT
071500     END-IF.
071600     EVALUATE TRUE
071700         WHEN RCEP-MMDA
071800             MOVE 11 TO WS-LINE
071900             PERFORM 7300-ADD-LINE THRU 7300-EXIT
072000         WHEN RCEP-SAVINGS
072100             MOVE 12 TO WS-LINE
072200             PERFORM 7300-ADD-LINE THRU 7300-EXIT
072300         WHEN RCEP-TIME
072400             PERFORM 4300-CLASS-TIME THRU 4300-EXIT
072500     END-EVALUATE.
072600     IF  WS-BALANCE > WS-SMDIA
072700         MOVE 27 TO WS-LINE
072800     ELSE
072900         MOVE 26 TO WS-LINE
073000     END-IF.
073100     PERFORM 7300-ADD-LINE THRU 7300-EXIT.
073200     PERFORM 4800-WRITE-DETAIL THRU 4800-EXIT.
073300 4000-EXIT.
073400     EXIT.
073500*----------------------------------------------------------------
073600 4100-FIND-PRODUCT.
073700     MOVE 'N' TO WS-FOUND-SW.
073800     PERFORM 4110-NEXT-PRODUCT THRU 4110-EXIT
073900         VARYING WS-PX FROM 1 BY 1
074000         UNTIL WS-PX > WS-PROD-MAX
074100            OR WS-FOUND-YES.
074200     IF  WS-FOUND-YES
074300         SUBTRACT 1 FROM WS-PX
074400     END-IF.
074500 4100-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800 4110-NEXT-PRODUCT.
074900     IF  WS-PT-FILE-ID (WS-PX) = WS-FILE-ID
075000     AND WS-PT-PRODUCT (WS-PX) = WS-PRODUCT
075100         SET WS-FOUND-YES TO TRUE
075200     END-IF.
075300 4110-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600 4200-SCAN-TITLE.
075700*    AN IRA/KEOGH PRODUCT, OR A TITLE NAMING ONE THE WAY CIFB546
075800*    READS IT -- RETIREMENT MONEY IS OFTEN OPENED UNDER THE
075900*    ORDINARY CD OR SAVINGS PRODUCT.
076000     MOVE 'N' TO WS-IRA-SW.
076100     IF  WS-PT-IRA-IND (WS-PX) = 'Y'
076200         SET WS-IRA-YES TO TRUE
076300         GO TO 4200-EXIT
076400     END-IF.
076500     MOVE SPACES TO WS-TITLE-PAD.
076600     MOVE WS-ACCT-TITLE-TEXT TO WS-TITLE-PAD (2:40).
076700     MOVE ZERO TO WS-HITS.
076800     INSPECT WS-TITLE-PAD TALLYING WS-HITS
076900         FOR ALL ' IRA ' ALL 'ROTH ' ALL 'KEOGH' ALL ' SEP '.
077000     IF  WS-HITS > ZERO
077100         SET WS-IRA-YES TO TRUE
077200     END-IF.
077300 4200-EXIT.
077400     EXIT.
077500*----------------------------------------------------------------
077600 4300-CLASS-TIME.
077700*    SIZE BY THE ACCOUNT'S BALANCE, THEN REMAINING MATURITY --
077800*    THE TIME DEPOSITS OF 250,000 OR LESS IN MEMORANDUM 3 AND
077900*    THOSE OVER IT IN MEMORANDUM 4.
078000     EVALUATE TRUE
078100         WHEN WS-BALANCE < WS-SIZE-100K
078200             MOVE 1  TO WS-SIZE-BAND
078300             MOVE 13 TO WS-LINE
078400         WHEN WS-BALANCE NOT > WS-SIZE-250K
078500             MOVE 2  TO WS-SIZE-BAND
078600             MOVE 14 TO WS-LINE
078700         WHEN OTHER
078800             MOVE 3  TO WS-SIZE-BAND
078900             MOVE 15 TO WS-LINE
079000     END-EVALUATE.
079100     PERFORM 7300-ADD-LINE THRU 7300-EXIT.
079200     PERFORM 4400-FIND-MATURITY THRU 4400-EXIT.
079300     MOVE WS-SIZE-BAND TO EX-SIZE-BAND.
079400     MOVE WS-MAT-BAND  TO EX-MAT-BAND.
079500     IF  WS-SIZE-BAND < 3
079600         COMPUTE WS-LINE = 15 + WS-MAT-BAND
079700         PERFORM 7300-ADD-LINE THRU 7300-EXIT
079800         IF  WS-MAT-BAND NOT > 2
079900             MOVE 20 TO WS-LINE
080000             PERFORM 7300-ADD-LINE THRU 7300-EXIT
080100         END-IF
080200     ELSE
080300         COMPUTE WS-LINE = 20 + WS-MAT-BAND
080400         PERFORM 7300-ADD-LINE THRU 7300-EXIT
080500         IF  WS-MAT-BAND NOT > 2
080600             MOVE 25 TO WS-LINE
080700             PERFORM 7300-ADD-LINE THRU 7300-EXIT
080800         END-IF
080900     END-IF.
081000 4300-EXIT.
081100     EXIT.
081200*----------------------------------------------------------------
081300 4400-FIND-MATURITY.
081400*    MONTHS FROM THE AS-OF DATE TO MATURITY, A PART MONTH
081500*    COUNTING AS A MONTH SO THAT THREE MONTHS AND A DAY IS
081600*    OVER THREE MONTHS.  A TIME DEPOSIT WITH NO MATURITY, OR
081700*    ONE ALREADY PAST IT, IS DUE NOW.
081800     MOVE 1 TO WS-MAT-BAND.
081900     IF  WS-MATURITY-DATE = SPACES
082000     OR  WS-MATURITY-DATE = '0001-01-01'
082100     OR  WS-MATURITY-DATE NOT > WS-AS-OF-DATE
082200         GO TO 4400-EXIT
082300     END-IF.
082400     COMPUTE WS-MONTHS =
082500         (WS-MATURITY-YR - WS-AS-OF-YR) * 12
082600       + WS-MATURITY-MO - WS-AS-OF-MO.
082700     IF  WS-MATURITY-DY > WS-AS-OF-DY
082800         ADD 1 TO WS-MONTHS
082900     END-IF.
083000     EVALUATE TRUE
083100         WHEN WS-MONTHS NOT > 3
083200             MOVE 1 TO WS-MAT-BAND
083300         WHEN WS-MONTHS NOT > 12
083400             MOVE 2 TO WS-MAT-BAND
083500         WHEN WS-MONTHS NOT > 36
083600             MOVE 3 TO WS-MAT-BAND
083700         WHEN OTHER
083800             MOVE 4 TO WS-MAT-BAND
083900     END-EVALUATE.
084000 4400-EXIT.
084100     EXIT.
084200*----------------------------------------------------------------
084300 4600-NOTE-UNCLASSED.
084400     MOVE 'N' TO WS-FOUND-SW.
084500     PERFORM 4610-NEXT-UNCLASSED THRU 4610-EXIT
084600         VARYING WS-UX FROM 1 BY 1
084700         UNTIL WS-UX > WS-UNCL-MAX
084800            OR WS-FOUND-YES.
084900     IF  WS-FOUND-YES
085000         SUBTRACT 1 FROM WS-UX
085100     ELSE
085200         IF  WS-UNCL-MAX >= 200
085300             ADD 1 TO WS-UNCL-OVERFLOW
085400             GO TO 4600-EXIT
085500         END-IF
085600         ADD 1 TO WS-UNCL-MAX
085700         MOVE WS-UNCL-MAX TO WS-UX
085800         MOVE WS-BANK-NBR TO WS-UT-BANK-NBR (WS-UX)
085900         MOVE WS-FILE-ID  TO WS-UT-FILE-ID (WS-UX)
086000         MOVE WS-PRODUCT  TO WS-UT-PRODUCT (WS-UX)
086100         MOVE ZERO        TO WS-UT-COUNT (WS-UX)
086200                             WS-UT-BALANCE (WS-UX)
086300     END-IF.
086400     ADD 1          TO WS-UT-COUNT (WS-UX).
086500     ADD WS-BALANCE TO WS-UT-BALANCE (WS-UX).
086600 4600-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------
086900 4610-NEXT-UNCLASSED.
087000     IF  WS-UT-BANK-NBR (WS-UX) = WS-BANK-NBR
087100     AND WS-UT-FILE-ID (WS-UX)  = WS-FILE-ID
087200     AND WS-UT-PRODUCT (WS-UX)  = WS-PRODUCT
087300         SET WS-FOUND-YES TO TRUE
087400     END-IF.
087500 4610-EXIT.
087600     EXIT.
087700*----------------------------------------------------------------
087800 4800-WRITE-DETAIL.
087900*    EVERY DETAIL GOES TO THE EXTRACT AND INTO ITS BANK'S GL
088000*    DEPOSIT ACCOUNT TOTAL.
088100     WRITE RCEEXT-RECORD.
088200     ADD 1          TO WS-TOTAL-RECORDS.
088300     ADD WS-BALANCE TO WS-TOTAL-BALANCE.
088400     MOVE 'N' TO WS-FOUND-SW.
088500     PERFORM 4810-NEXT-GL THRU 4810-EXIT
088600         VARYING WS-GX FROM 1 BY 1
088700         UNTIL WS-GX > WS-GL-MAX
088800            OR WS-FOUND-YES.
088900     IF  WS-FOUND-YES
089000         SUBTRACT 1 FROM WS-GX
089100     ELSE
089200         IF  WS-GL-MAX >= 500
089300             DISPLAY 'GLB008 - MORE THAN 500 BANK/GL ACCOUNTS, '
089400                 'WIDEN THE GL TABLE'
089500             PERFORM 9000-LOG-FATAL THRU 9000-EXIT
089600             MOVE 16 TO RETURN-CODE
089700             GOBACK
089800         END-IF
089900         ADD 1 TO WS-GL-MAX
090000         MOVE WS-GL-MAX   TO WS-GX
090100         MOVE WS-BANK-NBR TO WS-GT-BANK-NBR (WS-GX)
090200         MOVE EX-GL-ACCT  TO WS-GT-GL-ACCT (WS-GX)
090300         MOVE ZERO        TO WS-GT-COUNT (WS-GX)
090400                             WS-GT-BALANCE (WS-GX)
090500     END-IF.
090600     ADD 1          TO WS-GT-COUNT (WS-GX).
090700     ADD WS-BALANCE TO WS-GT-BALANCE (WS-GX).
090800 4800-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------
091100 4810-NEXT-GL.
091200     IF  WS-GT-BANK-NBR (WS-GX) = WS-BANK-NBR
091300     AND WS-GT-GL-ACCT (WS-GX)  = EX-GL-ACCT
091400         SET WS-FOUND-YES TO TRUE
091500     END-IF.
091600 4810-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900 6000-REPORT-SCHEDULE.
092000*    ONE SCHEDULE PER BANK IN THE ORDER THE BANKS TURNED UP,
092100*    THEN ALL BANKS.
092200     PERFORM 6100-REPORT-ONE-BANK THRU 6100-EXIT
092300         VARYING WS-BX FROM 1 BY 1
092400         UNTIL WS-BX > WS-BANK-MAX.
092500     MOVE 51 TO WS-BX.
092600     PERFORM 6100-REPORT-ONE-BANK THRU 6100-EXIT.
092700 6000-EXIT.
092800     EXIT.
092900*----------------------------------------------------------------
093000 6100-REPORT-ONE-BANK.
093100     MOVE SPACES TO RPT686-RECORD.
093200     WRITE RPT686-RECORD.
093300     IF  WS-BX = 51
093400         MOVE 'ALL BANKS'            TO BH-BANK-NBR
093500     ELSE
093600         MOVE WS-SB-BANK-NBR (WS-BX) TO BH-BANK-NBR
093700     END-IF.
093800     MOVE WS-BANK-HEADING TO RPT686-RECORD.
093900     WRITE RPT686-RECORD.
094000     PERFORM 6200-REPORT-ONE-LINE THRU 6200-EXIT
094100         VARYING WS-LX FROM 1 BY 1
094200         UNTIL WS-LX > 27.
094300 6100-EXIT.
094400     EXIT.
094500*----------------------------------------------------------------
094600 6200-REPORT-ONE-LINE.
094700     MOVE WS-LINE-ITEM (WS-LX)           TO SL-ITEM.
094800     MOVE WS-LINE-CAPTION (WS-LX)        TO SL-CAPTION.
094900     MOVE WS-SB-AMOUNT (WS-BX, WS-LX)    TO SL-AMOUNT.
095000     MOVE WS-SB-COUNT (WS-BX, WS-LX)     TO SL-COUNT.
095100     MOVE WS-SCHED-LINE TO RPT686-RECORD.
095200     WRITE RPT686-RECORD.
095300 6200-EXIT.
095400     EXIT.
095500*----------------------------------------------------------------
095600 6500-REPORT-GL.
095700*    THE EXTRACT'S BALANCES BY BANK AND GL DEPOSIT ACCOUNT, TO
095800*    TIE TO THE LEDGER.  OVERDRAWN ACCOUNTS AND PRODUCTS MAPPED
095900*    AS NOT A DEPOSIT ARE THE RECONCILING ITEMS IN THE TOTALS.
096000     MOVE SPACES TO RPT686-RECORD.
096100     WRITE RPT686-RECORD.
096200     MOVE WS-GL-HEADING   TO RPT686-RECORD.
096300     WRITE RPT686-RECORD.
096400     MOVE WS-GL-HEADING-2 TO RPT686-RECORD.
096500     WRITE RPT686-RECORD.
096600     PERFORM 6600-REPORT-ONE-GL THRU 6600-EXIT
096700         VARYING WS-GX FROM 1 BY 1
096800         UNTIL WS-GX > WS-GL-MAX.
096900 6500-EXIT.
097000     EXIT.
097100*----------------------------------------------------------------
097200 6600-REPORT-ONE-GL.
097300     MOVE WS-GT-BANK-NBR (WS-GX)  TO GL-BANK-NBR.
097400     MOVE WS-GT-GL-ACCT (WS-GX)   TO GL-GL-ACCT.
097500     IF  GL-GL-ACCT = SPACES
097600         MOVE 'UNMAPPED'          TO GL-GL-ACCT
097700     END-IF.
097800     MOVE WS-GT-COUNT (WS-GX)     TO GL-COUNT.
097900     MOVE WS-GT-BALANCE (WS-GX)   TO GL-BALANCE.
098000     MOVE WS-GL-LINE TO RPT686-RECORD.
098100     WRITE RPT686-RECORD.
098200 6600-EXIT.
098300     EXIT.
098400*----------------------------------------------------------------
098500 6800-REPORT-UNCLASSED.
098600     PERFORM 6900-REPORT-ONE-UNCLASSED THRU 6900-EXIT
098700         VARYING WS-UX FROM 1 BY 1
098800         UNTIL WS-UX > WS-UNCL-MAX.
098900     IF  WS-UNCL-OVERFLOW > ZERO
099000         MOVE SPACES TO WS-TOTAL-LINE
099100         MOVE 'NOT LISTED, TABLE FULL  - ' TO TL-LABEL
099200         MOVE WS-UNCL-OVERFLOW       TO TL-COUNT
099300         MOVE WS-TOTAL-LINE TO RPT687-RECORD
099400         WRITE RPT687-RECORD
099500     END-IF.
099600 6800-EXIT.
099700     EXIT.
099800*----------------------------------------------------------------
099900 6900-REPORT-ONE-UNCLASSED.
100000     MOVE WS-UT-BANK-NBR (WS-UX)  TO UL-BANK-NBR.
100100     MOVE WS-UT-FILE-ID (WS-UX)   TO UL-FILE-ID.
100200     MOVE WS-UT-PRODUCT (WS-UX)   TO UL-PRODUCT.
100300     MOVE WS-UT-COUNT (WS-UX)     TO UL-COUNT.
100400     MOVE WS-UT-BALANCE (WS-UX)   TO UL-BALANCE.
100500     MOVE WS-UNCL-LINE TO RPT687-RECORD.
100600     WRITE RPT687-RECORD.
100700 6900-EXIT.
100800     EXIT.
100900*----------------------------------------------------------------
101000 7200-FIND-BANK.
101100     MOVE 1 TO WS-BX.
101200     PERFORM 7210-NEXT-BANK THRU 7210-EXIT
101300         UNTIL WS-BX > WS-BANK-MAX
101400            OR WS-SB-BANK-NBR (WS-BX) = WS-BANK-NBR.
101500     IF  WS-BX > WS-BANK-MAX
101600         IF  WS-BANK-MAX >= 50
101700             DISPLAY 'GLB008 - MORE THAN 50 BANKS, '
101800                 'WIDEN THE SCHEDULE TABLE'
101900             PERFORM 9000-LOG-FATAL THRU 9000-EXIT
102000             MOVE 16 TO RETURN-CODE
102100             GOBACK
102200         END-IF
102300         ADD 1 TO WS-BANK-MAX
102400         MOVE WS-BANK-MAX TO WS-BX
102500         MOVE WS-BANK-NBR TO WS-SB-BANK-NBR (WS-BX)
102600     END-IF.
102700 7200-EXIT.
102800     EXIT.
102900*----------------------------------------------------------------
103000 7210-NEXT-BANK.
103100     ADD 1 TO WS-BX.
103200 7210-EXIT.
103300     EXIT.
103400*----------------------------------------------------------------
103500 7300-ADD-LINE.
103600*    THE LINE IN WS-LINE, FOR THE BANK IN WS-BX AND ALL BANKS.
103700     ADD WS-BALANCE TO WS-SB-AMOUNT (WS-BX, WS-LINE).
103800     ADD 1          TO WS-SB-COUNT (WS-BX, WS-LINE).
103900     ADD WS-BALANCE TO WS-SB-AMOUNT (51, WS-LINE).
104000     ADD 1          TO WS-SB-COUNT (51, WS-LINE).
104100 7300-EXIT.
104200     EXIT.
104300*----------------------------------------------------------------
104400 8000-FINALIZE.
104500     MOVE SPACES            TO RCEEXT-RECORD.
104600     MOVE 'T'               TO EX-REC-TYPE.
104700     MOVE WS-AS-OF-DATE     TO EX-AS-OF-DATE.
104800     MOVE WS-TOTAL-RECORDS  TO EX-RECORD-COUNT.
104900     MOVE WS-TOTAL-BALANCE  TO EX-TOTAL-BALANCE.
105000     WRITE RCEEXT-RECORD.
105100     MOVE SPACES TO RPT686-RECORD.
105200     WRITE RPT686-RECORD.
105300     MOVE SPACES TO WS-TOTAL-LINE.
105400     MOVE 'ACCOUNTS READ           - ' TO TL-LABEL.
105500     MOVE WS-TOTAL-ACCOUNTS      TO TL-COUNT.
105600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
105700     MOVE 'CDS WITH A BALANCE      - ' TO TL-LABEL.
105800     MOVE WS-TOTAL-CDS           TO TL-COUNT.
105900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
106000     MOVE 'DEPOSITS CLASSIFIED     - ' TO TL-LABEL.
106100     MOVE WS-TOTAL-CLASSED       TO TL-COUNT.
106200     MOVE WS-SB-AMOUNT (51, 8)   TO TL-AMOUNT.
106300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
106400     MOVE SPACES TO WS-TOTAL-LINE.
106500     MOVE 'NOT A DEPOSIT (SKIPPED) - ' TO TL-LABEL.
106600     MOVE WS-TOTAL-NOT-DEPOSIT   TO TL-COUNT.
106700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
106800     MOVE 'OVERDRAWN (NOT REPORTED)- ' TO TL-LABEL.
106900     MOVE WS-TOTAL-OVERDRAWN     TO TL-COUNT.
107000     MOVE WS-OVERDRAWN-BAL       TO TL-AMOUNT.
107100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
107200     MOVE SPACES TO WS-TOTAL-LINE.
107300     MOVE 'UNCLASSIFIABLE (RPT687) - ' TO TL-LABEL.
107400     MOVE WS-TOTAL-UNCLASSED     TO TL-COUNT.
107500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
107600     MOVE 'EXTRACT RECORDS         - ' TO TL-LABEL.
107700     MOVE WS-TOTAL-RECORDS       TO TL-COUNT.
107800     MOVE WS-TOTAL-BALANCE       TO TL-AMOUNT.
107900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
108000     CLOSE RCEEXT-FILE.
108100     CLOSE RPT686-FILE.
108200     CLOSE RPT687-FILE.
108300     IF  WS-TOTAL-UNCLASSED > ZERO
108400         MOVE 4 TO RETURN-CODE
108500     END-IF.
108600 8000-EXIT.
108700     EXIT.
108800*----------------------------------------------------------------
108900 8100-WRITE-TOTAL.
109000     MOVE WS-TOTAL-LINE TO RPT686-RECORD.
109100     WRITE RPT686-RECORD.
109200 8100-EXIT.
109300     EXIT.
109400*----------------------------------------------------------------
109500 9000-LOG-FATAL.
109600*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
109700*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
109800*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
109900     MOVE 'GLB008  '                TO ADMU501-PROGRAM.
110000     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
110100     MOVE SQLCODE                   TO ADMU501-SQLCODE.
110200     MOVE SPACES                    TO ADMU501-FILE-STATUS.
110300     MOVE SPACES                    TO ADMU501-KEY-DATA.
110400     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
110500       TO ADMU501-MSG.
110600     CALL 'ADMU501' USING ADMU501-PARAMETERS.
110700 9000-EXIT.
110800     EXIT.
