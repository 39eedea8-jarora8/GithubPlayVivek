000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB541.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY HSA         *
001500*                      CONTRIBUTION TRACKING.  EVERY CHECKING    *
001600*                      ACCOUNT BEHIND AN HSA DEBIT CARD GETS A   *
001700*                      DSDS.HSAMAST ROW CARRYING COVERAGE (SELF  *
001800*                      OR FAMILY, FROM THE HSAELEC ELECTIONS     *
001900*                      FILE) AND THE CATCH-UP FLAG (FROM         *
002000*                      CUSTI-BIRTH-DATE).  YESTERDAY'S POSTED    *
002100*                      ITEMS ARE CLASSIFIED OFF DSDS.PDTXARCH BY *
002200*                      TX CODE ONTO DSDS.HSATXN AS               *
002300*                      CONTRIBUTIONS (PRIOR-YEAR ONES BY THE     *
002400*                      APRIL DEADLINE COUNT FOR THE YEAR         *
002500*                      BEFORE) OR DISTRIBUTIONS BY 1099-SA       *
002600*                      DISTRIBUTION CODE.  EACH ACCOUNT IS THEN  *
002700*                      CHECKED AGAINST THE ANNUAL LIMIT ON       *
002800*                      AMS.PROPS -- POSTED EXCESS IS FLAGGED,    *
002900*                      AND PENDING CONTRIBUTIONS THAT WOULD GO   *
003000*                      OVER ARE FLAGGED OR (MODE B) HELD ON      *
003100*                      DSDS.PENDSUSP.                            *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT HSAELEC-FILE ASSIGN TO HSAELEC
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ELEC-STATUS.
004300     SELECT RPT640-FILE ASSIGN TO RPT640
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HSAELEC-FILE
004800     RECORDING MODE F.
004900*    ONE COVERAGE ELECTION PER RECORD, AS THE NEW-ACCOUNTS DESK
005000*    KEYS THEM -- S SELF-ONLY, F FAMILY.  AN EMPTY FILE IS A
005100*    NORMAL DAY.
005200 01  HSAELEC-RECORD.
005300     05  ELC-BANK-NBR            PIC 9(03).
005400     05  ELC-ACCT-NBR            PIC 9(09).
005500     05  ELC-COVERAGE            PIC X(01).
005600         88  ELC-COVERAGE-VALID          VALUE 'S' 'F'.
005700     05  FILLER                  PIC X(67).
005800 FD  RPT640-FILE
005900     RECORDING MODE F.
006000 01  RPT640-RECORD               PIC X(132).
006100*----------------------------------------------------------------
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05  WS-EOF-SW                PIC X       VALUE 'N'.
006500         88  WS-EOF-YES                   VALUE 'Y'.
006600     05  WS-ITEM-EOF-SW           PIC X       VALUE 'N'.
006700         88  WS-ITEM-EOF                  VALUE 'Y'.
006800     05  WS-WINDOW-SW             PIC X       VALUE 'N'.
006900         88  WS-PRIOR-YEAR-OPEN           VALUE 'Y'.
007000     05  WS-PROP-SW               PIC X       VALUE 'N'.
007100         88  WS-PROP-FOUND                VALUE 'Y'.
007200     05  WS-ELEC-STATUS           PIC XX      VALUE '00'.
007300 01  WS-WORK-FIELDS.
007400     05  WS-IX                    PIC S9(4)   COMP  VALUE +0.
007500     05  WS-YX                    PIC S9(4)   COMP  VALUE +0.
007600     05  WS-TODAY-ISO             PIC X(10)   VALUE SPACE.
007700     05  FILLER REDEFINES WS-TODAY-ISO.
007800         10  WS-TODAY-YYYY        PIC 9(04).
007900         10  FILLER               PIC X(01).
008000         10  WS-TODAY-MM          PIC 9(02).
008100         10  FILLER               PIC X(01).
008200         10  WS-TODAY-DD          PIC 9(02).
008300     05  WS-TODAY-MMDD            PIC 9(04)   VALUE ZERO.
008400     05  WS-YEAR-END              PIC X(10)   VALUE SPACE.
008500     05  WS-PRIOR-YEAR-END        PIC X(10)   VALUE SPACE.
008600     05  WS-YEAR-DIGITS           PIC 9(04)   VALUE ZERO.
008700     05  WS-THRU-DATE             PIC S9(7)   COMP-3 VALUE +0.
008800     05  WS-FLOOR-DATE            PIC S9(7)   COMP-3 VALUE +0.
008900     05  WS-POST-DIGITS           PIC 9(07)   VALUE ZERO.
009000     05  FILLER REDEFINES WS-POST-DIGITS.
009100         10  WS-POST-CYY          PIC 9(03).
009200         10  WS-POST-MMDD         PIC 9(04).
009300     05  WS-ARCH-BANK             PIC S9(2)   COMP-3 VALUE +0.
009400     05  WS-ROW-BANK              PIC S9(3)   COMP-3 VALUE +0.
009500     05  WS-ROW-KEY               PIC X(25)   VALUE SPACE.
009600     05  WS-ROW-CUST-ID           PIC S9(9)   COMP-3 VALUE +0.
009700     05  WS-ROW-BIRTH-DATE        PIC X(10)   VALUE SPACE.
009800     05  WS-ROW-BALANCE           PIC S9(11)V99 COMP-3 VALUE +0.
009900     05  WS-ROW-CATCHUP           PIC X(01)   VALUE SPACE.
010000     05  WS-PREV-BANK             PIC S9(3)   COMP-3 VALUE -1.
010100     05  WS-PREV-KEY              PIC X(25)   VALUE SPACE.
010200     05  WS-ACCT-NBR              PIC S9(9)   COMP-3 VALUE +0.
010300     05  WS-PRIOR-CATCHUP         PIC X(01)   VALUE SPACE.
010400     05  WS-NEW-STATUS            PIC X(01)   VALUE SPACE.
010500     05  WS-LIMIT                 PIC S9(9)V99 COMP-3 VALUE +0.
010600     05  WS-POSTED                PIC S9(11)V99 COMP-3 VALUE +0.
010700     05  WS-PENDING               PIC S9(11)V99 COMP-3 VALUE +0.
010800     05  WS-EXCESS                PIC S9(11)V99 COMP-3 VALUE +0.
010900     05  WS-LIMIT-DISPLAY         PIC 9(09)   VALUE ZERO.
011000     05  WS-TOTAL-NEW             PIC S9(7)   COMP  VALUE ZERO.
011100     05  WS-TOTAL-REFRESHED       PIC S9(7)   COMP  VALUE ZERO.
011200     05  WS-TOTAL-ELECTIONS       PIC S9(7)   COMP  VALUE ZERO.
011300     05  WS-TOTAL-ELEC-REJECT     PIC S9(7)   COMP  VALUE ZERO.
011400     05  WS-TOTAL-CHECKED         PIC S9(7)   COMP  VALUE ZERO.
011500     05  WS-TOTAL-CONTRIB         PIC S9(7)   COMP  VALUE ZERO.
011600     05  WS-TOTAL-DIST            PIC S9(7)   COMP  VALUE ZERO.
011700     05  WS-TOTAL-LATE-PRIOR      PIC S9(7)   COMP  VALUE ZERO.
011800     05  WS-TOTAL-FLAGGED         PIC S9(7)   COMP  VALUE ZERO.
011900     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
012000     05  WS-TOTAL-NO-LIMIT        PIC S9(7)   COMP  VALUE ZERO.
012100 01  WS-KEY-WORK.
012200     05  FILLER                   PIC X(16).
012300     05  WS-KEY-ACCT-NBR          PIC 9(09).
012400*    THE ARCHIVE ITEM JUST FETCHED AND HOW IT CLASSIFIED.
012500 01  WS-ITEM.
012600     05  WS-ITEM-POST-DATE        PIC S9(7)   COMP-3 VALUE +0.
012700     05  WS-ITEM-SEQ-NO           PIC S9(5)   COMP-3 VALUE +0.
012800     05  WS-ITEM-TX-CODE          PIC S9(3)   COMP-3 VALUE +0.
012900     05  WS-ITEM-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
013000     05  WS-ITEM-KIND             PIC X(01)   VALUE SPACE.
013100     05  WS-ITEM-DIST-CODE        PIC X(01)   VALUE SPACE.
013200     05  WS-ITEM-TAX-YEAR         PIC S9(4)   COMP-3 VALUE +0.
013300*    THE ANNUAL LIMITS, IN CENTS ON AMS.PROPS AS
013400*    HSA.LIMIT.S.<YYYY>, HSA.LIMIT.F.<YYYY> AND
013500*    HSA.CATCHUP.<YYYY>.  ENTRY 1 IS THE CURRENT TAX YEAR,
013600*    ENTRY 2 THE PRIOR ONE (NEEDED ONLY UNTIL THE DEADLINE).
013700 01  WS-LIMIT-TABLE.
013800     05  WS-LIM-ENTRY  OCCURS 2 TIMES.
013900         10  WS-LIM-YEAR          PIC 9(04).
014000         10  WS-LIM-FOUND-SW      PIC X(01).
014100             88  WS-LIM-FOUND             VALUE 'Y'.
014200         10  WS-LIM-SELF          PIC S9(7)V99 COMP-3.
014300         10  WS-LIM-FAMILY        PIC S9(7)V99 COMP-3.
014400         10  WS-LIM-CATCHUP       PIC S9(7)V99 COMP-3.
014500 01  WS-PROP-KEY.
014600     05  WS-PROP-NAME             PIC X(12).
014700     05  WS-PROP-YEAR             PIC 9(04).
014800*----------------------------------------------------------------
014900     COPY DSDSHSAM.
015000*----------------------------------------------------------------
015100     COPY DSDSHSAT.
015200*----------------------------------------------------------------
015300     COPY APICPYA1.
015400*----------------------------------------------------------------
015500 01  WS-HEADING-1.
015600     05  FILLER  PIC X(132) VALUE
015700       'DSDSB541  HSA CONTRIBUTION TRACKING AND LIMIT CHECK'.
015800 01  WS-HEADING-2.
015900     05  FILLER  PIC X(44)  VALUE
016000       'ACTION    BNK ACCT-NO   YEAR CV  CU'.
016100     05  FILLER  PIC X(88)  VALUE
016200       '    LIMIT         POSTED       PENDING        EXCESS'.
016300 01  WS-DETAIL-LINE.
016400     05  DL-ACTION                PIC X(08).
016500     05  FILLER                   PIC X(02)   VALUE SPACE.
016600     05  DL-BANK-NBR              PIC 9(03).
016700     05  FILLER                   PIC X(01)   VALUE SPACE.
016800     05  DL-ACCT-NBR              PIC 9(09).
016900     05  FILLER                   PIC X(01)   VALUE SPACE.
017000     05  DL-TAX-YEAR              PIC 9(04).
017100     05  FILLER                   PIC X(02)   VALUE SPACE.
017200     05  DL-COVERAGE              PIC X(01).
017300     05  FILLER                   PIC X(03)   VALUE SPACE.
017400     05  DL-CATCHUP               PIC X(01).
017500     05  FILLER                   PIC X(09)   VALUE SPACE.
017600     05  DL-LIMIT                 PIC ZZ,ZZ9.99.
017700     05  FILLER                   PIC X(01)   VALUE SPACE.
017800     05  DL-POSTED                PIC ZZZ,ZZZ,ZZ9.99.
017900     05  DL-PENDING               PIC ZZZ,ZZZ,ZZ9.99.
018000     05  DL-EXCESS                PIC ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                   PIC X(36)   VALUE SPACE.
018200 01  WS-TOTAL-LINE.
018300     05  TL-LABEL                 PIC X(26).
018400     05  TL-COUNT                 PIC ZZZ,ZZ9.
018500     05  FILLER                   PIC X(99)   VALUE SPACE.
018600*----------------------------------------------------------------
018700 LINKAGE SECTION.
018800 01  DSDSB541-PARM.
018900*    MODE F FLAGS A PENDING CONTRIBUTION THAT WOULD GO OVER THE
019000*    LIMIT; MODE B ALSO HOLDS THE ACCOUNT'S PENDING
019100*    CONTRIBUTIONS ON DSDS.PENDSUSP (DSDSB510 MODE R RELEASES
019200*    THEM BY SOURCE AND BATCH).  ACCT-ID IS THE DSDS ACCOUNT ID
019300*    OF THE CHECKING ACCOUNTS.  CATCHUP-AGE IS THE AGE BY 12/31
019400*    THAT ADDS THE CATCH-UP AMOUNT; DEADLINE-MMDD THE LAST DAY
019500*    A PRIOR-YEAR CONTRIBUTION COUNTS FOR THE YEAR BEFORE.
019600*    CONTRIB-CODE AND PRIOR-CODE ARE THE DEPOSIT TX CODES FOR
019700*    CURRENT- AND PRIOR-YEAR CONTRIBUTIONS; EACH DIST-ENTRY IS
019800*    A WITHDRAWAL TX CODE AND ITS 1099-SA DISTRIBUTION CODE.
019900*    UNUSED CODE SLOTS ARE ZERO.
020000     05  DSDSB541-MODE             PIC X(01).
020100         88  DSDSB541-MODE-BLOCK       VALUE 'B'.
020200     05  DSDSB541-ACCT-ID          PIC 9(03).
020300     05  DSDSB541-CATCHUP-AGE      PIC 9(02).
020400     05  DSDSB541-DEADLINE-MMDD    PIC 9(04).
020500     05  DSDSB541-CONTRIB-CODE     PIC 9(03)  OCCURS 4 TIMES.
020600     05  DSDSB541-PRIOR-CODE       PIC 9(03)  OCCURS 2 TIMES.
020700     05  DSDSB541-DIST-ENTRY       OCCURS 6 TIMES.
020800         10  DSDSB541-DIST-TX-CODE PIC 9(03).
020900         10  DSDSB541-DIST-IRS-CODE PIC X(01).
021000*----------------------------------------------------------------
021100 PROCEDURE DIVISION USING DSDSB541-PARM.
021200*
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     PERFORM 2000-REFRESH-MASTER THRU 2000-EXIT
021600         UNTIL WS-EOF-YES.
021700     EXEC SQL CLOSE CSR541A END-EXEC.
021800     MOVE 'N' TO WS-EOF-SW.
021900     PERFORM 3000-APPLY-ELECTION THRU 3000-EXIT
022000         UNTIL WS-EOF-YES.
022100     CLOSE HSAELEC-FILE.
022200     PERFORM 3900-OPEN-MASTERS THRU 3900-EXIT.
022300     PERFORM 4000-PROCESS-ACCOUNT THRU 4000-EXIT
022400         UNTIL WS-EOF-YES.
022500     EXEC SQL CLOSE CSR541 END-EXEC.
022600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
022700     GOBACK.
022800*----------------------------------------------------------------
022900 1000-INITIALIZE.
023000     OPEN OUTPUT RPT640-FILE.
023100     MOVE WS-HEADING-1 TO RPT640-RECORD.
023200     WRITE RPT640-RECORD.
023300     MOVE WS-HEADING-2 TO RPT640-RECORD.
023400     WRITE RPT640-RECORD.
023500     EXEC SQL
023600         SET :WS-TODAY-ISO = CURRENT DATE
023700     END-EXEC.
023800*    THE ARCHIVE IS COMPLETE THROUGH YESTERDAY'S POSTING.
023900     EXEC SQL
024000         SET :WS-THRU-DATE =
024100             (YEAR(CURRENT DATE - 1 DAY) - 1900) * 10000
024200             + MONTH(CURRENT DATE - 1 DAY) * 100
024300             + DAY(CURRENT DATE - 1 DAY)
024400     END-EXEC.
024500     COMPUTE WS-TODAY-MMDD = WS-TODAY-MM * 100 + WS-TODAY-DD.
024600     IF  WS-TODAY-MMDD NOT > DSDSB541-DEADLINE-MMDD
024700         SET WS-PRIOR-YEAR-OPEN TO TRUE
024800     END-IF.
024900     MOVE WS-TODAY-YYYY TO WS-LIM-YEAR (1).
025000     COMPUTE WS-LIM-YEAR (2) = WS-TODAY-YYYY - 1.
025100     STRING WS-LIM-YEAR (1) '-12-31' DELIMITED BY SIZE
025200         INTO WS-YEAR-END.
025300     STRING WS-LIM-YEAR (2) '-12-31' DELIMITED BY SIZE
025400         INTO WS-PRIOR-YEAR-END.
025500*    A NEW ACCOUNT IS CLASSIFIED FROM THE FIRST OF LAST YEAR,
025600*    SO A PRIOR-YEAR CONTRIBUTION IN THE WINDOW HAS ITS YEAR.
025700     COMPUTE WS-FLOOR-DATE =
025800         (WS-LIM-YEAR (2) - 1900) * 10000 + 100.
025900     PERFORM 1100-FETCH-LIMITS THRU 1100-EXIT
026000         VARYING WS-YX FROM 1 BY 1 UNTIL WS-YX > 2.
026100     OPEN INPUT HSAELEC-FILE.
026200     IF  WS-ELEC-STATUS NOT = '00'
026300         DISPLAY 'DSDSB541 - HSAELEC I/O ERROR, STATUS '
026400             WS-ELEC-STATUS
026500         MOVE 16 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800*    EVERY OPEN CHECKING ACCOUNT BEHIND A LIVE HSA DEBIT CARD,
026900*    WITH ITS HOLDER'S BIRTH DATE AND TODAY'S BALANCE.
027000     EXEC SQL
027100         DECLARE CSR541A CURSOR FOR
027200         SELECT X.ADCX_FILE_BANK, X.ADCX_FILE_KEY,
027300                C.CUST_ID, I.CUSTI_BIRTH_DATE,
027400                A.ACCT_BALANCE,
027500                CASE WHEN I.CUSTI_BIRTH_DATE <=
027600                          DATE(:WS-YEAR-END)
027700                          - :DSDSB541-CATCHUP-AGE YEARS
027800                     THEN 'Y' ELSE 'N' END
027900           FROM ACM.DEBCARD D
028000           JOIN ACM.DEBCXREF X
028100             ON X.ADCX_BANK_NBR  = D.ADC_BANK_NBR
028200            AND X.ADCX_CARD_NBR  = D.ADC_CARD_NBR
028300            AND X.ADCX_FILE_TYPE = 1
028400           JOIN CIF.ACCOUNT A
028500             ON A.ACCT_BANK_NBR  = X.ADCX_FILE_BANK
028600            AND A.ACCT_FILE_ID   = X.ADCX_FILE_ID
028700            AND A.ACCT_KEY       = X.ADCX_FILE_KEY
028800           JOIN CIF.CUSTXREF R
028820             ON R.BANK_NBR        = A.ACCT_BANK_NBR
028840            AND R.FILE_ID         = 'ACCT'
028860            AND R.FILE_KEY        = A.ACCT_KEY
028880            AND R.RELATED_FILE_ID = 'CUST'
028900           JOIN CIF.CUSTOMER C
028950             ON C.CUST_BANK_NBR  = R.RELATED_BANK_NBR
029000            AND C.CUST_FILE_ID   = R.RELATED_FILE_ID
029100            AND C.CUST_FILE_KEY  = R.RELATED_FILE_KEY
029200           JOIN CIF.CUSTIND I
029300             ON I.CUSTI_CUST_ID  = C.CUST_ID
029400          WHERE D.ADC_CARD_TYPE = 'H'
029500            AND D.ADC_STATUS <> '90'
029600            AND A.ACCT_STATUS = 'O'
029700          ORDER BY X.ADCX_FILE_BANK, X.ADCX_FILE_KEY, C.CUST_ID
029800     END-EXEC.
029900     EXEC SQL OPEN CSR541A END-EXEC.
030000     PERFORM 2100-FETCH-HOLDER THRU 2100-EXIT.
030100 1000-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 1100-FETCH-LIMITS.
030500     MOVE 'N'  TO WS-LIM-FOUND-SW (WS-YX).
030600     MOVE ZERO TO WS-LIM-SELF (WS-YX)
030700                  WS-LIM-FAMILY (WS-YX)
030800                  WS-LIM-CATCHUP (WS-YX).
030900     MOVE WS-LIM-YEAR (WS-YX) TO WS-PROP-YEAR.
031000     MOVE 'HSA.LIMIT.S.' TO WS-PROP-NAME.
031100     PERFORM 1200-READ-ONE-LIMIT THRU 1200-EXIT.
031200     IF  NOT WS-PROP-FOUND
031300         DISPLAY 'DSDSB541 - NO HSA LIMITS ON FILE FOR '
031400             WS-PROP-YEAR
031500         GO TO 1100-EXIT
031600     END-IF.
031700     SET WS-LIM-FOUND (WS-YX) TO TRUE.
031800     COMPUTE WS-LIM-SELF (WS-YX) = WS-LIMIT-DISPLAY / 100.
031900     MOVE 'HSA.LIMIT.F.' TO WS-PROP-NAME.
032000     PERFORM 1200-READ-ONE-LIMIT THRU 1200-EXIT.
032100     COMPUTE WS-LIM-FAMILY (WS-YX) = WS-LIMIT-DISPLAY / 100.
032200     MOVE 'HSA.CATCHUP.' TO WS-PROP-NAME.
032300     PERFORM 1200-READ-ONE-LIMIT THRU 1200-EXIT.
032400     COMPUTE WS-LIM-CATCHUP (WS-YX) = WS-LIMIT-DISPLAY / 100.
032500 1100-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800 1200-READ-ONE-LIMIT.
032900     MOVE ZERO TO WS-LIMIT-DISPLAY.
033000     MOVE 'N'  TO WS-PROP-SW.
033100     MOVE SPACES TO AMSPRP-KEY-TEXT.
033200     MOVE WS-PROP-KEY TO AMSPRP-KEY-TEXT.
033300     MOVE +16 TO AMSPRP-KEY-LEN.
033400     EXEC SQL
033500         SELECT AMSPRP_VALUE
033600           INTO :AMSPRP-VALUE
033700           FROM AMS.PROPS
033800          WHERE AMSPRP_KEY = :AMSPRP-KEY
033900     END-EXEC.
034000     IF  SQLCODE = ZERO
034100     AND AMSPRP-VALUE-TEXT (1:9) NUMERIC
034200         MOVE AMSPRP-VALUE-TEXT (1:9) TO WS-LIMIT-DISPLAY
034300         SET WS-PROP-FOUND TO TRUE
034400     END-IF.
034500 1200-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800 2000-REFRESH-MASTER.
034900*    A JOINT HOLDER'S SECOND ROW FOR THE SAME ACCOUNT IS
035000*    PASSED BY -- THE HSA BELONGS TO THE FIRST CUSTOMER.
035100     IF  WS-ROW-BANK = WS-PREV-BANK
035200     AND WS-ROW-KEY  = WS-PREV-KEY
035300         GO TO 2000-FETCH
035400     END-IF.
035500     MOVE WS-ROW-BANK TO WS-PREV-BANK.
035600     MOVE WS-ROW-KEY  TO WS-PREV-KEY.
035700     MOVE WS-ROW-KEY  TO WS-KEY-WORK.
035800     IF  WS-KEY-ACCT-NBR NOT NUMERIC
035900         GO TO 2000-FETCH
036000     END-IF.
036100     MOVE WS-KEY-ACCT-NBR TO WS-ACCT-NBR.
036200*    THE BALANCE OF THE LAST RUN IN A YEAR IS THAT YEAR'S
036300*    CLOSING VALUE -- THE FIRST RUN OF THE NEW YEAR KEEPS IT
036400*    AS THE YEAR-END BALANCE BEFORE TAKING TODAY'S.
036500     EXEC SQL
036600         UPDATE DSDS.HSAMAST
036700            SET HSA_CUST_ID      = :WS-ROW-CUST-ID,
036800                HSA_BIRTH_DATE   = :WS-ROW-BIRTH-DATE,
036900                HSA_CATCHUP_IND  = :WS-ROW-CATCHUP,
037000                HSA_YE_BALANCE   =
037100                    CASE WHEN HSA_BAL_YEAR < :WS-TODAY-YYYY
037200                         THEN HSA_LAST_BALANCE
037300                         ELSE HSA_YE_BALANCE END,
037400                HSA_BAL_YEAR     = :WS-TODAY-YYYY,
037500                HSA_LAST_BALANCE = :WS-ROW-BALANCE
037600          WHERE HSA_BANK_NBR = :WS-ROW-BANK
037700            AND HSA_ACCT_NBR = :WS-ACCT-NBR
037800     END-EXEC.
037900     IF  SQLCODE = ZERO
038000         ADD 1 TO WS-TOTAL-REFRESHED
038100         GO TO 2000-FETCH
038200     END-IF.
038300     EXEC SQL
038400         INSERT INTO DSDS.HSAMAST
038500                (HSA_BANK_NBR, HSA_ACCT_NBR, HSA_CUST_ID,
038600                 HSA_BIRTH_DATE, HSA_COVERAGE, HSA_CATCHUP_IND,
038700                 HSA_LAST_POST_DATE, HSA_LIMIT_STATUS,
038800                 HSA_STATUS_DATE, HSA_BAL_YEAR,
038900                 HSA_LAST_BALANCE, HSA_YE_BALANCE,
039000                 HSA_OPEN_DATE)
039100         VALUES (:WS-ROW-BANK, :WS-ACCT-NBR, :WS-ROW-CUST-ID,
039200                 :WS-ROW-BIRTH-DATE, 'S', :WS-ROW-CATCHUP,
039300                 :WS-FLOOR-DATE, ' ',
039400                 '0001-01-01', :WS-TODAY-YYYY,
039500                 :WS-ROW-BALANCE, 0,
039600                 CURRENT DATE)
039700     END-EXEC.
039800     IF  SQLCODE = ZERO
039900         ADD 1 TO WS-TOTAL-NEW
040000     ELSE
040100         DISPLAY 'DSDSB541 - HSAMAST INSERT FAILED, SQLCODE '
040200             SQLCODE ' ACCT ' WS-KEY-ACCT-NBR
040300     END-IF.
040400 2000-FETCH.
040500     PERFORM 2100-FETCH-HOLDER THRU 2100-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900 2100-FETCH-HOLDER.
041000     EXEC SQL
041100         FETCH CSR541A
041200          INTO :WS-ROW-BANK, :WS-ROW-KEY,
041300               :WS-ROW-CUST-ID, :WS-ROW-BIRTH-DATE,
041400               :WS-ROW-BALANCE, :WS-ROW-CATCHUP
041500     END-EXEC.
041600     IF  SQLCODE NOT = ZERO
041700         SET WS-EOF-YES TO TRUE
041800     END-IF.
041900 2100-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200 3000-APPLY-ELECTION.
042300     READ HSAELEC-FILE
042400         AT END
042500             SET WS-EOF-YES TO TRUE
042600             GO TO 3000-EXIT
042700     END-READ.
042800     IF  WS-ELEC-STATUS NOT = '00'
042900         DISPLAY 'DSDSB541 - HSAELEC I/O ERROR, STATUS '
043000             WS-ELEC-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         GOBACK
043300     END-IF.
043400     MOVE SPACES TO WS-DETAIL-LINE.
043500     MOVE ELC-BANK-NBR TO DL-BANK-NBR.
043600     MOVE ELC-ACCT-NBR TO DL-ACCT-NBR.
043700     MOVE ELC-COVERAGE TO DL-COVERAGE.
043800     IF  NOT ELC-COVERAGE-VALID
043900     OR  ELC-BANK-NBR NOT NUMERIC
044000     OR  ELC-ACCT-NBR NOT NUMERIC
044100         MOVE 'ELC-BAD ' TO DL-ACTION
044200         GO TO 3000-REJECT
044300     END-IF.
044400     MOVE ELC-BANK-NBR TO WS-ROW-BANK.
044500     MOVE ELC-ACCT-NBR TO WS-ACCT-NBR.
044600     EXEC SQL
044700         UPDATE DSDS.HSAMAST
044800            SET HSA_COVERAGE = :ELC-COVERAGE
044900          WHERE HSA_BANK_NBR = :WS-ROW-BANK
045000            AND HSA_ACCT_NBR = :WS-ACCT-NBR
045100     END-EXEC.
045200     IF  SQLCODE = ZERO
045300         ADD 1 TO WS-TOTAL-ELECTIONS
045400         GO TO 3000-EXIT
045500     END-IF.
045600     MOVE 'ELC-NHSA' TO DL-ACTION.
045700 3000-REJECT.
045800     ADD 1 TO WS-TOTAL-ELEC-REJECT.
045900     MOVE WS-DETAIL-LINE TO RPT640-RECORD.
046000     WRITE RPT640-RECORD.
046100 3000-EXIT.
046200     EXIT.
046300*----------------------------------------------------------------
046400 3900-OPEN-MASTERS.
046500     MOVE 'N' TO WS-EOF-SW.
046600*    PRIOR-CATCHUP IS THE CATCH-UP TEST FOR LAST YEAR'S LIMIT,
046700*    WHICH STILL MATTERS UNTIL THE DEADLINE.
046800     EXEC SQL
046900         DECLARE CSR541 CURSOR FOR
047000         SELECT HSA_BANK_NBR, HSA_ACCT_NBR, HSA_COVERAGE,
047100                HSA_CATCHUP_IND, HSA_LAST_POST_DATE,
047200                HSA_LIMIT_STATUS,
047300                CASE WHEN HSA_BIRTH_DATE <=
047400                          DATE(:WS-PRIOR-YEAR-END)
047500                          - :DSDSB541-CATCHUP-AGE YEARS
047600                     THEN 'Y' ELSE 'N' END
047700           FROM DSDS.HSAMAST
047800          ORDER BY HSA_BANK_NBR, HSA_ACCT_NBR
047900     END-EXEC.
048000     EXEC SQL OPEN CSR541 END-EXEC.
048100     PERFORM 3950-FETCH-MASTER THRU 3950-EXIT.
048200 3900-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500 3950-FETCH-MASTER.
048600     EXEC SQL
048700         FETCH CSR541
048800          INTO :HSA-BANK-NBR, :HSA-ACCT-NBR, :HSA-COVERAGE,
048900               :HSA-CATCHUP-IND, :HSA-LAST-POST-DATE,
049000               :HSA-LIMIT-STATUS, :WS-PRIOR-CATCHUP
049100     END-EXEC.
049200     IF  SQLCODE NOT = ZERO
049300         SET WS-EOF-YES TO TRUE
049400     END-IF.
049500 3950-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800 4000-PROCESS-ACCOUNT.
049900     ADD 1 TO WS-TOTAL-CHECKED.
050000     MOVE HSA-BANK-NBR TO WS-ARCH-BANK.
050100     IF  HSA-LAST-POST-DATE < WS-THRU-DATE
050200         PERFORM 4100-CLASSIFY-ITEMS THRU 4100-EXIT
050300     END-IF.
050400     MOVE SPACE TO WS-NEW-STATUS.
050500     MOVE 1 TO WS-YX.
050600     PERFORM 5000-CHECK-LIMIT THRU 5000-EXIT.
050700     IF  WS-PRIOR-YEAR-OPEN
050800         MOVE 2 TO WS-YX
050900         PERFORM 5000-CHECK-LIMIT THRU 5000-EXIT
051000     END-IF.
051100     IF  WS-NEW-STATUS NOT = HSA-LIMIT-STATUS
051200         EXEC SQL
051300             UPDATE DSDS.HSAMAST
051400                SET HSA_LIMIT_STATUS = :WS-NEW-STATUS,
051500                    HSA_STATUS_DATE  = CURRENT DATE
051600              WHERE HSA_BANK_NBR = :HSA-BANK-NBR
051700                AND HSA_ACCT_NBR = :HSA-ACCT-NBR
051800         END-EXEC
051900     END-IF.
052000     PERFORM 3950-FETCH-MASTER THRU 3950-EXIT.
052100 4000-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400 4100-CLASSIFY-ITEMS.
052500     MOVE 'N' TO WS-ITEM-EOF-SW.
052600     EXEC SQL
052700         DECLARE CSR541I CURSOR FOR
052800         SELECT ARCH_POST_DATE, ARCH_SEQ_NO, ARCH_TX_CODE,
052900                ARCH_TX_AMT
053000           FROM DSDS.PDTXARCH
053100          WHERE ARCH_BANK_NO   = :WS-ARCH-BANK
053200            AND ARCH_ACCT_ID   = :DSDSB541-ACCT-ID
053300            AND ARCH_ACCT_NO   = :HSA-ACCT-NBR
053400            AND ARCH_POST_DATE > :HSA-LAST-POST-DATE
053500            AND ARCH_POST_DATE <= :WS-THRU-DATE
053600            AND ARCH_TX_CODE IN (:DSDSB541-CONTRIB-CODE (1),
053700                                 :DSDSB541-CONTRIB-CODE (2),
053800                                 :DSDSB541-CONTRIB-CODE (3),
053900                                 :DSDSB541-CONTRIB-CODE (4),
054000                                 :DSDSB541-PRIOR-CODE (1),
054100                                 :DSDSB541-PRIOR-CODE (2),
054200                                 :DSDSB541-DIST-TX-CODE (1),
054300                                 :DSDSB541-DIST-TX-CODE (2),
054400                                 :DSDSB541-DIST-TX-CODE (3),
054500                                 :DSDSB541-DIST-TX-CODE (4),
054600                                 :DSDSB541-DIST-TX-CODE (5),
054700                                 :DSDSB541-DIST-TX-CODE (6))
054800            AND ARCH_TX_CODE <> 0
054900          ORDER BY ARCH_POST_DATE, ARCH_SEQ_NO
055000     END-EXEC.
055100     EXEC SQL OPEN CSR541I END-EXEC.
055200     PERFORM 4150-FETCH-ITEM THRU 4150-EXIT.
055300     PERFORM 4200-CLASSIFY-ONE-ITEM THRU 4200-EXIT
055400         UNTIL WS-ITEM-EOF.
055500     EXEC SQL CLOSE CSR541I END-EXEC.
055600     EXEC SQL
055700         UPDATE DSDS.HSAMAST
055800            SET HSA_LAST_POST_DATE = :WS-THRU-DATE
055900          WHERE HSA_BANK_NBR = :HSA-BANK-NBR
056000            AND HSA_ACCT_NBR = :HSA-ACCT-NBR
056100     END-EXEC.
056200 4100-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500 4150-FETCH-ITEM.
056600     EXEC SQL
056700         FETCH CSR541I
056800          INTO :WS-ITEM-POST-DATE, :WS-ITEM-SEQ-NO,
056900               :WS-ITEM-TX-CODE, :WS-ITEM-AMT
057000     END-EXEC.
057100     IF  SQLCODE NOT = ZERO
057200         SET WS-ITEM-EOF TO TRUE
057300     END-IF.
057400 4150-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700 4200-CLASSIFY-ONE-ITEM.
057800     MOVE SPACE TO WS-ITEM-KIND WS-ITEM-DIST-CODE.
057900     MOVE WS-ITEM-POST-DATE TO WS-POST-DIGITS.
058000     COMPUTE WS-ITEM-TAX-YEAR = WS-POST-CYY + 1900.
058100     IF  WS-ITEM-AMT < ZERO
058200         COMPUTE WS-ITEM-AMT = ZERO - WS-ITEM-AMT
058300     END-IF.
058400     PERFORM 4300-MATCH-CONTRIB THRU 4300-EXIT
058500         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4.
058600     PERFORM 4400-MATCH-PRIOR THRU 4400-EXIT
058700         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2.
058800     PERFORM 4500-MATCH-DIST THRU 4500-EXIT
058900         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6.
059000     IF  WS-ITEM-KIND = SPACE
059100         GO TO 4200-FETCH
059200     END-IF.
059300     EXEC SQL
059400         INSERT INTO DSDS.HSATXN
059500                (HSAT_BANK_NBR, HSAT_ACCT_NBR, HSAT_POST_DATE,
059600                 HSAT_SEQ_NO, HSAT_TX_CODE, HSAT_AMOUNT,
059700                 HSAT_TAX_YEAR, HSAT_KIND, HSAT_DIST_CODE)
059800         VALUES (:HSA-BANK-NBR, :HSA-ACCT-NBR,
059900                 :WS-ITEM-POST-DATE, :WS-ITEM-SEQ-NO,
060000                 :WS-ITEM-TX-CODE, :WS-ITEM-AMT,
060100                 :WS-ITEM-TAX-YEAR, :WS-ITEM-KIND,
060200                 :WS-ITEM-DIST-CODE)
060300     END-EXEC.
060400*    -803 IS AN ITEM ALREADY CLASSIFIED BY AN EARLIER RUN.
060500     IF  SQLCODE = ZERO
060600         IF  WS-ITEM-KIND = 'C'
060700             ADD 1 TO WS-TOTAL-CONTRIB
060800         ELSE
060900             ADD 1 TO WS-TOTAL-DIST
061000         END-IF
061100     ELSE
061200         IF  SQLCODE NOT = -803
061300             DISPLAY 'DSDSB541 - HSATXN INSERT FAILED, SQLCODE '
061400                 SQLCODE ' ACCT ' HSA-ACCT-NBR
061500         END-IF
061600     END-IF.
061700 4200-FETCH.
061800     PERFORM 4150-FETCH-ITEM THRU 4150-EXIT.
061900 4200-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200 4300-MATCH-CONTRIB.
062300     IF  DSDSB541-CONTRIB-CODE (WS-IX) NOT = ZERO
062400     AND DSDSB541-CONTRIB-CODE (WS-IX) = WS-ITEM-TX-CODE
062500         MOVE 'C' TO WS-ITEM-KIND
062600     END-IF.
062700 4300-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000 4400-MATCH-PRIOR.
063100*    A PRIOR-YEAR DEPOSIT AFTER THE DEADLINE CANNOT COUNT FOR
063200*    LAST YEAR -- IT STAYS IN THE YEAR IT POSTED AND IS SHOWN.
063300     IF  DSDSB541-PRIOR-CODE (WS-IX) = ZERO
063400     OR  DSDSB541-PRIOR-CODE (WS-IX) NOT = WS-ITEM-TX-CODE
063500         GO TO 4400-EXIT
063600     END-IF.
063700     MOVE 'C' TO WS-ITEM-KIND.
063800     IF  WS-POST-MMDD NOT > DSDSB541-DEADLINE-MMDD
063900         SUBTRACT 1 FROM WS-ITEM-TAX-YEAR
064000         GO TO 4400-EXIT
064100     END-IF.
064200     ADD 1 TO WS-TOTAL-LATE-PRIOR.
064300     MOVE SPACES            TO WS-DETAIL-LINE.
064400     MOVE 'LATE-PY '        TO DL-ACTION.
064500     MOVE HSA-BANK-NBR      TO DL-BANK-NBR.
064600     MOVE HSA-ACCT-NBR      TO DL-ACCT-NBR.
064700     MOVE WS-ITEM-TAX-YEAR  TO DL-TAX-YEAR.
064800     MOVE HSA-COVERAGE      TO DL-COVERAGE.
064900     MOVE HSA-CATCHUP-IND   TO DL-CATCHUP.
065000     MOVE WS-ITEM-AMT       TO DL-POSTED.
065100     MOVE WS-DETAIL-LINE TO RPT640-RECORD.
065200     WRITE RPT640-RECORD.
065300 4400-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600 4500-MATCH-DIST.
065700     IF  DSDSB541-DIST-TX-CODE (WS-IX) NOT = ZERO
065800     AND DSDSB541-DIST-TX-CODE (WS-IX) = WS-ITEM-TX-CODE
065900         MOVE 'D' TO WS-ITEM-KIND
066000         MOVE DSDSB541-DIST-IRS-CODE (WS-IX) TO WS-ITEM-DIST-CODE
066100     END-IF.
066200 4500-EXIT.
066300     EXIT.
066400*----------------------------------------------------------------
066500 5000-CHECK-LIMIT.
066600*    ENTRY WS-YX OF THE LIMIT TABLE.  POSTED CONTRIBUTIONS OVER
066700*    THE LIMIT ARE AN EXCESS TO BE REMOVED; POSTED PLUS
066800*    PENDING OVER IT IS CAUGHT BEFORE IT POSTS.
066900     IF  NOT WS-LIM-FOUND (WS-YX)
067000         ADD 1 TO WS-TOTAL-NO-LIMIT
067100         GO TO 5000-EXIT
067200     END-IF.
067300     IF  HSA-COVERAGE-FAMILY
067400         MOVE WS-LIM-FAMILY (WS-YX) TO WS-LIMIT
067500     ELSE
067600         MOVE WS-LIM-SELF (WS-YX)   TO WS-LIMIT
067700     END-IF.
067800     IF  (WS-YX = 1 AND HSA-CATCHUP-ELIGIBLE)
067900     OR  (WS-YX = 2 AND WS-PRIOR-CATCHUP = 'Y')
068000         ADD WS-LIM-CATCHUP (WS-YX) TO WS-LIMIT
068100     END-IF.
068200     MOVE WS-LIM-YEAR (WS-YX) TO WS-YEAR-DIGITS.
068300     EXEC SQL
068400         SELECT COALESCE(SUM(HSAT_AMOUNT), 0)
068500           INTO :WS-POSTED
068600           FROM DSDS.HSATXN
068700          WHERE HSAT_BANK_NBR = :HSA-BANK-NBR
068800            AND HSAT_ACCT_NBR = :HSA-ACCT-NBR
068900            AND HSAT_TAX_YEAR = :WS-YEAR-DIGITS
069000            AND HSAT_KIND     = 'C'
069100     END-EXEC.
069200     MOVE ZERO TO WS-PENDING.
069300     IF  WS-YX = 1
069400         EXEC SQL
069500             SELECT COALESCE(SUM(PEND_TX_AMOUNT), 0)
069600               INTO :WS-PENDING
069700               FROM DSDS.PEND
069800              WHERE PEND_BANK_NBR = :HSA-BANK-NBR
069900                AND PEND_ACCT_ID  = :DSDSB541-ACCT-ID
070000                AND PEND_ACCT_NBR = :HSA-ACCT-NBR
070100                AND PEND_TX_CODE IN
070200                    (:DSDSB541-CONTRIB-CODE (1),
070300                     :DSDSB541-CONTRIB-CODE (2),
070400                     :DSDSB541-CONTRIB-CODE (3),
070500                     :DSDSB541-CONTRIB-CODE (4))
070600                AND PEND_TX_CODE <> 0
070700         END-EXEC
070800     ELSE
070900         EXEC SQL
071000             SELECT COALESCE(SUM(PEND_TX_AMOUNT), 0)
071100               INTO :WS-PENDING
071200               FROM DSDS.PEND
071300              WHERE PEND_BANK_NBR = :HSA-BANK-NBR
071400                AND PEND_ACCT_ID  = :DSDSB541-ACCT-ID
071500                AND PEND_ACCT_NBR = :HSA-ACCT-NBR
071600                AND PEND_TX_CODE IN
071700                    (:DSDSB541-PRIOR-CODE (1),
071800                     :DSDSB541-PRIOR-CODE (2))
071900                AND PEND_TX_CODE <> 0
072000         END-EXEC
072100     END-IF.
072200     MOVE SPACES            TO WS-DETAIL-LINE.
072300     MOVE HSA-BANK-NBR      TO DL-BANK-NBR.
072400     MOVE HSA-ACCT-NBR      TO DL-ACCT-NBR.
072500     MOVE WS-YEAR-DIGITS    TO DL-TAX-YEAR.
072600     MOVE HSA-COVERAGE      TO DL-COVERAGE.
072700     MOVE HSA-CATCHUP-IND   TO DL-CATCHUP.
072800     IF  WS-YX = 2
072900         MOVE WS-PRIOR-CATCHUP TO DL-CATCHUP
073000     END-IF.
073100     MOVE WS-LIMIT          TO DL-LIMIT.
073200     MOVE WS-POSTED         TO DL-POSTED.
073300     MOVE WS-PENDING        TO DL-PENDING.
073400     IF  WS-POSTED > WS-LIMIT
073500         COMPUTE WS-EXCESS = WS-POSTED - WS-LIMIT
073600         MOVE 'EXCESS  ' TO DL-ACTION
073700         MOVE 'F' TO WS-NEW-STATUS
073800         ADD 1 TO WS-TOTAL-FLAGGED
073900         GO TO 5000-REPORT
074000     END-IF.
074100     COMPUTE WS-EXCESS = WS-POSTED + WS-PENDING - WS-LIMIT.
074200     IF  WS-EXCESS NOT > ZERO
074300         GO TO 5000-EXIT
074400     END-IF.
074500     IF  DSDSB541-MODE-BLOCK
074600         PERFORM 5500-HOLD-PENDING THRU 5500-EXIT
074700     ELSE
074800         MOVE 'PEND-OVR' TO DL-ACTION
074900         IF  WS-NEW-STATUS = SPACE
075000             MOVE 'F' TO WS-NEW-STATUS
075100         END-IF
075200         ADD 1 TO WS-TOTAL-FLAGGED
075300     END-IF.
075400 5000-REPORT.
075500     MOVE WS-EXCESS TO DL-EXCESS.
075600     MOVE WS-DETAIL-LINE TO RPT640-RECORD.
075700     WRITE RPT640-RECORD.
075800 5000-EXIT.
075900     EXIT.
076000*----------------------------------------------------------------
076100 5500-HOLD-PENDING.
076200*    THE ACCOUNT'S PENDING CONTRIBUTIONS FOR THE YEAR MOVE TO
076300*    THE SUSPENSE TABLE THE WAY DSDSB510 HOLDS A BATCH, SO THE
076400*    POSTING CYCLE NEVER SEES THEM.
076500     IF  WS-YX = 1
076600         EXEC SQL
076700             INSERT INTO DSDS.PENDSUSP
076800                    (SUSP_BANK_NBR, SUSP_ACCT_ID, SUSP_ACCT_NBR,
076900                     SUSP_TX_CODE, SUSP_TX_AMOUNT,
077000                     SUSP_EFFECT_DATE, SUSP_BATCH_NBR,
077100                     SUSP_SEQUENCE_NBR, SUSP_TX_DESC,
077200                     SUSP_SOURCE_PROG, SUSP_ENTRY_DATE,
077300                     SUSP_ITEM_COUNT, SUSP_REASON,
077400                     SUSP_HELD_DATE)
077500             SELECT PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
077600                    PEND_TX_CODE, PEND_TX_AMOUNT,
077700                    PEND_EFFECT_DATE, PEND_BATCH_NBR,
077800                    PEND_SEQUENCE_NBR, PEND_TX_DESC,
077900                    PEND_SOURCE_PROG, PEND_ENTRY_DATE,
078000                    PEND_ITEM_COUNT, 'HSA ANNUAL LIMIT EXCEEDED',
078100                    CURRENT DATE
078200               FROM DSDS.PEND
078300              WHERE PEND_BANK_NBR = :HSA-BANK-NBR
078400                AND PEND_ACCT_ID  = :DSDSB541-ACCT-ID
078500                AND PEND_ACCT_NBR = :HSA-ACCT-NBR
078600                AND PEND_TX_CODE IN
078700                    (:DSDSB541-CONTRIB-CODE (1),
078800                     :DSDSB541-CONTRIB-CODE (2),
078900                     :DSDSB541-CONTRIB-CODE (3),
079000                     :DSDSB541-CONTRIB-CODE (4))
079100                AND PEND_TX_CODE <> 0
079200         END-EXEC
079300     ELSE
079400         EXEC SQL
079500             INSERT INTO DSDS.PENDSUSP
079600                    (SUSP_BANK_NBR, SUSP_ACCT_ID, SUSP_ACCT_NBR,
079700                     SUSP_TX_CODE, SUSP_TX_AMOUNT,
079800                     SUSP_EFFECT_DATE, SUSP_BATCH_NBR,
079900                     SUSP_SEQUENCE_NBR, SUSP_TX_DESC,
080000                     SUSP_SOURCE_PROG, SUSP_ENTRY_DATE,
080100                     SUSP_ITEM_COUNT, SUSP_REASON,
080200                     SUSP_HELD_DATE)
080300             SELECT PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
080400                    PEND_TX_CODE, PEND_TX_AMOUNT,
080500                    PEND_EFFECT_DATE, PEND_BATCH_NBR,
080600                    PEND_SEQUENCE_NBR, PEND_TX_DESC,
080700                    PEND_SOURCE_PROG, PEND_ENTRY_DATE,
080800                    PEND_ITEM_COUNT, 'HSA ANNUAL LIMIT EXCEEDED',
080900                    CURRENT DATE
081000               FROM DSDS.PEND
081100              WHERE PEND_BANK_NBR = :HSA-BANK-NBR
081200                AND PEND_ACCT_ID  = :DSDSB541-ACCT-ID
081300                AND PEND_ACCT_NBR = :HSA-ACCT-NBR
081400                AND PEND_TX_CODE IN
081500                    (:DSDSB541-PRIOR-CODE (1),
081600                     :DSDSB541-PRIOR-CODE (2))
081700                AND PEND_TX_CODE <> 0
081800         END-EXEC
081900     END-IF.
082000     IF  SQLCODE NOT = ZERO
082100         MOVE 'HOLD-ERR' TO DL-ACTION
082200         GO TO 5500-EXIT
082300     END-IF.
082400     IF  WS-YX = 1
082500         EXEC SQL
082600             DELETE FROM DSDS.PEND
082700              WHERE PEND_BANK_NBR = :HSA-BANK-NBR
082800                AND PEND_ACCT_ID  = :DSDSB541-ACCT-ID
082900                AND PEND_ACCT_NBR = :HSA-ACCT-NBR
083000                AND PEND_TX_CODE IN
083100                    (:DSDSB541-CONTRIB-CODE (1),
083200                     :DSDSB541-CONTRIB-CODE (2),
083300                     :DSDSB541-CONTRIB-CODE (3),
083400                     :DSDSB541-CONTRIB-CODE (4))
083500                AND PEND_TX_CODE <> 0
083600         END-EXEC
083700     ELSE
083800         EXEC SQL
083900             DELETE FROM DSDS.PEND
084000              WHERE PEND_BANK_NBR = :HSA-BANK-NBR
084100                AND PEND_ACCT_ID  = :DSDSB541-ACCT-ID
084200                AND PEND_ACCT_NBR = :HSA-ACCT-NBR
084300                AND PEND_TX_CODE IN
084400                    (:DSDSB541-PRIOR-CODE (1),
084500                     :DSDSB541-PRIOR-CODE (2))
084600                AND PEND_TX_CODE <> 0
084700         END-EXEC
084800     END-IF.
084900     MOVE 'HELD    ' TO DL-ACTION.
085000     MOVE 'B' TO WS-NEW-STATUS.
085100     ADD 1 TO WS-TOTAL-HELD.
085200 5500-EXIT.
085300     EXIT.
085400*----------------------------------------------------------------
085500 8000-FINALIZE.
085600     MOVE SPACES TO RPT640-RECORD.
085700     WRITE RPT640-RECORD.
085800     MOVE 'NEW HSA MASTERS         - ' TO TL-LABEL.
085900     MOVE WS-TOTAL-NEW          TO TL-COUNT.
086000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
086100     MOVE 'MASTERS REFRESHED       - ' TO TL-LABEL.
086200     MOVE WS-TOTAL-REFRESHED    TO TL-COUNT.
086300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
086400     MOVE 'COVERAGE ELECTIONS      - ' TO TL-LABEL.
086500     MOVE WS-TOTAL-ELECTIONS    TO TL-COUNT.
086600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
086700     MOVE 'ELECTIONS REJECTED      - ' TO TL-LABEL.
086800     MOVE WS-TOTAL-ELEC-REJECT  TO TL-COUNT.
086900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
087000     MOVE 'ACCOUNTS CHECKED        - ' TO TL-LABEL.
087100     MOVE WS-TOTAL-CHECKED      TO TL-COUNT.
087200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
087300     MOVE 'CONTRIBUTIONS CLASSIFIED- ' TO TL-LABEL.
087400     MOVE WS-TOTAL-CONTRIB      TO TL-COUNT.
087500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
087600     MOVE 'DISTRIBUTIONS CLASSIFIED- ' TO TL-LABEL.
087700     MOVE WS-TOTAL-DIST         TO TL-COUNT.
087800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
087900     MOVE 'PRIOR-YEAR PAST DEADLINE- ' TO TL-LABEL.
088000     MOVE WS-TOTAL-LATE-PRIOR   TO TL-COUNT.
088100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
088200     MOVE 'OVER LIMIT FLAGGED      - ' TO TL-LABEL.
088300     MOVE WS-TOTAL-FLAGGED      TO TL-COUNT.
088400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
088500     MOVE 'PENDING HELD            - ' TO TL-LABEL.
088600     MOVE WS-TOTAL-HELD         TO TL-COUNT.
088700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
088800     MOVE 'NO LIMIT ON FILE        - ' TO TL-LABEL.
088900     MOVE WS-TOTAL-NO-LIMIT     TO TL-COUNT.
089000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
089100     CLOSE RPT640-FILE.
089200 8000-EXIT.
089300     EXIT.
089400*----------------------------------------------------------------
089500 8100-WRITE-TOTAL.
089600     MOVE WS-TOTAL-LINE TO RPT640-RECORD.
089700     WRITE RPT640-RECORD.
089800 8100-EXIT.
089900     EXIT.
