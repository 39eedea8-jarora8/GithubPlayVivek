000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB545.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY KYC DATA  *
001500*                      COMPLETENESS SCORECARD.  EVERY            *
001600*                      CIF.CUSTOMER IS CHECKED FOR A WELL-FORMED *
001700*                      TIN, A BIRTH DATE (INDIVIDUALS), A PHONE  *
001800*                      (CUSTIND HOME/CELL OR CUSTNON PHONES), AN *
001900*                      ADDRESS CIFU022 CAN STANDARDIZE, AN       *
002000*                      EMPLOYER (INDIVIDUALS), AND AN OFFICER    *
002100*                      AND BRANCH.  RESULTS ROLL UP BY OFFICER   *
002200*                      WITHIN BRANCH WITH A PERCENT-COMPLETE     *
002300*                      SCORE AGAINST LAST MONTH'S, ARE KEPT ON   *
002400*                      CIF.KYCSCORE MONTH OVER MONTH, AND THE    *
002500*                      FAILING CUSTOMERS GO TO THE KYCFAIL       *
002600*                      EXTRACT RANKED BY RELATIONSHIP BALANCE    *
002700*                      WITHIN BRANCH.                            *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SORTWK-FILE ASSIGN TO SORTWK01.
003700     SELECT RPT631-FILE ASSIGN TO RPT631
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*    KYCFAIL -- ONE LINE PER CUSTOMER FAILING ANY CHECK, BY
004000*    BRANCH, LARGEST RELATIONSHIP BALANCE FIRST.
004100     SELECT KYCFAIL-FILE ASSIGN TO KYCFAIL
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 SD  SORTWK-FILE.
004600 01  SORTWK-RECORD.
004700     05  SW-BRANCH               PIC 9(03).
004800     05  SW-BALANCE              PIC S9(11)V99.
004900     05  SW-CUST-ID              PIC 9(09).
005000     05  SW-OFFICER              PIC 9(05).
005100     05  SW-NAME                 PIC X(40).
005200     05  SW-SCORE                PIC 9(03).
005300     05  SW-FAIL-FLAGS           PIC X(07).
005400 FD  RPT631-FILE
005500     RECORDING MODE F.
005600 01  RPT631-RECORD               PIC X(132).
005700 FD  KYCFAIL-FILE
005800     RECORDING MODE F.
005900 01  KYCFAIL-RECORD              PIC X(132).
006000*----------------------------------------------------------------
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-EOF-SW                PIC X       VALUE 'N'.
006400         88  WS-EOF-YES                   VALUE 'Y'.
006500     05  WS-SORT-EOF-SW           PIC X       VALUE 'N'.
006600         88  WS-SORT-EOF-YES              VALUE 'Y'.
006700     05  WS-PRIOR-SW              PIC X       VALUE 'N'.
006800         88  WS-PRIOR-FOUND               VALUE 'Y'.
006900*    ONE FLAG PER CHECK -- 'Y' WHEN THE CUSTOMER FAILS IT.
007000 01  WS-FAIL-FLAGS.
007100     05  WS-FAIL-TIN-SW           PIC X(01).
007200         88  WS-FAIL-TIN                  VALUE 'Y'.
007300     05  WS-FAIL-BIRTH-SW         PIC X(01).
007400         88  WS-FAIL-BIRTH                VALUE 'Y'.
007500     05  WS-FAIL-PHONE-SW         PIC X(01).
007600         88  WS-FAIL-PHONE                VALUE 'Y'.
007700     05  WS-FAIL-ADDR-SW          PIC X(01).
007800         88  WS-FAIL-ADDR                 VALUE 'Y'.
007900     05  WS-FAIL-EMPLOY-SW        PIC X(01).
008000         88  WS-FAIL-EMPLOY               VALUE 'Y'.
008100     05  WS-FAIL-OFFICER-SW       PIC X(01).
008200         88  WS-FAIL-OFFICER              VALUE 'Y'.
008300     05  WS-FAIL-BRANCH-SW        PIC X(01).
008400         88  WS-FAIL-BRANCH               VALUE 'Y'.
008500 01  WS-WORK-FIELDS.
008600     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
008700     05  WS-CUST-BANK-NBR         PIC S9(3)   COMP-3 VALUE +0.
008800     05  WS-CUST-FILE-ID          PIC X(04)   VALUE SPACE.
008900     05  WS-CUST-FILE-KEY         PIC X(25)   VALUE SPACE.
009000     05  WS-TAX-ID                PIC S9(9)   COMP-3 VALUE +0.
009100     05  WS-CUST-TYPE             PIC X(01)   VALUE SPACE.
009200         88  WS-CUST-TYPE-INDIVIDUAL      VALUE 'I'.
009300     05  WS-OFFICER               PIC S9(5)   COMP-3 VALUE +0.
009400     05  WS-BRANCH                PIC S9(3)   COMP-3 VALUE +0.
009500     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
009600     05  WS-BIRTH-DATE            PIC X(10)   VALUE SPACE.
009700     05  WS-HOME-PHONE            PIC S9(11)  COMP-3 VALUE +0.
009800     05  WS-CELL-PHONE            PIC S9(11)  COMP-3 VALUE +0.
009900     05  WS-CURR-EMPLOY           PIC X(40)   VALUE SPACE.
010000     05  WS-PRI-PHONE             PIC S9(11)  COMP-3 VALUE +0.
010100     05  WS-SEC-PHONE             PIC S9(11)  COMP-3 VALUE +0.
010200     05  WS-NON-CELL-PHONE        PIC S9(11)  COMP-3 VALUE +0.
010300     05  WS-BALANCE               PIC S9(11)V99 COMP-3 VALUE +0.
010400     05  WS-PREV-BRANCH           PIC S9(3)   COMP-3 VALUE +0.
010500     05  WS-PREV-OFFICER          PIC S9(5)   COMP-3 VALUE +0.
010600     05  WS-TODAY-ISO             PIC X(10)   VALUE SPACE.
010700     05  WS-MONTH                 PIC X(10)   VALUE SPACE.
010800     05  WS-PRIOR-MONTH           PIC X(10)   VALUE SPACE.
010900     05  WS-CHECKS                PIC S9(4)   COMP  VALUE +0.
011000     05  WS-FAILS                 PIC S9(4)   COMP  VALUE +0.
011100     05  WS-LVL                   PIC S9(4)   COMP  VALUE +0.
011200     05  WS-NEXT-LVL              PIC S9(4)   COMP  VALUE +0.
011300     05  WS-QUOTIENT              PIC S9(9)   COMP  VALUE +0.
011400     05  WS-REMAINDER             PIC S9(9)   COMP  VALUE +0.
011500     05  WS-PCT                   PIC S9(3)V99 COMP-3 VALUE +0.
011600     05  WS-PRIOR-PCT             PIC S9(3)V99 COMP-3 VALUE +0.
011700     05  WS-PRIOR-CHECKS          PIC S9(9)   COMP-3 VALUE +0.
011800     05  WS-PRIOR-PASSED          PIC S9(9)   COMP-3 VALUE +0.
011900     05  WS-RANK                  PIC S9(7)   COMP  VALUE +0.
012000     05  WS-RANK-BRANCH           PIC 9(03)   VALUE ZERO.
012100     05  WS-TOTAL-FAILING         PIC S9(7)   COMP  VALUE ZERO.
012200     05  WS-TOTAL-GROUPS          PIC S9(7)   COMP  VALUE ZERO.
012300*    THE TIN AS NINE DIGITS, IN ITS SSN AND EIN SHAPES.
012400 01  WS-TIN-DISP                  PIC 9(09)   VALUE ZERO.
012500 01  WS-TIN-SSN REDEFINES WS-TIN-DISP.
012600     05  WS-TIN-AREA              PIC 9(03).
012700     05  WS-TIN-GROUP             PIC 9(02).
012800         88  WS-TIN-ITIN-GROUP            VALUE 50 THRU 65
012900                                                70 THRU 88
013000                                                90 THRU 92
013100                                                94 THRU 99.
013200     05  WS-TIN-SERIAL            PIC 9(04).
013300 01  WS-TIN-EIN REDEFINES WS-TIN-DISP.
013400     05  WS-TIN-PREFIX            PIC 9(02).
013500     05  FILLER                   PIC 9(07).
013600*    RUNNING COUNTS AT THREE LEVELS -- 1 OFFICER, 2 BRANCH,
013700*    3 BANK.  EACH LEVEL ROLLS INTO THE NEXT ON ITS BREAK.
013800 01  WS-ACCUMULATORS.
013900     05  WS-ACCUM                 OCCURS 3 TIMES.
014000         10  AC-CUSTS             PIC S9(9)   COMP-3.
014100         10  AC-COMPLETE          PIC S9(9)   COMP-3.
014200         10  AC-CHECKS            PIC S9(9)   COMP-3.
014300         10  AC-PASSED            PIC S9(9)   COMP-3.
014400         10  AC-FAIL-TIN          PIC S9(9)   COMP-3.
014500         10  AC-FAIL-BIRTH        PIC S9(9)   COMP-3.
014600         10  AC-FAIL-PHONE        PIC S9(9)   COMP-3.
014700         10  AC-FAIL-ADDR         PIC S9(9)   COMP-3.
014800         10  AC-FAIL-EMPLOY       PIC S9(9)   COMP-3.
014900         10  AC-FAIL-OFFICER      PIC S9(9)   COMP-3.
015000         10  AC-FAIL-BRANCH       PIC S9(9)   COMP-3.
015100*----------------------------------------------------------------
015200     COPY CIFADDR.
015300*----------------------------------------------------------------
015400     COPY CIFU022P.
015500*----------------------------------------------------------------
015600     COPY CIFKYCSC.
015700*----------------------------------------------------------------
015800 01  WS-HEADING-1.
015900     05  FILLER  PIC X(132) VALUE
016000       'CIFB545  KYC DATA-COMPLETENESS SCORECARD'.
016100 01  WS-HEADING-2.
016200     05  FILLER  PIC X(08)  VALUE 'MONTH - '.
016300     05  HD-MONTH                 PIC X(10).
016400     05  FILLER  PIC X(13)  VALUE '   PRIOR -   '.
016500     05  HD-PRIOR-MONTH           PIC X(10).
016600     05  FILLER  PIC X(91)  VALUE SPACE.
016700 01  WS-HEADING-3.
016800     05  FILLER  PIC X(46)  VALUE
016900       'LEVEL    BR  OFFCR CUSTOMERS  COMPLETE  PCT-OK'.
017000     05  FILLER  PIC X(42)  VALUE
017100       '   PRIOR   CHANGE  NO-TIN NO-BRTH NO-PHON'.
017200     05  FILLER  PIC X(44)  VALUE
017300       'NO-ADDR NO-EMPL NO-OFCR NO-BRCH'.
017400 01  WS-SCORE-LINE.
017500     05  SL-LEVEL                 PIC X(07).
017600     05  FILLER                   PIC X(01)   VALUE SPACE.
017700     05  SL-BRANCH                PIC ZZ9.
017800     05  SL-BRANCH-X REDEFINES SL-BRANCH
017900                                  PIC X(03).
018000     05  FILLER                   PIC X(02)   VALUE SPACE.
018100     05  SL-OFFICER               PIC ZZZZ9.
018200     05  SL-OFFICER-X REDEFINES SL-OFFICER
018300                                  PIC X(05).
018400     05  FILLER                   PIC X(03)   VALUE SPACE.
018500     05  SL-CUSTS                 PIC ZZZ,ZZ9.
018600     05  FILLER                   PIC X(03)   VALUE SPACE.
018700     05  SL-COMPLETE              PIC ZZZ,ZZ9.
018800     05  FILLER                   PIC X(02)   VALUE SPACE.
018900     05  SL-PCT                   PIC ZZ9.99.
019000     05  FILLER                   PIC X(02)   VALUE SPACE.
019100     05  SL-PRIOR-PCT             PIC ZZ9.99.
019200     05  SL-PRIOR-PCT-X REDEFINES SL-PRIOR-PCT
019300                                  PIC X(06).
019400     05  FILLER                   PIC X(02)   VALUE SPACE.
019500     05  SL-CHANGE                PIC +ZZ9.99.
019600     05  SL-CHANGE-X REDEFINES SL-CHANGE
019700                                  PIC X(07).
019800     05  FILLER                   PIC X(01)   VALUE SPACE.
019900     05  SL-FAIL-TIN              PIC ZZZ,ZZ9.
020000     05  FILLER                   PIC X(01)   VALUE SPACE.
020100     05  SL-FAIL-BIRTH            PIC ZZZ,ZZ9.
020200     05  FILLER                   PIC X(01)   VALUE SPACE.
020300     05  SL-FAIL-PHONE            PIC ZZZ,ZZ9.
020400     05  FILLER                   PIC X(01)   VALUE SPACE.
020500     05  SL-FAIL-ADDR             PIC ZZZ,ZZ9.
020600     05  FILLER                   PIC X(01)   VALUE SPACE.
020700     05  SL-FAIL-EMPLOY           PIC ZZZ,ZZ9.
020800     05  FILLER                   PIC X(01)   VALUE SPACE.
020900     05  SL-FAIL-OFFICER          PIC ZZZ,ZZ9.
021000     05  FILLER                   PIC X(01)   VALUE SPACE.
021100     05  SL-FAIL-BRANCH           PIC ZZZ,ZZ9.
021200     05  FILLER                   PIC X(13)   VALUE SPACE.
021300 01  WS-TOTAL-LINE.
021400     05  TL-LABEL                 PIC X(26).
021500     05  TL-COUNT                 PIC ZZZ,ZZ9.
021600     05  FILLER                   PIC X(99)   VALUE SPACE.
021700*----------------------------------------------------------------
021800 01  WS-EXTRACT-HEADING.
021900     05  FILLER  PIC X(45)  VALUE
022000       ' RANK     BR  OFFCR    CUST-ID  CUSTOMER NAME'.
022100     05  FILLER  PIC X(52)  VALUE
022200       '                              BALANCE  SCR   MISSING'.
022300     05  FILLER  PIC X(35)  VALUE SPACE.
022400 01  WS-EXTRACT-LINE.
022500     05  XL-RANK                  PIC ZZZ,ZZ9.
022600     05  FILLER                   PIC X(02)   VALUE SPACE.
022700     05  XL-BRANCH                PIC 999.
022800     05  FILLER                   PIC X(02)   VALUE SPACE.
022900     05  XL-OFFICER               PIC ZZZZ9.
023000     05  FILLER                   PIC X(02)   VALUE SPACE.
023100     05  XL-CUST-ID               PIC 9(09).
023200     05  FILLER                   PIC X(02)   VALUE SPACE.
023300     05  XL-NAME                  PIC X(30).
023400     05  FILLER                   PIC X(01)   VALUE SPACE.
023500     05  XL-BALANCE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
023600     05  FILLER                   PIC X(02)   VALUE SPACE.
023700     05  XL-SCORE                 PIC ZZ9.
023800     05  FILLER                   PIC X(03)   VALUE SPACE.
023900     05  XL-MISSING               PIC X(42).
024000*----------------------------------------------------------------
024100 PROCEDURE DIVISION.
024200*
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     SORT SORTWK-FILE
024600         ON ASCENDING KEY SW-BRANCH
024700         ON DESCENDING KEY SW-BALANCE
024800         ON ASCENDING KEY SW-CUST-ID
024900         INPUT PROCEDURE IS 2000-SCORE-CUSTOMERS
025000             THRU 2000-EXIT
025100         OUTPUT PROCEDURE IS 6000-WRITE-EXTRACT
025200             THRU 6000-EXIT.
025300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025400     GOBACK.
025500*----------------------------------------------------------------
025600 1000-INITIALIZE.
025700*    THE MONTH SCORED IS THE RUN MONTH, KEYED BY ITS FIRST DAY;
025800*    A RERUN IN THE SAME MONTH REPLACES ITS ROWS.
025900     EXEC SQL
026000         SET :WS-TODAY-ISO = CHAR(CURRENT DATE, ISO)
026100     END-EXEC.
026200     EXEC SQL
026300         SET :WS-MONTH =
026400             CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS,
026500                  ISO)
026600     END-EXEC.
026700     EXEC SQL
026800         SET :WS-PRIOR-MONTH =
026900             CHAR(DATE(:WS-MONTH) - 1 MONTH, ISO)
027000     END-EXEC.
027100     EXEC SQL
027200         DELETE FROM CIF.KYCSCORE
027300          WHERE KYCS_MONTH = :WS-MONTH
027400     END-EXEC.
027500     INITIALIZE WS-ACCUMULATORS.
027600     OPEN OUTPUT RPT631-FILE.
027700     OPEN OUTPUT KYCFAIL-FILE.
027800     MOVE WS-MONTH       TO HD-MONTH.
027900     MOVE WS-PRIOR-MONTH TO HD-PRIOR-MONTH.
028000     MOVE WS-HEADING-1 TO RPT631-RECORD.
028100     WRITE RPT631-RECORD.
028200     MOVE WS-HEADING-2 TO RPT631-RECORD.
028300     WRITE RPT631-RECORD.
028400     MOVE WS-HEADING-3 TO RPT631-RECORD.
028500     WRITE RPT631-RECORD.
028600     MOVE WS-EXTRACT-HEADING TO KYCFAIL-RECORD.
028700     WRITE KYCFAIL-RECORD.
028800 1000-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100 2000-SCORE-CUSTOMERS.
029200*    CUSTOMERS COME IN BRANCH/OFFICER ORDER SO THE ROLLUP IS A
029300*    CONTROL BREAK; THE FAILING ONES ARE RELEASED TO THE SORT
029400*    FOR THE RANKED EXTRACT.
029500     EXEC SQL
029600         DECLARE CSR631 CURSOR FOR
029700         SELECT C.CUST_ID, C.CUST_BANK_NBR, C.CUST_FILE_ID,
029800                C.CUST_FILE_KEY, C.CUST_TAX_ID, C.CUST_TYPE,
029900                C.CUST_OFFICER, C.CUST_BRANCH, C.CUST_NAME,
030000                CHAR(COALESCE(I.CUSTI_BIRTH_DATE,
030100                              DATE('0001-01-01')), ISO),
030200                COALESCE(I.CUSTI_HOME_PHONE, 0),
030300                COALESCE(I.CUSTI_CELL_PHONE, 0),
030400                COALESCE(I.CUSTI_CURR_EMPLOY, ' '),
030500                COALESCE(N.CUSTN_PRI_PHONE, 0),
030600                COALESCE(N.CUSTN_SEC_PHONE, 0),
030700                COALESCE(N.CUSTN_CELL_PHONE, 0)
030800           FROM CIF.CUSTOMER C
030900           LEFT JOIN CIF.CUSTIND I
031000             ON I.CUSTI_CUST_ID = C.CUST_ID
031100           LEFT JOIN CIF.CUSTNON N
031200             ON N.CUSTN_CUST_ID = C.CUST_ID
031300          ORDER BY C.CUST_BRANCH, C.CUST_OFFICER, C.CUST_ID
031400     END-EXEC.
031500     EXEC SQL
031600         OPEN CSR631
031700     END-EXEC.
031800     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
031900     IF  NOT WS-EOF-YES
032000         MOVE WS-BRANCH  TO WS-PREV-BRANCH
032100         MOVE WS-OFFICER TO WS-PREV-OFFICER
032200     END-IF.
032300     PERFORM 2200-SCORE-ONE-CUSTOMER THRU 2200-EXIT
032400         UNTIL WS-EOF-YES.
032500     EXEC SQL
032600         CLOSE CSR631
032700     END-EXEC.
032800     PERFORM 4000-OFFICER-BREAK THRU 4000-EXIT.
032900     PERFORM 4500-BRANCH-BREAK THRU 4500-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200*----------------------------------------------------------------
033300 2100-FETCH-CUSTOMER.
033400     EXEC SQL
033500         FETCH CSR631
033600          INTO :WS-CUST-ID, :WS-CUST-BANK-NBR,
033700               :WS-CUST-FILE-ID, :WS-CUST-FILE-KEY,
033800               :WS-TAX-ID, :WS-CUST-TYPE, :WS-OFFICER,
033900               :WS-BRANCH, :WS-CUST-NAME, :WS-BIRTH-DATE,
034000               :WS-HOME-PHONE, :WS-CELL-PHONE,
034100               :WS-CURR-EMPLOY, :WS-PRI-PHONE,
034200               :WS-SEC-PHONE, :WS-NON-CELL-PHONE
034300     END-EXEC.
034400     IF  SQLCODE NOT = ZERO
034500         SET WS-EOF-YES TO TRUE
034600     END-IF.
034700 2100-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000 2200-SCORE-ONE-CUSTOMER.
035100     IF  WS-BRANCH  NOT = WS-PREV-BRANCH
035200     OR  WS-OFFICER NOT = WS-PREV-OFFICER
035300         PERFORM 4000-OFFICER-BREAK THRU 4000-EXIT
035400     END-IF.
035500     IF  WS-BRANCH NOT = WS-PREV-BRANCH
035600         PERFORM 4500-BRANCH-BREAK THRU 4500-EXIT
035700     END-IF.
035800     MOVE WS-BRANCH  TO WS-PREV-BRANCH.
035900     MOVE WS-OFFICER TO WS-PREV-OFFICER.
036000     PERFORM 3000-CHECK-CUSTOMER THRU 3000-EXIT.
036100     ADD 1         TO AC-CUSTS (1).
036200     ADD WS-CHECKS TO AC-CHECKS (1).
036300     COMPUTE AC-PASSED (1) = AC-PASSED (1)
036400                           + WS-CHECKS - WS-FAILS.
036500     IF  WS-FAILS = ZERO
036600         ADD 1 TO AC-COMPLETE (1)
036700     ELSE
036800         PERFORM 2300-RELEASE-FAILING THRU 2300-EXIT
036900     END-IF.
037000     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
037100 2200-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400 2300-RELEASE-FAILING.
037500     ADD 1 TO WS-TOTAL-FAILING.
037600     MOVE WS-BRANCH      TO SW-BRANCH.
037700     MOVE WS-BALANCE     TO SW-BALANCE.
037800     MOVE WS-CUST-ID     TO SW-CUST-ID.
037900     MOVE WS-OFFICER     TO SW-OFFICER.
038000     MOVE WS-CUST-NAME   TO SW-NAME.
038100     COMPUTE SW-SCORE ROUNDED =
038200         (WS-CHECKS - WS-FAILS) * 100 / WS-CHECKS.
038300     MOVE WS-FAIL-FLAGS  TO SW-FAIL-FLAGS.
038400     RELEASE SORTWK-RECORD.
038500 2300-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800 3000-CHECK-CUSTOMER.
038900*    SEVEN CHECKS FOR AN INDIVIDUAL; BIRTH DATE AND EMPLOYER DO
039000*    NOT APPLY TO A BUSINESS, SO IT IS SCORED ON FIVE.
039100     MOVE 'NNNNNNN' TO WS-FAIL-FLAGS.
039200     MOVE ZERO      TO WS-FAILS.
039300     IF  WS-CUST-TYPE-INDIVIDUAL
039400         MOVE 7 TO WS-CHECKS
039500     ELSE
039600         MOVE 5 TO WS-CHECKS
039700     END-IF.
039800     PERFORM 3100-CHECK-TIN THRU 3100-EXIT.
039900     PERFORM 3200-CHECK-ADDRESS THRU 3200-EXIT.
040000     IF  WS-CUST-TYPE-INDIVIDUAL
040100         IF  WS-BIRTH-DATE = '0001-01-01'
040200         OR  WS-BIRTH-DATE > WS-TODAY-ISO
040300             SET WS-FAIL-BIRTH TO TRUE
040400         END-IF
040500         IF  WS-HOME-PHONE NOT > ZERO
040600         AND WS-CELL-PHONE NOT > ZERO
040700             SET WS-FAIL-PHONE TO TRUE
040800         END-IF
040900         IF  WS-CURR-EMPLOY = SPACES
041000             SET WS-FAIL-EMPLOY TO TRUE
041100         END-IF
041200     ELSE
041300         IF  WS-PRI-PHONE      NOT > ZERO
041400         AND WS-SEC-PHONE      NOT > ZERO
041500         AND WS-NON-CELL-PHONE NOT > ZERO
041600             SET WS-FAIL-PHONE TO TRUE
041700         END-IF
041800     END-IF.
041900     IF  WS-OFFICER NOT > ZERO
042000         SET WS-FAIL-OFFICER TO TRUE
042100     END-IF.
042200     IF  WS-BRANCH NOT > ZERO
042300         SET WS-FAIL-BRANCH TO TRUE
042400     END-IF.
042500     INSPECT WS-FAIL-FLAGS TALLYING WS-FAILS FOR ALL 'Y'.
042600     IF  WS-FAIL-TIN
042700         ADD 1 TO AC-FAIL-TIN (1)
042800     END-IF.
042900     IF  WS-FAIL-BIRTH
043000         ADD 1 TO AC-FAIL-BIRTH (1)
043100     END-IF.
043200     IF  WS-FAIL-PHONE
043300         ADD 1 TO AC-FAIL-PHONE (1)
043400     END-IF.
043500     IF  WS-FAIL-ADDR
043600         ADD 1 TO AC-FAIL-ADDR (1)
043700     END-IF.
043800     IF  WS-FAIL-EMPLOY
043900         ADD 1 TO AC-FAIL-EMPLOY (1)
044000     END-IF.
044100     IF  WS-FAIL-OFFICER
044200         ADD 1 TO AC-FAIL-OFFICER (1)
044300     END-IF.
044400     IF  WS-FAIL-BRANCH
044500         ADD 1 TO AC-FAIL-BRANCH (1)
044600     END-IF.
044700 3000-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000 3100-CHECK-TIN.
045100*    A TIN MUST BE PRESENT, NOT ONE DIGIT REPEATED OR
045200*    123456789, AND SHAPED RIGHT FOR ITS KIND -- AN SSN NEVER
045300*    HAS AREA 000 OR 666, GROUP 00 OR SERIAL 0000, AND AN AREA
045400*    IN THE 900S IS ONLY AN ITIN WITH AN ITIN GROUP; AN EIN
045500*    NEVER HAS PREFIX 00.
045600     IF  WS-TAX-ID NOT > ZERO
045700         SET WS-FAIL-TIN TO TRUE
045800         GO TO 3100-EXIT
045900     END-IF.
046000     MOVE WS-TAX-ID TO WS-TIN-DISP.
046100     DIVIDE WS-TIN-DISP BY 111111111
046200         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
046300     IF  WS-REMAINDER = ZERO
046400     OR  WS-TIN-DISP = 123456789
046500         SET WS-FAIL-TIN TO TRUE
046600         GO TO 3100-EXIT
046700     END-IF.
046800     IF  NOT WS-CUST-TYPE-INDIVIDUAL
046900         IF  WS-TIN-PREFIX = ZERO
047000             SET WS-FAIL-TIN TO TRUE
047100         END-IF
047200         GO TO 3100-EXIT
047300     END-IF.
047400     IF  WS-TIN-AREA  = ZERO
047500     OR  WS-TIN-AREA  = 666
047600     OR  WS-TIN-GROUP = ZERO
047700     OR  WS-TIN-SERIAL = ZERO
047800         SET WS-FAIL-TIN TO TRUE
047900         GO TO 3100-EXIT
048000     END-IF.
048100     IF  WS-TIN-AREA NOT < 900
048200     AND NOT WS-TIN-ITIN-GROUP
048300         SET WS-FAIL-TIN TO TRUE
048400     END-IF.
048500 3100-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800 3200-CHECK-ADDRESS.
048900*    THE RELATIONSHIP BALANCE (FOR THE EXTRACT RANKING) AND THE
049000*    CUSTOMER'S MAILING ADDRESS COME FROM THE ACCOUNTS THEY ARE
049100*    CROSS-REFERENCED TO.  THE ADDRESS PASSES WHEN CIFU022
049200*    FINDS IT STANDARD OR CAN STANDARDIZE IT.
049300     MOVE ZERO TO WS-BALANCE.
049400     MOVE ZERO TO ADDR-ADDRESS-ID.
049500     EXEC SQL
049600         SELECT COALESCE(SUM(A.ACCT_BALANCE), 0),
049700                COALESCE(MIN(NULLIF(A.ACCT_ADDRESS_ID, 0)), 0)
049800           INTO :WS-BALANCE, :ADDR-ADDRESS-ID
049900           FROM CIF.CUSTXREF X
050000           JOIN CIF.ACCOUNT A
050100             ON A.ACCT_BANK_NBR    = X.BANK_NBR
050200            AND A.ACCT_KEY         = X.FILE_KEY
050300          WHERE X.RELATED_BANK_NBR = :WS-CUST-BANK-NBR
050400            AND X.RELATED_FILE_ID  = :WS-CUST-FILE-ID
050500            AND X.RELATED_FILE_KEY = :WS-CUST-FILE-KEY
050600            AND X.FILE_ID          = 'ACCT'
050700     END-EXEC.
050800     IF  SQLCODE NOT = ZERO
050900     OR  ADDR-ADDRESS-ID = ZERO
051000         SET WS-FAIL-ADDR TO TRUE
051100         GO TO 3200-EXIT
051200     END-IF.
051300     EXEC SQL
051400         SELECT ADDR_LINE1, ADDR_LINE2, ADDR_CITY,
051500                ADDR_STATE, ADDR_ZIP
051600           INTO :ADDR-LINE1, :ADDR-LINE2, :ADDR-CITY,
051700                :ADDR-STATE, :ADDR-ZIP
051800           FROM CIF.ADDRESS
051900          WHERE ADDR_ADDRESS_ID = :ADDR-ADDRESS-ID
052000     END-EXEC.
052100     IF  SQLCODE NOT = ZERO
052200         SET WS-FAIL-ADDR TO TRUE
052300         GO TO 3200-EXIT
052400     END-IF.
052500     MOVE ADDR-LINE1 TO CIFU022-IN-LINE1.
052600     MOVE ADDR-LINE2 TO CIFU022-IN-LINE2.
052700     MOVE ADDR-CITY  TO CIFU022-IN-CITY.
052800     MOVE ADDR-STATE TO CIFU022-IN-STATE.
052900     MOVE ADDR-ZIP   TO CIFU022-IN-ZIP.
053000     CALL 'CIFU022' USING CIFU022-PARAMETERS.
053100     IF  CIFU022-INVALID
053200     OR  CIFU022-CONF-FAILED
053300         SET WS-FAIL-ADDR TO TRUE
053400     END-IF.
053500 3200-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800 4000-OFFICER-BREAK.
053900*    THE OFFICER'S LINE, ITS CIF.KYCSCORE ROW FOR THE MONTH,
054000*    THEN ITS COUNTS ROLL INTO THE BRANCH.
054100     IF  AC-CUSTS (1) = ZERO
054200         GO TO 4000-EXIT
054300     END-IF.
054400     MOVE 1 TO WS-LVL.
054500     PERFORM 5000-COMPUTE-PCT THRU 5000-EXIT.
054600     MOVE 'N' TO WS-PRIOR-SW.
054700     EXEC SQL
054800         SELECT KYCS_PCT_COMPLETE
054900           INTO :WS-PRIOR-PCT
055000           FROM CIF.KYCSCORE
055100          WHERE KYCS_MONTH   = :WS-PRIOR-MONTH
055200            AND KYCS_BRANCH  = :WS-PREV-BRANCH
055300            AND KYCS_OFFICER = :WS-PREV-OFFICER
055400     END-EXEC.
055500     IF  SQLCODE = ZERO
055600         SET WS-PRIOR-FOUND TO TRUE
055700     END-IF.
055800     MOVE 'OFFICER'       TO SL-LEVEL.
055900     MOVE WS-PREV-BRANCH  TO SL-BRANCH.
056000     MOVE WS-PREV-OFFICER TO SL-OFFICER.
056100     PERFORM 5100-WRITE-SCORE-LINE THRU 5100-EXIT.
056200     PERFORM 4100-INSERT-SCORE THRU 4100-EXIT.
056300     PERFORM 4900-ROLL-UP THRU 4900-EXIT.
056400 4000-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700 4100-INSERT-SCORE.
056800     MOVE WS-MONTH          TO KYCS-MONTH.
056900     MOVE WS-PREV-BRANCH    TO KYCS-BRANCH.
057000     MOVE WS-PREV-OFFICER   TO KYCS-OFFICER.
057100     MOVE AC-CUSTS (1)        TO KYCS-CUST-COUNT.
057200     MOVE AC-COMPLETE (1)     TO KYCS-COMPLETE-COUNT.
057300     MOVE AC-CHECKS (1)       TO KYCS-CHECK-COUNT.
057400     MOVE AC-PASSED (1)       TO KYCS-PASS-COUNT.
057500     MOVE WS-PCT              TO KYCS-PCT-COMPLETE.
057600     MOVE AC-FAIL-TIN (1)     TO KYCS-FAIL-TIN.
057700     MOVE AC-FAIL-BIRTH (1)   TO KYCS-FAIL-BIRTH.
057800     MOVE AC-FAIL-PHONE (1)   TO KYCS-FAIL-PHONE.
057900     MOVE AC-FAIL-ADDR (1)    TO KYCS-FAIL-ADDRESS.
058000     MOVE AC-FAIL-EMPLOY (1)  TO KYCS-FAIL-EMPLOY.
058100     MOVE AC-FAIL-OFFICER (1) TO KYCS-FAIL-OFFICER.
058200     MOVE AC-FAIL-BRANCH (1)  TO KYCS-FAIL-BRANCH.
058300     EXEC SQL
058400         INSERT INTO CIF.KYCSCORE
058500                (KYCS_MONTH, KYCS_BRANCH, KYCS_OFFICER,
058600                 KYCS_CUST_COUNT, KYCS_COMPLETE_COUNT,
058700                 KYCS_CHECK_COUNT, KYCS_PASS_COUNT,
058800                 KYCS_PCT_COMPLETE, KYCS_FAIL_TIN,
058900                 KYCS_FAIL_BIRTH, KYCS_FAIL_PHONE,
059000                 KYCS_FAIL_ADDRESS, KYCS_FAIL_EMPLOY,
059100                 KYCS_FAIL_OFFICER, KYCS_FAIL_BRANCH)
059200         VALUES (:KYCS-MONTH, :KYCS-BRANCH, :KYCS-OFFICER,
059300                 :KYCS-CUST-COUNT, :KYCS-COMPLETE-COUNT,
059400                 :KYCS-CHECK-COUNT, :KYCS-PASS-COUNT,
059500                 :KYCS-PCT-COMPLETE, :KYCS-FAIL-TIN,
059600                 :KYCS-FAIL-BIRTH, :KYCS-FAIL-PHONE,
059700                 :KYCS-FAIL-ADDRESS, :KYCS-FAIL-EMPLOY,
059800                 :KYCS-FAIL-OFFICER, :KYCS-FAIL-BRANCH)
059900     END-EXEC.
060000     IF  SQLCODE NOT = ZERO
060100         DISPLAY 'CIFB545 - KYCSCORE INSERT FAILED, SQLCODE '
060200             SQLCODE
060300         EXEC SQL ROLLBACK END-EXEC
060400         MOVE 16 TO RETURN-CODE
060500         GOBACK
060600     END-IF.
060700     ADD 1 TO WS-TOTAL-GROUPS.
060800 4100-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100 4500-BRANCH-BREAK.
061200*    THE BRANCH LINE; LAST MONTH'S BRANCH SCORE IS RECOMPUTED
061300*    FROM THAT MONTH'S OFFICER ROWS.
061400     IF  AC-CUSTS (2) = ZERO
061500         GO TO 4500-EXIT
061600     END-IF.
061700     MOVE 2 TO WS-LVL.
061800     PERFORM 5000-COMPUTE-PCT THRU 5000-EXIT.
061900     EXEC SQL
062000         SELECT COALESCE(SUM(KYCS_CHECK_COUNT), 0),
062100                COALESCE(SUM(KYCS_PASS_COUNT), 0)
062200           INTO :WS-PRIOR-CHECKS, :WS-PRIOR-PASSED
062300           FROM CIF.KYCSCORE
062400          WHERE KYCS_MONTH  = :WS-PRIOR-MONTH
062500            AND KYCS_BRANCH = :WS-PREV-BRANCH
062600     END-EXEC.
062700     PERFORM 5200-PRIOR-FROM-SUMS THRU 5200-EXIT.
062800     MOVE 'BRANCH'        TO SL-LEVEL.
062900     MOVE WS-PREV-BRANCH  TO SL-BRANCH.
063000     MOVE SPACES          TO SL-OFFICER-X.
063100     PERFORM 5100-WRITE-SCORE-LINE THRU 5100-EXIT.
063200     MOVE SPACES TO RPT631-RECORD.
063300     WRITE RPT631-RECORD.
063400     PERFORM 4900-ROLL-UP THRU 4900-EXIT.
063500 4500-EXIT.
063600     EXIT.
063700*----------------------------------------------------------------
063800 4900-ROLL-UP.
063900     COMPUTE WS-NEXT-LVL = WS-LVL + 1.
064000     ADD AC-CUSTS (WS-LVL)       TO AC-CUSTS (WS-NEXT-LVL).
064100     ADD AC-COMPLETE (WS-LVL)    TO AC-COMPLETE (WS-NEXT-LVL).
064200     ADD AC-CHECKS (WS-LVL)      TO AC-CHECKS (WS-NEXT-LVL).
064300     ADD AC-PASSED (WS-LVL)      TO AC-PASSED (WS-NEXT-LVL).
064400     ADD AC-FAIL-TIN (WS-LVL)    TO AC-FAIL-TIN (WS-NEXT-LVL).
064500     ADD AC-FAIL-BIRTH (WS-LVL)  TO AC-FAIL-BIRTH (WS-NEXT-LVL).
064600     ADD AC-FAIL-PHONE (WS-LVL)  TO AC-FAIL-PHONE (WS-NEXT-LVL).
064700     ADD AC-FAIL-ADDR (WS-LVL)   TO AC-FAIL-ADDR (WS-NEXT-LVL).
064800     ADD AC-FAIL-EMPLOY (WS-LVL) TO AC-FAIL-EMPLOY (WS-NEXT-LVL).
064900     ADD AC-FAIL-OFFICER (WS-LVL)
065000                               TO AC-FAIL-OFFICER (WS-NEXT-LVL).
065100     ADD AC-FAIL-BRANCH (WS-LVL)
065200                               TO AC-FAIL-BRANCH (WS-NEXT-LVL).
065300     INITIALIZE WS-ACCUM (WS-LVL).
065400 4900-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700 5000-COMPUTE-PCT.
065800     IF  AC-CHECKS (WS-LVL) = ZERO
065900         MOVE ZERO TO WS-PCT
066000     ELSE
066100         COMPUTE WS-PCT ROUNDED =
066200             AC-PASSED (WS-LVL) * 100 / AC-CHECKS (WS-LVL)
066300     END-IF.
066400 5000-EXIT.
066500     EXIT.
066600*----------------------------------------------------------------
066700 5100-WRITE-SCORE-LINE.
066800*    PRIOR AND CHANGE ARE LEFT BLANK WHEN LAST MONTH HAS NO
066900*    SCORE FOR THE GROUP.
067000     MOVE AC-CUSTS (WS-LVL)        TO SL-CUSTS.
067100     MOVE AC-COMPLETE (WS-LVL)     TO SL-COMPLETE.
067200     MOVE WS-PCT                   TO SL-PCT.
067300     IF  WS-PRIOR-FOUND
067400         MOVE WS-PRIOR-PCT         TO SL-PRIOR-PCT
067500         COMPUTE SL-CHANGE = WS-PCT - WS-PRIOR-PCT
067600     ELSE
067700         MOVE SPACES               TO SL-PRIOR-PCT-X
067800         MOVE SPACES               TO SL-CHANGE-X
067900     END-IF.
068000     MOVE AC-FAIL-TIN (WS-LVL)     TO SL-FAIL-TIN.
068100     MOVE AC-FAIL-BIRTH (WS-LVL)   TO SL-FAIL-BIRTH.
068200     MOVE AC-FAIL-PHONE (WS-LVL)   TO SL-FAIL-PHONE.
068300     MOVE AC-FAIL-ADDR (WS-LVL)    TO SL-FAIL-ADDR.
068400     MOVE AC-FAIL-EMPLOY (WS-LVL)  TO SL-FAIL-EMPLOY.
068500     MOVE AC-FAIL-OFFICER (WS-LVL) TO SL-FAIL-OFFICER.
068600     MOVE AC-FAIL-BRANCH (WS-LVL)  TO SL-FAIL-BRANCH.
068700     MOVE WS-SCORE-LINE TO RPT631-RECORD.
068800     WRITE RPT631-RECORD.
068900 5100-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200 5200-PRIOR-FROM-SUMS.
069300     MOVE 'N' TO WS-PRIOR-SW.
069400     IF  SQLCODE = ZERO
069500     AND WS-PRIOR-CHECKS > ZERO
069600         SET WS-PRIOR-FOUND TO TRUE
069700         COMPUTE WS-PRIOR-PCT ROUNDED =
069800             WS-PRIOR-PASSED * 100 / WS-PRIOR-CHECKS
069900     END-IF.
070000 5200-EXIT.
070100     EXIT.
070200*----------------------------------------------------------------
070300 6000-WRITE-EXTRACT.
070400     RETURN SORTWK-FILE
070500         AT END
070600             SET WS-SORT-EOF-YES TO TRUE
070700     END-RETURN.
070800     PERFORM 6100-WRITE-ONE-FAILING THRU 6100-EXIT
070900         UNTIL WS-SORT-EOF-YES.
071000 6000-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300 6100-WRITE-ONE-FAILING.
071400*    THE RANK STARTS OVER AT EACH BRANCH -- EACH BRANCH WORKS
071500*    ITS OWN LIST FROM THE TOP.
071600     IF  SW-BRANCH NOT = WS-RANK-BRANCH
071700     OR  WS-RANK = ZERO
071800         MOVE SW-BRANCH TO WS-RANK-BRANCH
071900         MOVE ZERO      TO WS-RANK
072000     END-IF.
072100     ADD 1 TO WS-RANK.
072200     MOVE WS-RANK     TO XL-RANK.
072300     MOVE SW-BRANCH   TO XL-BRANCH.
072400     MOVE SW-OFFICER  TO XL-OFFICER.
072500     MOVE SW-CUST-ID  TO XL-CUST-ID.
072600     MOVE SW-NAME     TO XL-NAME.
072700     MOVE SW-BALANCE  TO XL-BALANCE.
072800     MOVE SW-SCORE    TO XL-SCORE.
072900     MOVE SW-FAIL-FLAGS TO WS-FAIL-FLAGS.
073000     MOVE SPACES      TO XL-MISSING.
073100     IF  WS-FAIL-TIN
073200         MOVE 'TIN'   TO XL-MISSING (1:3)
073300     END-IF.
073400     PERFORM 6200-LIST-MISSING THRU 6200-EXIT.
073500     MOVE WS-EXTRACT-LINE TO KYCFAIL-RECORD.
073600     WRITE KYCFAIL-RECORD.
073700     RETURN SORTWK-FILE
073800         AT END
073900             SET WS-SORT-EOF-YES TO TRUE
074000     END-RETURN.
074100 6100-EXIT.
074200     EXIT.
074300*----------------------------------------------------------------
074400 6200-LIST-MISSING.
074500*    EACH FAILED CHECK IN A FIXED SLOT SO THE COLUMNS LINE UP.
074600     IF  WS-FAIL-BIRTH
074700         MOVE 'DOB'   TO XL-MISSING (5:3)
074800     END-IF.
074900     IF  WS-FAIL-PHONE
075000         MOVE 'PHONE' TO XL-MISSING (9:5)
075100     END-IF.
075200     IF  WS-FAIL-ADDR
075300         MOVE 'ADDR'  TO XL-MISSING (15:4)
075400     END-IF.
075500     IF  WS-FAIL-EMPLOY
075600         MOVE 'EMPL'  TO XL-MISSING (20:4)
075700     END-IF.
075800     IF  WS-FAIL-OFFICER
075900         MOVE 'OFCR'  TO XL-MISSING (25:4)
076000     END-IF.
076100     IF  WS-FAIL-BRANCH
076200         MOVE 'BRCH'  TO XL-MISSING (30:4)
076300     END-IF.
076400 6200-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------
076700 8000-FINALIZE.
076800*    THE BANK LINE AND RUN TOTALS; THE MONTH'S ROWS COMMIT ONLY
076900*    WHEN THE WHOLE SCORECARD HAS BEEN BUILT.
077000     MOVE 3 TO WS-LVL.
077100     PERFORM 5000-COMPUTE-PCT THRU 5000-EXIT.
077200     EXEC SQL
077300         SELECT COALESCE(SUM(KYCS_CHECK_COUNT), 0),
077400                COALESCE(SUM(KYCS_PASS_COUNT), 0)
077500           INTO :WS-PRIOR-CHECKS, :WS-PRIOR-PASSED
077600           FROM CIF.KYCSCORE
077700          WHERE KYCS_MONTH = :WS-PRIOR-MONTH
077800     END-EXEC.
077900     PERFORM 5200-PRIOR-FROM-SUMS THRU 5200-EXIT.
078000     MOVE 'BANK'  TO SL-LEVEL.
078100     MOVE SPACES  TO SL-BRANCH-X.
078200     MOVE SPACES  TO SL-OFFICER-X.
078300     PERFORM 5100-WRITE-SCORE-LINE THRU 5100-EXIT.
078400     EXEC SQL COMMIT END-EXEC.
078500     MOVE SPACES TO RPT631-RECORD.
078600     WRITE RPT631-RECORD.
078700     MOVE 'CUSTOMERS SCORED        - ' TO TL-LABEL.
078800     MOVE AC-CUSTS (3)       TO TL-COUNT.
078900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
079000     MOVE 'FULLY COMPLETE          - ' TO TL-LABEL.
079100     MOVE AC-COMPLETE (3)    TO TL-COUNT.
079200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
079300     MOVE 'ON FAILING EXTRACT      - ' TO TL-LABEL.
079400     MOVE WS-TOTAL-FAILING   TO TL-COUNT.
079500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
079600     MOVE 'OFFICER SCORES STORED   - ' TO TL-LABEL.
079700     MOVE WS-TOTAL-GROUPS    TO TL-COUNT.
079800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
079900     CLOSE RPT631-FILE.
080000     CLOSE KYCFAIL-FILE.
080100 8000-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400 8100-WRITE-TOTAL.
080500     MOVE WS-TOTAL-LINE TO RPT631-RECORD.
080600     WRITE RPT631-RECORD.
080700 8100-EXIT.
080800     EXIT.
