000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB555.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  CIF SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                               *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY CUSTOMER  *
001500*                      COMPLAINT TREND.  PART 1 COUNTS          *
001600*                      CIF.COMPLAINT BY PRODUCT AND CATEGORY -- *
001700*                      RECEIVED IN THE MONTH, THE MONTH BEFORE  *
001800*                      AND THE TWELVE MONTHS, UDAAP AND FAIR-   *
001900*                      LENDING ALLEGATIONS, CLOSED, OPEN AND    *
002000*                      LATE AT MONTH END -- AND TIES EACH       *
002100*                      MONTH'S COMPLAINTS TO ACM.DISPUTE CASES  *
002200*                      AND NIPS.DETAIL FEE REFUNDS ON THE SAME  *
002300*                      ACCOUNT SO ROOT CAUSES SHOW UP.  PART 2  *
002400*                      AGES EVERY COMPLAINT OPEN AT MONTH END   *
002500*                      IN BUSINESS DAYS (ADMU503) AGAINST ITS   *
002600*                      RESPONSE DEADLINE.                       *
002700*                                                               *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT688-FILE ASSIGN TO RPT688
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT688-FILE
004000     RECORDING MODE F.
004100 01  RPT688-RECORD               PIC X(132).
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
004600         88  WS-ROW-EOF-YES               VALUE 'Y'.
004700 01  WS-WORK-FIELDS.
004800     05  WS-REPORT-DATE           PIC X(10)   VALUE SPACE.
004900     05  WS-MONTH-FROM            PIC X(10)   VALUE SPACE.
005000     05  WS-MONTH-TO              PIC X(10)   VALUE SPACE.
005100     05  WS-PRIOR-FROM            PIC X(10)   VALUE SPACE.
005200     05  WS-PRIOR-TO              PIC X(10)   VALUE SPACE.
005300     05  WS-YEAR-FROM             PIC X(10)   VALUE SPACE.
005350     05  WS-AGE-FROM              PIC X(10)   VALUE SPACE.
005400*    A DISPUTE OPENED OR A FEE REFUNDED WITHIN THIS MANY
005500*    CALENDAR DAYS EITHER SIDE OF A COMPLAINT'S RECEIPT, ON
005600*    THE SAME ACCOUNT, IS TAKEN AS RELATED TO IT.
005700     05  WS-LINK-DAYS             PIC S9(3)   COMP-3 VALUE +30.
005800     05  WS-PRODUCT-NAME          PIC X(10)   VALUE SPACE.
005900     05  WS-BUS-DAYS              PIC S9(5)   COMP-3 VALUE +0.
006000     05  WS-PAST-DUE              PIC S9(5)   COMP-3 VALUE +0.
006100*    ONE PRODUCT AND CATEGORY'S COUNTS, AS FETCHED.
006200 01  WS-TREND-ROW.
006300     05  WS-TR-MONTH              PIC S9(7)   COMP  VALUE ZERO.
006400     05  WS-TR-PRIOR              PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-TR-YEAR               PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-TR-UDAAP              PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-TR-FAIR-LEND          PIC S9(7)   COMP  VALUE ZERO.
006800     05  WS-TR-CLOSED             PIC S9(7)   COMP  VALUE ZERO.
006900     05  WS-TR-OPEN               PIC S9(7)   COMP  VALUE ZERO.
007000     05  WS-TR-LATE               PIC S9(7)   COMP  VALUE ZERO.
007100     05  WS-TR-DISPUTES           PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-TR-REFUND-AMT         PIC S9(9)V99 COMP-3 VALUE +0.
007300 01  WS-TOTALS.
007400     05  WS-TOTAL-MONTH           PIC S9(7)   COMP  VALUE ZERO.
007500     05  WS-TOTAL-PRIOR           PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-YEAR            PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-UDAAP           PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-FAIR-LEND       PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-CLOSED          PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-OPEN            PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-TOTAL-LATE            PIC S9(7)   COMP  VALUE ZERO.
008200     05  WS-TOTAL-DISPUTES        PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-TOTAL-REFUND-AMT      PIC S9(11)V99 COMP-3 VALUE +0.
008400     05  WS-TOTAL-AGE-15          PIC S9(7)   COMP  VALUE ZERO.
008500     05  WS-TOTAL-AGE-30          PIC S9(7)   COMP  VALUE ZERO.
008600     05  WS-TOTAL-AGE-60          PIC S9(7)   COMP  VALUE ZERO.
008700     05  WS-TOTAL-AGE-OVER        PIC S9(7)   COMP  VALUE ZERO.
008800     05  WS-TOTAL-PAST-DUE        PIC S9(7)   COMP  VALUE ZERO.
008900     05  WS-TOTAL-CAL-ERRORS      PIC S9(7)   COMP  VALUE ZERO.
009000*----------------------------------------------------------------
009100     COPY CIFCMPLT.
009200*----------------------------------------------------------------
009300     COPY ADMU503P.
009400*----------------------------------------------------------------
009500 01  WS-HEADING-1.
009600     05  FILLER  PIC X(45)  VALUE
009700       'CIFB555  CUSTOMER COMPLAINT TREND - MONTH OF '.
009800     05  HD-MONTH-FROM            PIC X(10).
009900     05  FILLER                   PIC X(06)   VALUE ' THRU '.
010000     05  HD-MONTH-TO              PIC X(10).
010100     05  FILLER                   PIC X(61)   VALUE SPACE.
010200 01  WS-HEADING-2.
010300     05  FILLER  PIC X(50)  VALUE
010400       'PRODUCT    CAT    MONTH  PRIOR   12-MO  UDAAP FAIR'.
010500     05  FILLER  PIC X(46)  VALUE
010600       '-L CLOSED   OPEN   LATE DISPUT     FEE REFUNDS'.
010700     05  FILLER  PIC X(36)  VALUE SPACE.
010800 01  WS-HEADING-3.
010900     05  FILLER  PIC X(46)  VALUE
011000       'CIFB555  OPEN COMPLAINT AGING AT MONTH END - '.
011100     05  HD-AGE-DATE              PIC X(10).
011200     05  FILLER                   PIC X(76)   VALUE SPACE.
011300 01  WS-HEADING-4.
011400     05  FILLER  PIC X(50)  VALUE
011500       'CASE      BNK PRODUCT    CAT  UF OWNER RECEIVED   '.
011600     05  FILLER  PIC X(32)  VALUE
011700       'DEADLINE  BUS-DYS   PAST SUMMARY'.
011800     05  FILLER  PIC X(50)  VALUE SPACE.
011900 01  WS-TREND-LINE.
012000     05  TR-PRODUCT               PIC X(10).
012100     05  FILLER                   PIC X(01)   VALUE SPACE.
012200     05  TR-CATEGORY              PIC X(04).
012300     05  FILLER                   PIC X(02)   VALUE SPACE.
012400     05  TR-MONTH                 PIC ZZ,ZZ9.
012500     05  FILLER                   PIC X(01)   VALUE SPACE.
012600     05  TR-PRIOR                 PIC ZZ,ZZ9.
012700     05  FILLER                   PIC X(01)   VALUE SPACE.
012800     05  TR-YEAR                  PIC ZZZ,ZZ9.
012900     05  FILLER                   PIC X(01)   VALUE SPACE.
013000     05  TR-UDAAP                 PIC ZZ,ZZ9.
013100     05  FILLER                   PIC X(01)   VALUE SPACE.
013200     05  TR-FAIR-LEND             PIC ZZ,ZZ9.
013300     05  FILLER                   PIC X(01)   VALUE SPACE.
013400     05  TR-CLOSED                PIC ZZ,ZZ9.
013500     05  FILLER                   PIC X(01)   VALUE SPACE.
013600     05  TR-OPEN                  PIC ZZ,ZZ9.
013700     05  FILLER                   PIC X(01)   VALUE SPACE.
013800     05  TR-LATE                  PIC ZZ,ZZ9.
013900     05  FILLER                   PIC X(01)   VALUE SPACE.
014000     05  TR-DISPUTES              PIC ZZ,ZZ9.
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  TR-REFUND-AMT            PIC ZZZ,ZZZ,ZZ9.99.
014300     05  FILLER                   PIC X(36)   VALUE SPACE.
014400 01  WS-AGING-LINE.
014500     05  AG-CASE-NBR              PIC 9(09).
014600     05  FILLER                   PIC X(01)   VALUE SPACE.
014700     05  AG-BANK-NBR              PIC 9(03).
014800     05  FILLER                   PIC X(01)   VALUE SPACE.
014900     05  AG-PRODUCT               PIC X(10).
015000     05  FILLER                   PIC X(01)   VALUE SPACE.
015100     05  AG-CATEGORY              PIC X(04).
015200     05  FILLER                   PIC X(01)   VALUE SPACE.
015300     05  AG-UDAAP                 PIC X(01).
015400     05  AG-FAIR-LEND             PIC X(01).
015500     05  FILLER                   PIC X(01)   VALUE SPACE.
015600     05  AG-OWNER                 PIC 9(05).
015700     05  FILLER                   PIC X(01)   VALUE SPACE.
015800     05  AG-RECEIVED              PIC X(10).
015900     05  FILLER                   PIC X(01)   VALUE SPACE.
016000     05  AG-DEADLINE              PIC X(10).
016100     05  FILLER                   PIC X(01)   VALUE SPACE.
016200     05  AG-BUS-DAYS              PIC ZZ,ZZ9.
016300     05  FILLER                   PIC X(01)   VALUE SPACE.
016400     05  AG-PAST-DUE              PIC ZZ,ZZ9.
016500     05  FILLER                   PIC X(01)   VALUE SPACE.
016600     05  AG-SUMMARY               PIC X(40).
016700     05  FILLER                   PIC X(17)   VALUE SPACE.
016800 01  WS-TOTAL-LINE.
016900     05  TL-LABEL                 PIC X(26).
017000     05  TL-COUNT                 PIC ZZZ,ZZ9.
017100     05  FILLER                   PIC X(99)   VALUE SPACE.
017200 01  WS-AMOUNT-LINE.
017300     05  AL-LABEL                 PIC X(26).
017400     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER                   PIC X(92)   VALUE SPACE.
017600*----------------------------------------------------------------
017700 LINKAGE SECTION.
017800 01  CIFB555-PARM.
017900*    ANY DAY IN THE MONTH TO REPORT (LAST MONTH WHEN SPACES).
018000     05  CIFB555-DATE              PIC X(10).
018100*----------------------------------------------------------------
018200 PROCEDURE DIVISION USING CIFB555-PARM.
018300*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-TREND-REPORT THRU 2000-EXIT.
018700     PERFORM 3000-AGING-REPORT THRU 3000-EXIT.
018800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018900     GOBACK.
019000*----------------------------------------------------------------
019100 1000-INITIALIZE.
019200     OPEN OUTPUT RPT688-FILE.
019300     MOVE CIFB555-DATE TO WS-REPORT-DATE.
019400     IF  WS-REPORT-DATE = SPACES
019500         EXEC SQL
019600             SET :WS-REPORT-DATE = CURRENT DATE - 1 MONTH
019700         END-EXEC
019800     END-IF.
019900     EXEC SQL
020000         SET :WS-MONTH-FROM =
020100             DATE(:WS-REPORT-DATE)
020200             - (DAY(:WS-REPORT-DATE) - 1) DAYS
020300     END-EXEC.
020400     EXEC SQL
020500         SET :WS-MONTH-TO =
020600             DATE(:WS-MONTH-FROM) + 1 MONTH - 1 DAY
020700     END-EXEC.
020800     EXEC SQL
020900         SET :WS-PRIOR-FROM = DATE(:WS-MONTH-FROM) - 1 MONTH
021000     END-EXEC.
021100     EXEC SQL
021200         SET :WS-PRIOR-TO = DATE(:WS-MONTH-FROM) - 1 DAY
021300     END-EXEC.
021400     EXEC SQL
021500         SET :WS-YEAR-FROM = DATE(:WS-MONTH-FROM) - 11 MONTHS
021600     END-EXEC.
021700     MOVE WS-MONTH-FROM TO HD-MONTH-FROM.
021800     MOVE WS-MONTH-TO   TO HD-MONTH-TO.
021900     MOVE WS-MONTH-TO   TO HD-AGE-DATE.
022000     MOVE WS-HEADING-1 TO RPT688-RECORD.
022100     WRITE RPT688-RECORD.
022200     MOVE WS-HEADING-2 TO RPT688-RECORD.
022300     WRITE RPT688-RECORD.
022400 1000-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700 2000-TREND-REPORT.
022800*    THE INNER SELECT FLAGS EACH COMPLAINT THAT COULD COUNT IN
022900*    ANY COLUMN -- RECEIVED IN THE TWELVE MONTHS, OR STILL
023000*    OPEN OR CLOSED DURING THE MONTH -- WITH WHETHER A DISPUTE
023100*    GOES WITH IT AND THE FEES REFUNDED AROUND IT; THE OUTER
023200*    SELECT ADDS THEM UP BY PRODUCT AND CATEGORY.  A COMPLAINT
023300*    IS OPEN AT MONTH END WHEN RECEIVED BY THEN AND NOT CLOSED
023400*    BY THEN, AND LATE WHEN CLOSED IN THE MONTH AFTER ITS
023500*    DEADLINE OR OPEN AT MONTH END PAST IT.  A DISPUTE IS ONE
023600*    KEYED ON THE COMPLAINT OR ONE OPENED ON ITS ACCOUNT WITHIN
023700*    THE LINK WINDOW; FEE REFUNDS ARE THE NIPS.DETAIL FEES ON
023800*    ITS ACCOUNT REFUNDED WITHIN THE WINDOW.  A COMPLAINT TAKEN
023900*    UNDER A CUSTOMER KEY CARRIES NO ACCOUNT AND IS MATCHED ON
024000*    EVERY ACCOUNT CROSS-REFERENCED TO THE CUSTOMER IN CUSTXREF.
024100     MOVE 'N' TO WS-ROW-EOF-SW.
024200     EXEC SQL
024300         DECLARE CSR555T CURSOR FOR
024400         SELECT T.CMP_PRODUCT, T.CMP_CATEGORY,
024500                SUM(CASE WHEN T.CMP_RECEIVED_DATE
024600                              BETWEEN :WS-MONTH-FROM
024700                                  AND :WS-MONTH-TO
024800                         THEN 1 ELSE 0 END),
024900                SUM(CASE WHEN T.CMP_RECEIVED_DATE
025000                              BETWEEN :WS-PRIOR-FROM
025100                                  AND :WS-PRIOR-TO
025200                         THEN 1 ELSE 0 END),
025300                SUM(CASE WHEN T.CMP_RECEIVED_DATE
025400                              >= :WS-YEAR-FROM
025500                         THEN 1 ELSE 0 END),
025600                SUM(CASE WHEN T.CMP_RECEIVED_DATE
025700                              BETWEEN :WS-MONTH-FROM
025800                                  AND :WS-MONTH-TO
025900                          AND T.CMP_UDAAP_IND = 'Y'
026000                         THEN 1 ELSE 0 END),
026100                SUM(CASE WHEN T.CMP_RECEIVED_DATE
026200                              BETWEEN :WS-MONTH-FROM
026300                                  AND :WS-MONTH-TO
026400                          AND T.CMP_FAIR_LEND_IND = 'Y'
026500                         THEN 1 ELSE 0 END),
026600                SUM(CASE WHEN T.CMP_STATUS = 'C'
026700                          AND T.CMP_RESOLVED_DATE
026800                              BETWEEN :WS-MONTH-FROM
026900                                  AND :WS-MONTH-TO
027000                         THEN 1 ELSE 0 END),
027100                SUM(T.OPEN_EOM),
027200                SUM(CASE WHEN T.CMP_STATUS = 'C'
027300                          AND T.CMP_RESOLVED_DATE
027400                              BETWEEN :WS-MONTH-FROM
027500                                  AND :WS-MONTH-TO
027600                          AND T.CMP_RESOLVED_DATE
027700                              > T.CMP_DEADLINE
027800                         THEN 1
027900                         WHEN T.OPEN_EOM = 1
028000                          AND T.CMP_DEADLINE < :WS-MONTH-TO
028100                         THEN 1 ELSE 0 END),
028200                SUM(CASE WHEN T.CMP_RECEIVED_DATE
028300                              BETWEEN :WS-MONTH-FROM
028400                                  AND :WS-MONTH-TO
028500                         THEN T.DISPUTE_LINK ELSE 0 END),
028600                SUM(CASE WHEN T.CMP_RECEIVED_DATE
028700                              BETWEEN :WS-MONTH-FROM
028800                                  AND :WS-MONTH-TO
028900                         THEN T.REFUND_AMT ELSE 0 END)
029000           FROM (SELECT C.CMP_PRODUCT, C.CMP_CATEGORY,
029100                        C.CMP_UDAAP_IND, C.CMP_FAIR_LEND_IND,
029200                        C.CMP_RECEIVED_DATE, C.CMP_DEADLINE,
029300                        C.CMP_STATUS, C.CMP_RESOLVED_DATE,
029400                        CASE WHEN C.CMP_STATUS <> 'C'
029500                               OR C.CMP_RESOLVED_DATE
029600                                  > :WS-MONTH-TO
029700                             THEN 1 ELSE 0 END AS OPEN_EOM,
029800                        CASE WHEN C.CMP_DISPUTE_CASE <> 0
029838                             THEN 1
029876                             WHEN C.CMP_ACCT_NBR <> 0
029914                              AND EXISTS
029952                                 (SELECT 1
029990                                    FROM ACM.DISPUTE D
030028                                   WHERE D.DSP_BANK_NBR =
030066                                         C.CMP_BANK_NBR
030104                                     AND D.DSP_ACCT_NBR =
030142                                         C.CMP_ACCT_NBR
030180                                     AND D.DSP_OPEN_DATE
030218                                         BETWEEN
030256                                         C.CMP_RECEIVED_DATE
030294                                         - :WS-LINK-DAYS DAYS
030332                                     AND C.CMP_RECEIVED_DATE
030370                                         + :WS-LINK-DAYS DAYS)
030408                             THEN 1
030446                             WHEN C.CMP_ACCT_NBR = 0
030484                              AND EXISTS
030522                                 (SELECT 1
030560                                    FROM CIF.CUSTOMER U
030598                                    JOIN CIF.CUSTXREF X
030636                                      ON X.RELATED_BANK_NBR =
030674                                         U.CUST_BANK_NBR
030712                                     AND X.RELATED_FILE_ID =
030750                                         U.CUST_FILE_ID
030788                                     AND X.RELATED_FILE_KEY =
030826                                         U.CUST_FILE_KEY
030864                                     AND X.RELATED_FILE_ID =
030902                                         'CUST'
030940                                     AND X.FILE_ID = 'ACCT'
030978                                    JOIN ACM.DISPUTE D
031016                                      ON D.DSP_BANK_NBR =
031054                                         X.BANK_NBR
031092                                     AND DIGITS(D.DSP_ACCT_NBR) =
031130                                         SUBSTR(X.FILE_KEY, 17, 9)
031168                                   WHERE U.CUST_ID = C.CMP_CUST_ID
031206                                     AND D.DSP_OPEN_DATE
031244                                         BETWEEN
031282                                         C.CMP_RECEIVED_DATE
031320                                         - :WS-LINK-DAYS DAYS
031358                                     AND C.CMP_RECEIVED_DATE
031396                                         + :WS-LINK-DAYS DAYS)
031434                             THEN 1 ELSE 0 END
031472                             AS DISPUTE_LINK,
031510                        CASE WHEN C.CMP_ACCT_NBR <> 0
031548                             THEN COALESCE(
031586                                 (SELECT SUM(N.NIPS_TX_FEE)
031624                                    FROM NIPS.DETAIL N
031662                                   WHERE N.NIPS_BANK_NBR =
031700                                         C.CMP_BANK_NBR
031738                                     AND N.NIPS_ACCT_NBR =
031776                                         C.CMP_ACCT_NBR
031814                                     AND N.NIPS_REFUND_IND
031852                                         = 'Y'
031890                                     AND N.NIPS_REFUND_DATE
031928                                         BETWEEN
031966                                         C.CMP_RECEIVED_DATE
032004                                         - :WS-LINK-DAYS DAYS
032042                                     AND C.CMP_RECEIVED_DATE
032080                                         + :WS-LINK-DAYS DAYS),
032118                                 0)
032156                             ELSE COALESCE(
032194                                 (SELECT SUM(N.NIPS_TX_FEE)
032232                                    FROM NIPS.DETAIL N
032270                                   WHERE N.NIPS_REFUND_IND
032308                                         = 'Y'
032346                                     AND N.NIPS_REFUND_DATE
032384                                         BETWEEN
032422                                         C.CMP_RECEIVED_DATE
032460                                         - :WS-LINK-DAYS DAYS
032498                                     AND C.CMP_RECEIVED_DATE
032536                                         + :WS-LINK-DAYS DAYS
032574                                     AND EXISTS
032612                                (SELECT 1
032650                                   FROM CIF.CUSTOMER U
032688                                   JOIN CIF.CUSTXREF X
032726                                     ON X.RELATED_BANK_NBR =
032764                                        U.CUST_BANK_NBR
032802                                    AND X.RELATED_FILE_ID =
032840                                        U.CUST_FILE_ID
032878                                    AND X.RELATED_FILE_KEY =
032916                                        U.CUST_FILE_KEY
032954                                    AND X.RELATED_FILE_ID =
032992                                        'CUST'
033030                                    AND X.FILE_ID = 'ACCT'
033068                                  WHERE U.CUST_ID =
033106                                        C.CMP_CUST_ID
033144                                    AND X.BANK_NBR =
033182                                        N.NIPS_BANK_NBR
033220                                    AND SUBSTR(X.FILE_KEY,
033258                                        17, 9) =
033296                                        DIGITS(N.NIPS_ACCT_NBR))),
033334                                 0) END AS REFUND_AMT
033400                   FROM CIF.COMPLAINT C
033500                  WHERE C.CMP_RECEIVED_DATE <= :WS-MONTH-TO
033600                    AND (C.CMP_RECEIVED_DATE >= :WS-YEAR-FROM
033700                     OR  C.CMP_STATUS <> 'C'
033800                     OR  C.CMP_RESOLVED_DATE
033900                         >= :WS-MONTH-FROM)) T
034000          GROUP BY T.CMP_PRODUCT, T.CMP_CATEGORY
034100          ORDER BY T.CMP_PRODUCT, T.CMP_CATEGORY
034200     END-EXEC.
034300     EXEC SQL OPEN CSR555T END-EXEC.
034400     PERFORM 2100-FETCH-TREND THRU 2100-EXIT.
034500     PERFORM 2200-LIST-ONE-TREND THRU 2200-EXIT
034600         UNTIL WS-ROW-EOF-YES.
034700     EXEC SQL CLOSE CSR555T END-EXEC.
034800 2000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 2100-FETCH-TREND.
035200     EXEC SQL
035300         FETCH CSR555T
035400          INTO :CMP-PRODUCT, :CMP-CATEGORY,
035500               :WS-TR-MONTH, :WS-TR-PRIOR, :WS-TR-YEAR,
035600               :WS-TR-UDAAP, :WS-TR-FAIR-LEND, :WS-TR-CLOSED,
035700               :WS-TR-OPEN, :WS-TR-LATE, :WS-TR-DISPUTES,
035800               :WS-TR-REFUND-AMT
035900     END-EXEC.
036000     IF  SQLCODE NOT = ZERO
036100         SET WS-ROW-EOF-YES TO TRUE
036200     END-IF.
036300 2100-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600 2200-LIST-ONE-TREND.
036700     ADD WS-TR-MONTH       TO WS-TOTAL-MONTH.
036800     ADD WS-TR-PRIOR       TO WS-TOTAL-PRIOR.
036900     ADD WS-TR-YEAR        TO WS-TOTAL-YEAR.
037000     ADD WS-TR-UDAAP       TO WS-TOTAL-UDAAP.
037100     ADD WS-TR-FAIR-LEND   TO WS-TOTAL-FAIR-LEND.
037200     ADD WS-TR-CLOSED      TO WS-TOTAL-CLOSED.
037300     ADD WS-TR-OPEN        TO WS-TOTAL-OPEN.
037400     ADD WS-TR-LATE        TO WS-TOTAL-LATE.
037500     ADD WS-TR-DISPUTES    TO WS-TOTAL-DISPUTES.
037600     ADD WS-TR-REFUND-AMT  TO WS-TOTAL-REFUND-AMT.
037700     PERFORM 7000-NAME-PRODUCT THRU 7000-EXIT.
037800     MOVE WS-PRODUCT-NAME  TO TR-PRODUCT.
037900     MOVE CMP-CATEGORY     TO TR-CATEGORY.
038000     MOVE WS-TR-MONTH      TO TR-MONTH.
038100     MOVE WS-TR-PRIOR      TO TR-PRIOR.
038200     MOVE WS-TR-YEAR       TO TR-YEAR.
038300     MOVE WS-TR-UDAAP      TO TR-UDAAP.
038400     MOVE WS-TR-FAIR-LEND  TO TR-FAIR-LEND.
038500     MOVE WS-TR-CLOSED     TO TR-CLOSED.
038600     MOVE WS-TR-OPEN       TO TR-OPEN.
038700     MOVE WS-TR-LATE       TO TR-LATE.
038800     MOVE WS-TR-DISPUTES   TO TR-DISPUTES.
038900     MOVE WS-TR-REFUND-AMT TO TR-REFUND-AMT.
039000     MOVE WS-TREND-LINE TO RPT688-RECORD.
039100     WRITE RPT688-RECORD.
039200     PERFORM 2100-FETCH-TREND THRU 2100-EXIT.
039300 2200-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 3000-AGING-REPORT.
039700*    EVERY COMPLAINT OPEN AT MONTH END, OLDEST FIRST, WITH THE
039800*    BUSINESS DAYS IT HAD BEEN OPEN AND HOW MANY OF THEM FELL
039900*    PAST ITS RESPONSE DEADLINE.
040000     MOVE WS-HEADING-3 TO RPT688-RECORD.
040100     WRITE RPT688-RECORD.
040200     MOVE WS-HEADING-4 TO RPT688-RECORD.
040300     WRITE RPT688-RECORD.
040400     MOVE 'N' TO WS-ROW-EOF-SW.
040500     EXEC SQL
040600         DECLARE CSR555A CURSOR FOR
040700         SELECT CMP_CASE_NBR, CMP_BANK_NBR, CMP_PRODUCT,
040800                CMP_CATEGORY, CMP_UDAAP_IND, CMP_FAIR_LEND_IND,
040900                CMP_OWNER, CMP_RECEIVED_DATE, CMP_DEADLINE,
041000                CMP_SUMMARY
041100           FROM CIF.COMPLAINT
041200          WHERE CMP_RECEIVED_DATE <= :WS-MONTH-TO
041300            AND (CMP_STATUS <> 'C'
041400             OR  CMP_RESOLVED_DATE > :WS-MONTH-TO)
041500          ORDER BY CMP_RECEIVED_DATE, CMP_CASE_NBR
041600     END-EXEC.
041700     EXEC SQL OPEN CSR555A END-EXEC.
041800     PERFORM 3100-FETCH-OPEN THRU 3100-EXIT.
041900     PERFORM 3200-AGE-ONE-COMPLAINT THRU 3200-EXIT
042000         UNTIL WS-ROW-EOF-YES.
042100     EXEC SQL CLOSE CSR555A END-EXEC.
042200 3000-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500 3100-FETCH-OPEN.
042600     EXEC SQL
042700         FETCH CSR555A
042800          INTO :CMP-CASE-NBR, :CMP-BANK-NBR, :CMP-PRODUCT,
042900               :CMP-CATEGORY, :CMP-UDAAP-IND,
043000               :CMP-FAIR-LEND-IND, :CMP-OWNER,
043100               :CMP-RECEIVED-DATE, :CMP-DEADLINE, :CMP-SUMMARY
043200     END-EXEC.
043300     IF  SQLCODE NOT = ZERO
043400         SET WS-ROW-EOF-YES TO TRUE
043500     END-IF.
043600 3100-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 3200-AGE-ONE-COMPLAINT.
044000     MOVE CMP-RECEIVED-DATE TO ADMU503-DATE-1.
044100     PERFORM 7100-AGE-DAYS THRU 7100-EXIT.
044200     MOVE ADMU503-RESULT-DAYS TO WS-BUS-DAYS.
044300     MOVE ZERO TO WS-PAST-DUE.
044400     IF  CMP-DEADLINE < WS-MONTH-TO
044500         MOVE CMP-DEADLINE TO ADMU503-DATE-1
044600         PERFORM 7100-AGE-DAYS THRU 7100-EXIT
044700         MOVE ADMU503-RESULT-DAYS TO WS-PAST-DUE
044800         ADD 1 TO WS-TOTAL-PAST-DUE
044900     END-IF.
045000     EVALUATE TRUE
045100         WHEN WS-BUS-DAYS NOT > 15
045200             ADD 1 TO WS-TOTAL-AGE-15
045300         WHEN WS-BUS-DAYS NOT > 30
045400             ADD 1 TO WS-TOTAL-AGE-30
045500         WHEN WS-BUS-DAYS NOT > 60
045600             ADD 1 TO WS-TOTAL-AGE-60
045700         WHEN OTHER
045800             ADD 1 TO WS-TOTAL-AGE-OVER
045900     END-EVALUATE.
046000     PERFORM 7000-NAME-PRODUCT THRU 7000-EXIT.
046100     MOVE CMP-CASE-NBR      TO AG-CASE-NBR.
046200     MOVE CMP-BANK-NBR      TO AG-BANK-NBR.
046300     MOVE WS-PRODUCT-NAME   TO AG-PRODUCT.
046400     MOVE CMP-CATEGORY      TO AG-CATEGORY.
046500     MOVE CMP-UDAAP-IND     TO AG-UDAAP.
046600     MOVE CMP-FAIR-LEND-IND TO AG-FAIR-LEND.
046700     MOVE CMP-OWNER         TO AG-OWNER.
046800     MOVE CMP-RECEIVED-DATE TO AG-RECEIVED.
046900     MOVE CMP-DEADLINE      TO AG-DEADLINE.
047000     MOVE WS-BUS-DAYS       TO AG-BUS-DAYS.
047100     MOVE WS-PAST-DUE       TO AG-PAST-DUE.
047200     MOVE CMP-SUMMARY       TO AG-SUMMARY.
047300     MOVE WS-AGING-LINE TO RPT688-RECORD.
047400     WRITE RPT688-RECORD.
047500     PERFORM 3100-FETCH-OPEN THRU 3100-EXIT.
047600 3200-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900 7000-NAME-PRODUCT.
048000     EVALUATE CMP-PRODUCT
048100         WHEN 'D'
048200             MOVE 'DEPOSIT'   TO WS-PRODUCT-NAME
048300         WHEN 'K'
048400             MOVE 'CARD'      TO WS-PRODUCT-NAME
048500         WHEN 'C'
048600             MOVE 'CD'        TO WS-PRODUCT-NAME
048700         WHEN 'L'
048800             MOVE 'LOAN'      TO WS-PRODUCT-NAME
048900         WHEN 'O'
049000             MOVE 'OVERDRAFT' TO WS-PRODUCT-NAME
049100         WHEN OTHER
049200             MOVE 'UNKNOWN'   TO WS-PRODUCT-NAME
049300     END-EVALUATE.
049400 7000-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700 7100-AGE-DAYS.
049800*    BUSINESS DAYS FROM ADMU503-DATE-1 (EXCLUSIVE) THROUGH
049900*    MONTH END ON THE COMPLAINT BANK'S CALENDAR.  A CALENDAR
050000*    FAILURE AGES THE COMPLAINT ZERO AND IS COUNTED.
050100     MOVE ADMU503-DATE-1 TO WS-AGE-FROM.
050200     INITIALIZE ADMU503-PARAMETERS.
050300     SET ADMU503-FUNC-AGE TO TRUE.
050400     MOVE CMP-BANK-NBR   TO ADMU503-BANK-NBR.
050500     MOVE WS-AGE-FROM    TO ADMU503-DATE-1.
050600     MOVE WS-MONTH-TO    TO ADMU503-DATE-2.
050700     CALL 'ADMU503' USING ADMU503-PARAMETERS.
050800     IF  ADMU503-INVALID
050900         DISPLAY 'CIFB555 - ADMU503 ' ADMU503-ERROR-TEXT
051000         ADD 1 TO WS-TOTAL-CAL-ERRORS
051100         MOVE ZERO TO ADMU503-RESULT-DAYS
051200     END-IF.
051300 7100-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600 8000-FINALIZE.
051700     MOVE 'RECEIVED IN MONTH       -' TO TL-LABEL.
051800     MOVE WS-TOTAL-MONTH TO TL-COUNT.
051900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052000     MOVE 'RECEIVED PRIOR MONTH    -' TO TL-LABEL.
052100     MOVE WS-TOTAL-PRIOR TO TL-COUNT.
052200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052300     MOVE 'RECEIVED TWELVE MONTHS  -' TO TL-LABEL.
052400     MOVE WS-TOTAL-YEAR TO TL-COUNT.
052500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052600     MOVE 'UDAAP ALLEGED IN MONTH  -' TO TL-LABEL.
052700     MOVE WS-TOTAL-UDAAP TO TL-COUNT.
052800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052900     MOVE 'FAIR LENDING IN MONTH   -' TO TL-LABEL.
053000     MOVE WS-TOTAL-FAIR-LEND TO TL-COUNT.
053100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
053200     MOVE 'CLOSED IN MONTH         -' TO TL-LABEL.
053300     MOVE WS-TOTAL-CLOSED TO TL-COUNT.
053400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
053500     MOVE 'OPEN AT MONTH END       -' TO TL-LABEL.
053600     MOVE WS-TOTAL-OPEN TO TL-COUNT.
053700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
053800     MOVE 'LATE IN MONTH           -' TO TL-LABEL.
053900     MOVE WS-TOTAL-LATE TO TL-COUNT.
054000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
054100     MOVE 'WITH RELATED DISPUTE    -' TO TL-LABEL.
054200     MOVE WS-TOTAL-DISPUTES TO TL-COUNT.
054300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
054400     MOVE 'RELATED FEE REFUNDS     -' TO AL-LABEL.
054500     MOVE WS-TOTAL-REFUND-AMT TO AL-AMOUNT.
054600     MOVE WS-AMOUNT-LINE TO RPT688-RECORD.
054700     WRITE RPT688-RECORD.
054800     MOVE 'OPEN 0-15 BUSINESS DAYS -' TO TL-LABEL.
054900     MOVE WS-TOTAL-AGE-15 TO TL-COUNT.
055000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
055100     MOVE 'OPEN 16-30 BUSINESS DAYS-' TO TL-LABEL.
055200     MOVE WS-TOTAL-AGE-30 TO TL-COUNT.
055300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
055400     MOVE 'OPEN 31-60 BUSINESS DAYS-' TO TL-LABEL.
055500     MOVE WS-TOTAL-AGE-60 TO TL-COUNT.
055600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
055700     MOVE 'OPEN OVER 60 BUS DAYS   -' TO TL-LABEL.
055800     MOVE WS-TOTAL-AGE-OVER TO TL-COUNT.
055900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
056000     MOVE 'OPEN PAST DEADLINE      -' TO TL-LABEL.
056100     MOVE WS-TOTAL-PAST-DUE TO TL-COUNT.
056200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
056300     MOVE 'CALENDAR ERRORS         -' TO TL-LABEL.
056400     MOVE WS-TOTAL-CAL-ERRORS TO TL-COUNT.
056500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
056600*    AN OPEN COMPLAINT PAST ITS DEADLINE ENDS THE STEP RC 4 SO
056700*    THE SCHEDULER ROUTES THE REPORT TO COMPLIANCE.
056800     IF  WS-TOTAL-PAST-DUE > ZERO
056900         MOVE 4 TO RETURN-CODE
057000     END-IF.
057100     CLOSE RPT688-FILE.
057200 8000-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 8100-WRITE-TOTAL.
057600     MOVE WS-TOTAL-LINE TO RPT688-RECORD.
057700     WRITE RPT688-RECORD.
057800 8100-EXIT.
057900     EXIT.
