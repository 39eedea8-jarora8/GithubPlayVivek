000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB552.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY REPORT OF   *
001500*                      ANY ACTIVITY ON THE REPORT DATE UNDER AN  *
001600*                      OPERATOR NUMBER OR SIGNON THAT IS NOT ON  *
001700*                      THE CIF.OPERATOR REGISTRY, OR WHOSE       *
001800*                      OPERATOR WAS TERMINATED ON OR BEFORE THE  *
001900*                      ACTIVITY.  SOURCES ARE EVERY TABLE THAT   *
002000*                      RECORDS WHO MADE A CHANGE AND WHEN.       *
002100*                      ENDS RC 4 WHEN ANYTHING IS LISTED.        *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPT683-FILE ASSIGN TO RPT683
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RPT683-FILE
003500     RECORDING MODE F.
003600 01  RPT683-RECORD               PIC X(132).
003700*----------------------------------------------------------------
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-EOF-SW                PIC X       VALUE 'N'.
004100         88  WS-EOF-YES                   VALUE 'Y'.
004200 01  WS-WORK-FIELDS.
004300     05  WS-RPT-DATE              PIC X(10)   VALUE SPACE.
004400     05  WS-SOURCE                PIC X(16)   VALUE SPACE.
004500     05  WS-OPER-ID               PIC S9(5)   COMP-3 VALUE ZERO.
004600     05  WS-SIGNON-ID             PIC X(08)   VALUE SPACE.
004700     05  WS-ACTIVITY              PIC S9(9)   COMP  VALUE ZERO.
004800     05  WS-LISTED                PIC S9(7)   COMP  VALUE ZERO.
004900     05  WS-ACTIVITY-TOTAL        PIC S9(9)   COMP  VALUE ZERO.
005000     05  WS-SQLCODE-ED            PIC -(9)9.
005100*----------------------------------------------------------------
005200     COPY CIFOPER.
005300*----------------------------------------------------------------
005400 01  WS-HEADING-1.
005500     05  FILLER  PIC X(50) VALUE
005600       'CIFB552  ACTIVITY BY TERMINATED/UNKNOWN OPERATORS'.
005700     05  FILLER  PIC X(14) VALUE
005800       ' ACTIVITY DATE'.
005900     05  FILLER                   PIC X(01)   VALUE SPACE.
006000     05  HD-RPT-DATE              PIC X(10).
006100     05  FILLER                   PIC X(57)   VALUE SPACE.
006200 01  WS-HEADING-2.
006300     05  FILLER  PIC X(50) VALUE
006400       'SOURCE            OPER   SIGNON    NAME'.
006500     05  FILLER  PIC X(50) VALUE
006600       '                 REGISTRY    TERM DATE   ACTIVITY'.
006700     05  FILLER                   PIC X(32)   VALUE SPACE.
006800 01  WS-DETAIL-LINE.
006900     05  DL-SOURCE                PIC X(16).
007000     05  FILLER                   PIC X(02)   VALUE SPACE.
007100     05  DL-OPER-ID               PIC 9(05).
007200     05  FILLER                   PIC X(02)   VALUE SPACE.
007300     05  DL-SIGNON-ID             PIC X(08).
007400     05  FILLER                   PIC X(02)   VALUE SPACE.
007500     05  DL-OPER-NAME             PIC X(30).
007600     05  FILLER                   PIC X(02)   VALUE SPACE.
007700     05  DL-REGISTRY              PIC X(10).
007800     05  FILLER                   PIC X(02)   VALUE SPACE.
007900     05  DL-TERM-DATE             PIC X(10).
008000     05  FILLER                   PIC X(02)   VALUE SPACE.
008100     05  DL-ACTIVITY              PIC ZZZ,ZZ9.
008200     05  FILLER                   PIC X(34)   VALUE SPACE.
008300 01  WS-TOTAL-LINE.
008400     05  TL-LABEL                 PIC X(26).
008500     05  TL-COUNT                 PIC ZZZ,ZZ9.
008600     05  FILLER                   PIC X(99)   VALUE SPACE.
008700*----------------------------------------------------------------
008800 LINKAGE SECTION.
008900 01  CIFB552-PARM.
009000*    THE ACTIVITY DATE TO REPORT, YYYY-MM-DD.  SPACES REPORTS
009100*    YESTERDAY, WHICH IS THE NORMAL DAILY RUN.
009200     05  CIFB552-RPT-DATE          PIC X(10).
009300*----------------------------------------------------------------
009400 PROCEDURE DIVISION USING CIFB552-PARM.
009500*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-LIST-ACTIVITY THRU 2000-EXIT.
009900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010000     GOBACK.
010100*----------------------------------------------------------------
010200 1000-INITIALIZE.
010300     OPEN OUTPUT RPT683-FILE.
010400     MOVE CIFB552-RPT-DATE TO WS-RPT-DATE.
010500     IF  WS-RPT-DATE = SPACES
010600         EXEC SQL
010700             SET :WS-RPT-DATE = CURRENT DATE - 1 DAY
010800         END-EXEC
010900     END-IF.
011000     MOVE WS-RPT-DATE  TO HD-RPT-DATE.
011100     MOVE WS-HEADING-1 TO RPT683-RECORD.
011200     WRITE RPT683-RECORD.
011300     MOVE WS-HEADING-2 TO RPT683-RECORD.
011400     WRITE RPT683-RECORD.
011500 1000-EXIT.
011600     EXIT.
011700*----------------------------------------------------------------
011800 2000-LIST-ACTIVITY.
011900*    ONE BRANCH PER COLUMN THAT RECORDS AN OPERATOR, COUNTED BY
012000*    OPERATOR.  OPERATOR 0 (AND A BLANK SIGNON) IS A BATCH JOB
012100*    AND IS NOT REPORTED.  THE CIF MAINTENANCE TABLES AND FINQ
012200*    WIRES RECORD THE CICS SIGNON RATHER THAN THE NUMBER, SO
012300*    THOSE BRANCHES JOIN ON OPR_SIGNON_ID.  ACM.TMPLIMIT
012400*    CARRIES NO ACTIVITY DATE AND CANNOT BE PLACED ON A DAY.
012500     MOVE 'N' TO WS-EOF-SW.
012600     EXEC SQL
012700         DECLARE CSR683 CURSOR FOR
012800         SELECT 'NIPS ENTRY      ', D.NIPS_OPER_ID,
012900                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
013000                COALESCE(O.OPR_NAME, ' '),
013100                COALESCE(O.OPR_STATUS, ' '),
013200                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
013300           FROM NIPS.DETAIL D
013400           LEFT JOIN CIF.OPERATOR O
013500             ON O.OPR_OPER_ID = D.NIPS_OPER_ID
013600          WHERE D.NIPS_TX_DATE = :WS-RPT-DATE
013700            AND D.NIPS_OPER_ID <> 0
013800            AND (O.OPR_OPER_ID IS NULL
013900             OR  O.OPR_STATUS = 'T'
014000             OR  O.OPR_TERM_DATE <= D.NIPS_TX_DATE)
014100          GROUP BY D.NIPS_OPER_ID, O.OPR_SIGNON_ID, O.OPR_NAME,
014200                   O.OPR_STATUS, O.OPR_TERM_DATE
014300         UNION ALL
014400         SELECT 'NIPS AUTHORIZE  ', D.NIPS_AUTH_ID,
014500                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
014600                COALESCE(O.OPR_NAME, ' '),
014700                COALESCE(O.OPR_STATUS, ' '),
014800                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
014900           FROM NIPS.DETAIL D
015000           LEFT JOIN CIF.OPERATOR O
015100             ON O.OPR_OPER_ID = D.NIPS_AUTH_ID
015200          WHERE D.NIPS_TX_DATE = :WS-RPT-DATE
015300            AND D.NIPS_AUTH_ID <> 0
015400            AND (O.OPR_OPER_ID IS NULL
015500             OR  O.OPR_STATUS = 'T'
015600             OR  O.OPR_TERM_DATE <= D.NIPS_TX_DATE)
015700          GROUP BY D.NIPS_AUTH_ID, O.OPR_SIGNON_ID, O.OPR_NAME,
015800                   O.OPR_STATUS, O.OPR_TERM_DATE
015900         UNION ALL
016000         SELECT 'NIPS REFUND     ', D.NIPS_REFUND_OPER,
016100                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
016200                COALESCE(O.OPR_NAME, ' '),
016300                COALESCE(O.OPR_STATUS, ' '),
016400                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
016500           FROM NIPS.DETAIL D
016600           LEFT JOIN CIF.OPERATOR O
016700             ON O.OPR_OPER_ID = D.NIPS_REFUND_OPER
016800          WHERE D.NIPS_REFUND_DATE = :WS-RPT-DATE
016900            AND D.NIPS_REFUND_OPER <> 0
017000            AND (O.OPR_OPER_ID IS NULL
017100             OR  O.OPR_STATUS = 'T'
017200             OR  O.OPR_TERM_DATE <= D.NIPS_REFUND_DATE)
017300          GROUP BY D.NIPS_REFUND_OPER, O.OPR_SIGNON_ID,
017400                   O.OPR_NAME, O.OPR_STATUS, O.OPR_TERM_DATE
017500         UNION ALL
017600         SELECT 'WAIVER REQUEST  ', W.WVR_OPER_ID,
017700                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
017800                COALESCE(O.OPR_NAME, ' '),
017900                COALESCE(O.OPR_STATUS, ' '),
018000                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
018100           FROM DSDS.WVRAUTH W
018200           LEFT JOIN CIF.OPERATOR O
018300             ON O.OPR_OPER_ID = W.WVR_OPER_ID
018400          WHERE W.WVR_PLACED_DATE = :WS-RPT-DATE
018500            AND W.WVR_OPER_ID <> 0
018600            AND (O.OPR_OPER_ID IS NULL
018700             OR  O.OPR_STATUS = 'T'
018800             OR  O.OPR_TERM_DATE <= W.WVR_PLACED_DATE)
018900          GROUP BY W.WVR_OPER_ID, O.OPR_SIGNON_ID, O.OPR_NAME,
019000                   O.OPR_STATUS, O.OPR_TERM_DATE
019100         UNION ALL
019200         SELECT 'WAIVER APPROVAL ', W.WVR_SUPV_ID,
019300                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
019400                COALESCE(O.OPR_NAME, ' '),
019500                COALESCE(O.OPR_STATUS, ' '),
019600                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
019700           FROM DSDS.WVRAUTH W
019800           LEFT JOIN CIF.OPERATOR O
019900             ON O.OPR_OPER_ID = W.WVR_SUPV_ID
020000          WHERE W.WVR_DECIDED_DATE = :WS-RPT-DATE
020100            AND W.WVR_SUPV_ID <> 0
020200            AND (O.OPR_OPER_ID IS NULL
020300             OR  O.OPR_STATUS = 'T'
020400             OR  O.OPR_TERM_DATE <= W.WVR_DECIDED_DATE)
020500          GROUP BY W.WVR_SUPV_ID, O.OPR_SIGNON_ID, O.OPR_NAME,
020600                   O.OPR_STATUS, O.OPR_TERM_DATE
020700         UNION ALL
020800         SELECT 'AMS PROPERTY    ', P.AMSPRH_USERID,
020900                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
021000                COALESCE(O.OPR_NAME, ' '),
021100                COALESCE(O.OPR_STATUS, ' '),
021200                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
021300           FROM AMS.PROPS_HISTORY P
021400           LEFT JOIN CIF.OPERATOR O
021500             ON O.OPR_OPER_ID = P.AMSPRH_USERID
021600          WHERE DATE(P.AMSPRH_CHANGE_TS) = :WS-RPT-DATE
021700            AND P.AMSPRH_USERID <> 0
021800            AND (O.OPR_OPER_ID IS NULL
021900             OR  O.OPR_STATUS = 'T'
022000             OR  O.OPR_TERM_DATE <= DATE(P.AMSPRH_CHANGE_TS))
022100          GROUP BY P.AMSPRH_USERID, O.OPR_SIGNON_ID, O.OPR_NAME,
022200                   O.OPR_STATUS, O.OPR_TERM_DATE
022300         UNION ALL
022400         SELECT 'STOP PAYMENT    ', S.STOP_SOURCE_USER,
022500                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
022600                COALESCE(O.OPR_NAME, ' '),
022700                COALESCE(O.OPR_STATUS, ' '),
022800                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
022900           FROM DSDS.STOPPAY S
023000           LEFT JOIN CIF.OPERATOR O
023100             ON O.OPR_OPER_ID = S.STOP_SOURCE_USER
023200          WHERE S.STOP_PLACED_DATE = :WS-RPT-DATE
023300            AND S.STOP_SOURCE_USER <> 0
023400            AND (O.OPR_OPER_ID IS NULL
023500             OR  O.OPR_STATUS = 'T'
023600             OR  O.OPR_TERM_DATE <= S.STOP_PLACED_DATE)
023700          GROUP BY S.STOP_SOURCE_USER, O.OPR_SIGNON_ID,
023800                   O.OPR_NAME, O.OPR_STATUS, O.OPR_TERM_DATE
023900         UNION ALL
024000         SELECT 'ACCOUNT REMARKS ', H.ACCTRH_USERID,
024100                COALESCE(O.OPR_SIGNON_ID, ' '), COUNT(*),
024200                COALESCE(O.OPR_NAME, ' '),
024300                COALESCE(O.OPR_STATUS, ' '),
024400                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
024500           FROM CIF.ACCTRMX_HIST H
024600           LEFT JOIN CIF.OPERATOR O
024700             ON O.OPR_OPER_ID = H.ACCTRH_USERID
024800          WHERE H.ACCTRH_CHANGE_DATE = :WS-RPT-DATE
024900            AND H.ACCTRH_USERID <> 0
025000            AND (O.OPR_OPER_ID IS NULL
025100             OR  O.OPR_STATUS = 'T'
025200             OR  O.OPR_TERM_DATE <= H.ACCTRH_CHANGE_DATE)
025300          GROUP BY H.ACCTRH_USERID, O.OPR_SIGNON_ID, O.OPR_NAME,
025400                   O.OPR_STATUS, O.OPR_TERM_DATE
025500         UNION ALL
025600         SELECT 'BENEFICIAL OWNER', COALESCE(O.OPR_OPER_ID, 0),
025700                B.BO_MAINT_OPER, COUNT(*),
025800                COALESCE(O.OPR_NAME, ' '),
025900                COALESCE(O.OPR_STATUS, ' '),
026000                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
026100           FROM CIF.BENOWNER B
026200           LEFT JOIN CIF.OPERATOR O
026300             ON O.OPR_SIGNON_ID = B.BO_MAINT_OPER
026400          WHERE B.BO_MAINT_DATE = :WS-RPT-DATE
026500            AND B.BO_MAINT_OPER <> ' '
026600            AND (O.OPR_OPER_ID IS NULL
026700             OR  O.OPR_STATUS = 'T'
026800             OR  O.OPR_TERM_DATE <= B.BO_MAINT_DATE)
026900          GROUP BY B.BO_MAINT_OPER, O.OPR_OPER_ID, O.OPR_NAME,
027000                   O.OPR_STATUS, O.OPR_TERM_DATE
027100         UNION ALL
027200         SELECT 'AUTHORIZED PARTY', COALESCE(O.OPR_OPER_ID, 0),
027300                A.AP_MAINT_OPER, COUNT(*),
027400                COALESCE(O.OPR_NAME, ' '),
027500                COALESCE(O.OPR_STATUS, ' '),
027600                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
027700           FROM CIF.AUTHPTY A
027800           LEFT JOIN CIF.OPERATOR O
027900             ON O.OPR_SIGNON_ID = A.AP_MAINT_OPER
028000          WHERE A.AP_MAINT_DATE = :WS-RPT-DATE
028100            AND A.AP_MAINT_OPER <> ' '
028200            AND (O.OPR_OPER_ID IS NULL
028300             OR  O.OPR_STATUS = 'T'
028400             OR  O.OPR_TERM_DATE <= A.AP_MAINT_DATE)
028500          GROUP BY A.AP_MAINT_OPER, O.OPR_OPER_ID, O.OPR_NAME,
028600                   O.OPR_STATUS, O.OPR_TERM_DATE
028700         UNION ALL
028800         SELECT 'INSIDER         ', COALESCE(O.OPR_OPER_ID, 0),
028900                I.INSDR_MAINT_OPER, COUNT(*),
029000                COALESCE(O.OPR_NAME, ' '),
029100                COALESCE(O.OPR_STATUS, ' '),
029200                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
029300           FROM CIF.INSIDER I
029400           LEFT JOIN CIF.OPERATOR O
029500             ON O.OPR_SIGNON_ID = I.INSDR_MAINT_OPER
029600          WHERE I.INSDR_MAINT_DATE = :WS-RPT-DATE
029700            AND I.INSDR_MAINT_OPER <> ' '
029800            AND (O.OPR_OPER_ID IS NULL
029900             OR  O.OPR_STATUS = 'T'
030000             OR  O.OPR_TERM_DATE <= I.INSDR_MAINT_DATE)
030100          GROUP BY I.INSDR_MAINT_OPER, O.OPR_OPER_ID, O.OPR_NAME,
030200                   O.OPR_STATUS, O.OPR_TERM_DATE
030300         UNION ALL
030400         SELECT 'WIRE ENTRY      ', COALESCE(O.OPR_OPER_ID, 0),
030500                W.WOUT_ENTRY_OPER, COUNT(*),
030600                COALESCE(O.OPR_NAME, ' '),
030700                COALESCE(O.OPR_STATUS, ' '),
030800                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
030900           FROM FINQ.WIREOUT W
031000           LEFT JOIN CIF.OPERATOR O
031100             ON O.OPR_SIGNON_ID = W.WOUT_ENTRY_OPER
031200          WHERE DATE(W.WOUT_ENTRY_TS) = :WS-RPT-DATE
031300            AND W.WOUT_ENTRY_OPER <> ' '
031400            AND (O.OPR_OPER_ID IS NULL
031500             OR  O.OPR_STATUS = 'T'
031600             OR  O.OPR_TERM_DATE <= DATE(W.WOUT_ENTRY_TS))
031700          GROUP BY W.WOUT_ENTRY_OPER, O.OPR_OPER_ID, O.OPR_NAME,
031800                   O.OPR_STATUS, O.OPR_TERM_DATE
031900         UNION ALL
032000         SELECT 'WIRE RELEASE    ', COALESCE(O.OPR_OPER_ID, 0),
032100                W.WOUT_RELEASE_OPER, COUNT(*),
032200                COALESCE(O.OPR_NAME, ' '),
032300                COALESCE(O.OPR_STATUS, ' '),
032400                COALESCE(O.OPR_TERM_DATE, '9999-12-31')
032500           FROM FINQ.WIREOUT W
032600           LEFT JOIN CIF.OPERATOR O
032700             ON O.OPR_SIGNON_ID = W.WOUT_RELEASE_OPER
032800          WHERE DATE(W.WOUT_RELEASE_TS) = :WS-RPT-DATE
032900            AND W.WOUT_RELEASE_OPER <> ' '
033000            AND (O.OPR_OPER_ID IS NULL
033100             OR  O.OPR_STATUS = 'T'
033200             OR  O.OPR_TERM_DATE <= DATE(W.WOUT_RELEASE_TS))
033300          GROUP BY W.WOUT_RELEASE_OPER, O.OPR_OPER_ID,
033400                   O.OPR_NAME, O.OPR_STATUS, O.OPR_TERM_DATE
033500          ORDER BY 1, 2, 3
033600     END-EXEC.
033700     EXEC SQL
033800         OPEN CSR683
033900     END-EXEC.
034000     IF  SQLCODE NOT = ZERO
034100         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
034200     END-IF.
034300     PERFORM 2100-FETCH-ACTIVITY THRU 2100-EXIT.
034400     PERFORM 2200-REPORT-ACTIVITY THRU 2200-EXIT
034500         UNTIL WS-EOF-YES.
034600     EXEC SQL
034700         CLOSE CSR683
034800     END-EXEC.
034900 2000-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200 2100-FETCH-ACTIVITY.
035300     EXEC SQL
035400         FETCH CSR683
035500          INTO :WS-SOURCE, :WS-OPER-ID, :WS-SIGNON-ID,
035600               :WS-ACTIVITY, :OPR-NAME, :OPR-STATUS,
035700               :OPR-TERM-DATE
035800     END-EXEC.
035900     EVALUATE SQLCODE
036000         WHEN ZERO
036100             CONTINUE
036200         WHEN +100
036300             SET WS-EOF-YES TO TRUE
036400         WHEN OTHER
036500             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
036600     END-EVALUATE.
036700 2100-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000 2200-REPORT-ACTIVITY.
037100     ADD 1           TO WS-LISTED.
037200     ADD WS-ACTIVITY TO WS-ACTIVITY-TOTAL.
037300     MOVE WS-SOURCE     TO DL-SOURCE.
037400     MOVE WS-OPER-ID    TO DL-OPER-ID.
037500     MOVE WS-SIGNON-ID  TO DL-SIGNON-ID.
037600     MOVE OPR-NAME      TO DL-OPER-NAME.
037700     MOVE WS-ACTIVITY   TO DL-ACTIVITY.
037800     EVALUATE TRUE
037900         WHEN OPR-STATUS = SPACE
038000             MOVE 'UNKNOWN'    TO DL-REGISTRY
038100             MOVE SPACES       TO DL-TERM-DATE
038200         WHEN OTHER
038300             MOVE 'TERMINATED' TO DL-REGISTRY
038400             MOVE OPR-TERM-DATE TO DL-TERM-DATE
038500     END-EVALUATE.
038600     IF  DL-TERM-DATE = '9999-12-31'
038700         MOVE SPACES TO DL-TERM-DATE
038800     END-IF.
038900     MOVE WS-DETAIL-LINE TO RPT683-RECORD.
039000     WRITE RPT683-RECORD.
039100     PERFORM 2100-FETCH-ACTIVITY THRU 2100-EXIT.
039200 2200-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500 8000-FINALIZE.
039600     MOVE 'OPERATORS LISTED        - ' TO TL-LABEL.
039700     MOVE WS-LISTED          TO TL-COUNT.
039800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
039900     MOVE 'ACTIVITY RECORDS        - ' TO TL-LABEL.
040000     MOVE WS-ACTIVITY-TOTAL  TO TL-COUNT.
040100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040200     CLOSE RPT683-FILE.
040300     IF  WS-LISTED > ZERO
040400         MOVE 4 TO RETURN-CODE
040500     END-IF.
040600 8000-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900 8100-WRITE-TOTAL.
041000     MOVE WS-TOTAL-LINE TO RPT683-RECORD.
041100     WRITE RPT683-RECORD.
041200 8100-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500 9000-SQL-FAILED.
041600     MOVE SQLCODE TO WS-SQLCODE-ED.
041700     DISPLAY 'CIFB552 - CSR683 FAILED, SQLCODE ' WS-SQLCODE-ED.
041800     CLOSE RPT683-FILE.
041900     MOVE 16 TO RETURN-CODE.
042000     GOBACK.
042100 9000-EXIT.
042200     EXIT.
