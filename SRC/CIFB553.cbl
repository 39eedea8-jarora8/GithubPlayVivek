000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB553.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  QUARTERLY         *
001500*                      ENTITLEMENT RECERTIFICATION REPORT FROM   *
001600*                      THE CIF.OPERATOR REGISTRY.  ONE SECTION   *
001700*                      PER MANAGER LISTING EVERY OPERATOR NOT    *
001800*                      TERMINATED WITH BRANCH, ROLES, STATUS AND *
001900*                      LAST CERTIFICATION, FLAGGING THOSE DUE,   *
002000*                      AND A SIGN-OFF LINE.  THE MANAGER THEN    *
002100*                      RECERTIFIES THROUGH CIFU526 FUNCTION R.   *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPT684-FILE ASSIGN TO RPT684
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RPT684-FILE
003500     RECORDING MODE F.
003600 01  RPT684-RECORD               PIC X(132).
003700*----------------------------------------------------------------
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-EOF-SW                PIC X       VALUE 'N'.
004100         88  WS-EOF-YES                   VALUE 'Y'.
004200 01  WS-WORK-FIELDS.
004300     05  WS-PREV-MANAGER          PIC S9(5)   COMP-3 VALUE -1.
004400     05  WS-DUE-SW                PIC X(03)   VALUE SPACE.
004500     05  WS-MGR-NAME              PIC X(30)   VALUE SPACE.
004600     05  WS-MGR-ACTIVE            PIC X(01)   VALUE SPACE.
004700     05  WS-MANAGERS              PIC S9(7)   COMP  VALUE ZERO.
004800     05  WS-OPERATORS             PIC S9(7)   COMP  VALUE ZERO.
004900     05  WS-DUE                   PIC S9(7)   COMP  VALUE ZERO.
005000     05  WS-SQLCODE-ED            PIC -(9)9.
005100*----------------------------------------------------------------
005200     COPY CIFOPER.
005300*----------------------------------------------------------------
005400 01  WS-HEADING-1.
005500     05  FILLER  PIC X(50) VALUE
005600       'CIFB553  QUARTERLY ENTITLEMENT RECERTIFICATION'.
005700     05  FILLER                   PIC X(82)   VALUE SPACE.
005800 01  WS-MANAGER-LINE.
005900     05  FILLER  PIC X(08) VALUE 'MANAGER '.
006000     05  ML-MANAGER-ID            PIC 9(05).
006100     05  FILLER                   PIC X(02)   VALUE SPACE.
006200     05  ML-MANAGER-NAME          PIC X(30).
006300     05  FILLER                   PIC X(02)   VALUE SPACE.
006400     05  ML-MANAGER-NOTE          PIC X(40).
006500     05  FILLER                   PIC X(45)   VALUE SPACE.
006600 01  WS-HEADING-2.
006700     05  FILLER  PIC X(50) VALUE
006800       '  OPER   SIGNON    NAME                           '.
006900     05  FILLER  PIC X(50) VALUE
007000       'BRN  ROLES                                     STA'.
007100     05  FILLER  PIC X(32) VALUE
007200       'T  LAST CERT   '.
007300 01  WS-DETAIL-LINE.
007400     05  FILLER                   PIC X(02)   VALUE SPACE.
007500     05  DL-OPER-ID               PIC 9(05).
007600     05  FILLER                   PIC X(02)   VALUE SPACE.
007700     05  DL-SIGNON-ID             PIC X(08).
007800     05  FILLER                   PIC X(02)   VALUE SPACE.
007900     05  DL-OPER-NAME             PIC X(30).
008000     05  FILLER                   PIC X(01)   VALUE SPACE.
008100     05  DL-BRANCH                PIC 9(03).
008200     05  FILLER                   PIC X(02)   VALUE SPACE.
008300     05  DL-ROLES                 PIC X(40).
008400     05  FILLER                   PIC X(02)   VALUE SPACE.
008500     05  DL-STATUS                PIC X(04).
008600     05  FILLER                   PIC X(02)   VALUE SPACE.
008700     05  DL-CERT-DATE             PIC X(10).
008800     05  FILLER                   PIC X(01)   VALUE SPACE.
008900     05  DL-DUE                   PIC X(03).
009000     05  FILLER                   PIC X(15)   VALUE SPACE.
009100 01  WS-SIGNOFF-LINE.
009200     05  FILLER  PIC X(50) VALUE
009300       '  ROLES ABOVE ARE CORRECT AND STILL NEEDED.  CERTI'.
009400     05  FILLER  PIC X(50) VALUE
009500       'FIED BY ______________________  DATE __________   '.
009600     05  FILLER                   PIC X(32)   VALUE SPACE.
009700 01  WS-TOTAL-LINE.
009800     05  TL-LABEL                 PIC X(26).
009900     05  TL-COUNT                 PIC ZZZ,ZZ9.
010000     05  FILLER                   PIC X(99)   VALUE SPACE.
010100*----------------------------------------------------------------
010200 PROCEDURE DIVISION.
010300*
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-LIST-OPERATORS THRU 2000-EXIT.
010700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010800     GOBACK.
010900*----------------------------------------------------------------
011000 1000-INITIALIZE.
011100     OPEN OUTPUT RPT684-FILE.
011200     MOVE WS-HEADING-1 TO RPT684-RECORD.
011300     WRITE RPT684-RECORD.
011400 1000-EXIT.
011500     EXIT.
011600*----------------------------------------------------------------
011700 2000-LIST-OPERATORS.
011800*    EVERY OPERATOR WHO CAN STILL SIGN ON, UNDER THEIR MANAGER.
011900*    A CERTIFICATION MORE THAN THREE MONTHS OLD (OR NONE, OR
012000*    ONE CLEARED BY A ROLE CHANGE) IS DUE.  A MANAGER WHO HAS
012100*    LEFT IS FLAGGED SO THE STAFF CAN BE REASSIGNED.
012200     MOVE 'N' TO WS-EOF-SW.
012300     EXEC SQL
012400         DECLARE CSR684 CURSOR FOR
012500         SELECT O.OPR_MANAGER_ID, O.OPR_OPER_ID,
012600                O.OPR_SIGNON_ID, O.OPR_NAME, O.OPR_BRANCH,
012700                O.OPR_ROLES, O.OPR_STATUS, O.OPR_CERT_DATE,
012800                CASE WHEN O.OPR_CERT_DATE <
012900                          CURRENT DATE - 3 MONTHS
013000                     THEN 'DUE' ELSE ' ' END,
013100                COALESCE(M.OPR_NAME, ' '),
013200                CASE WHEN M.OPR_OPER_ID IS NULL THEN 'U'
013300                     WHEN M.OPR_STATUS = 'T'    THEN 'T'
013400                     WHEN M.OPR_TERM_DATE <= CURRENT DATE
013500                                                THEN 'T'
013600                     ELSE 'A' END
013700           FROM CIF.OPERATOR O
013800           LEFT JOIN CIF.OPERATOR M
013900             ON M.OPR_OPER_ID = O.OPR_MANAGER_ID
014000          WHERE O.OPR_STATUS <> 'T'
014100            AND O.OPR_TERM_DATE > CURRENT DATE
014200          ORDER BY O.OPR_MANAGER_ID, O.OPR_OPER_ID
014300     END-EXEC.
014400     EXEC SQL
014500         OPEN CSR684
014600     END-EXEC.
014700     IF  SQLCODE NOT = ZERO
014800         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
014900     END-IF.
015000     PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT.
015100     PERFORM 2200-REPORT-OPERATOR THRU 2200-EXIT
015200         UNTIL WS-EOF-YES.
015300     EXEC SQL
015400         CLOSE CSR684
015500     END-EXEC.
015600     IF  WS-MANAGERS > ZERO
015700         PERFORM 2400-WRITE-SIGNOFF THRU 2400-EXIT
015800     END-IF.
015900 2000-EXIT.
016000     EXIT.
016100*----------------------------------------------------------------
016200 2100-FETCH-OPERATOR.
016300     EXEC SQL
016400         FETCH CSR684
016500          INTO :OPR-MANAGER-ID, :OPR-OPER-ID, :OPR-SIGNON-ID,
016600               :OPR-NAME, :OPR-BRANCH, :OPR-ROLES, :OPR-STATUS,
016700               :OPR-CERT-DATE, :WS-DUE-SW, :WS-MGR-NAME,
016800               :WS-MGR-ACTIVE
016900     END-EXEC.
017000     EVALUATE SQLCODE
017100         WHEN ZERO
017200             CONTINUE
017300         WHEN +100
017400             SET WS-EOF-YES TO TRUE
017500         WHEN OTHER
017600             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
017700     END-EVALUATE.
017800 2100-EXIT.
017900     EXIT.
018000*----------------------------------------------------------------
018100 2200-REPORT-OPERATOR.
018200     IF  OPR-MANAGER-ID NOT = WS-PREV-MANAGER
018300         IF  WS-MANAGERS > ZERO
018400             PERFORM 2400-WRITE-SIGNOFF THRU 2400-EXIT
018500         END-IF
018600         PERFORM 2300-WRITE-MANAGER THRU 2300-EXIT
018700     END-IF.
018800     ADD 1 TO WS-OPERATORS.
018900     MOVE OPR-OPER-ID   TO DL-OPER-ID.
019000     MOVE OPR-SIGNON-ID TO DL-SIGNON-ID.
019100     MOVE OPR-NAME      TO DL-OPER-NAME.
019200     MOVE OPR-BRANCH    TO DL-BRANCH.
019300     MOVE OPR-ROLES     TO DL-ROLES.
019400     EVALUATE TRUE
019500         WHEN OPR-STATUS-ACTIVE
019600             MOVE 'ACT'  TO DL-STATUS
019700         WHEN OPR-STATUS-SUSPENDED
019800             MOVE 'SUSP' TO DL-STATUS
019900         WHEN OTHER
020000             MOVE OPR-STATUS TO DL-STATUS
020100     END-EVALUATE.
020200     IF  OPR-CERT-DATE = '0001-01-01'
020300         MOVE 'NEVER'       TO DL-CERT-DATE
020400     ELSE
020500         MOVE OPR-CERT-DATE TO DL-CERT-DATE
020600     END-IF.
020700     MOVE WS-DUE-SW TO DL-DUE.
020800     IF  WS-DUE-SW = 'DUE'
020900         ADD 1 TO WS-DUE
021000     END-IF.
021100     MOVE WS-DETAIL-LINE TO RPT684-RECORD.
021200     WRITE RPT684-RECORD.
021300     PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT.
021400 2200-EXIT.
021500     EXIT.
021600*----------------------------------------------------------------
021700 2300-WRITE-MANAGER.
021800     ADD 1 TO WS-MANAGERS.
021900     MOVE OPR-MANAGER-ID TO WS-PREV-MANAGER
022000                            ML-MANAGER-ID.
022100     MOVE WS-MGR-NAME    TO ML-MANAGER-NAME.
022200     EVALUATE WS-MGR-ACTIVE
022300         WHEN 'U'
022400             MOVE '** MANAGER NOT ON REGISTRY - REASSIGN'
022500               TO ML-MANAGER-NOTE
022600         WHEN 'T'
022700             MOVE '** MANAGER TERMINATED - REASSIGN'
022800               TO ML-MANAGER-NOTE
022900         WHEN OTHER
023000             MOVE SPACES TO ML-MANAGER-NOTE
023100     END-EVALUATE.
023200     MOVE SPACES TO RPT684-RECORD.
023300     WRITE RPT684-RECORD.
023400     MOVE WS-MANAGER-LINE TO RPT684-RECORD.
023500     WRITE RPT684-RECORD.
023600     MOVE WS-HEADING-2 TO RPT684-RECORD.
023700     WRITE RPT684-RECORD.
023800 2300-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100 2400-WRITE-SIGNOFF.
024200     MOVE SPACES TO RPT684-RECORD.
024300     WRITE RPT684-RECORD.
024400     MOVE WS-SIGNOFF-LINE TO RPT684-RECORD.
024500     WRITE RPT684-RECORD.
024600 2400-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900 8000-FINALIZE.
025000     MOVE SPACES TO RPT684-RECORD.
025100     WRITE RPT684-RECORD.
025200     MOVE 'MANAGERS                - ' TO TL-LABEL.
025300     MOVE WS-MANAGERS        TO TL-COUNT.
025400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
025500     MOVE 'OPERATORS LISTED        - ' TO TL-LABEL.
025600     MOVE WS-OPERATORS       TO TL-COUNT.
025700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
025800     MOVE 'OPERATORS DUE           - ' TO TL-LABEL.
025900     MOVE WS-DUE             TO TL-COUNT.
026000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
026100     CLOSE RPT684-FILE.
026200 8000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500 8100-WRITE-TOTAL.
026600     MOVE WS-TOTAL-LINE TO RPT684-RECORD.
026700     WRITE RPT684-RECORD.
026800 8100-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100 9000-SQL-FAILED.
027200     MOVE SQLCODE TO WS-SQLCODE-ED.
027300     DISPLAY 'CIFB553 - CSR684 FAILED, SQLCODE ' WS-SQLCODE-ED.
027400     CLOSE RPT684-FILE.
027500     MOVE 16 TO RETURN-CODE.
027600     GOBACK.
027700 9000-EXIT.
027800     EXIT.
