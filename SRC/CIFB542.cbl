000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB542.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY STALE     *
001500*                      POWER-OF-ATTORNEY REPORT FROM THE         *
001600*                      CIF.AUTHPTY REGISTRY.  LISTS POA AGENTS   *
001700*                      WHOSE AUTHORITY LAPSED INSIDE THE LOOK-   *
001800*                      BACK WINDOW, AND POA AGENTS STILL IN      *
001900*                      FORCE ON FILE WHOSE PRINCIPAL (THE        *
002000*                      ACCOUNT'S OWNING CUSTOMER) HAS A          *
002100*                      CUSTI-DT-OF-DEATH -- THE AUTHORITY ENDED  *
002200*                      WITH THE DEATH AND THE ROW SHOULD BE      *
002300*                      ENDED THROUGH CIFO524.                    *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RPT626-FILE ASSIGN TO RPT626
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RPT626-FILE
003700     RECORDING MODE F.
003800 01  RPT626-RECORD               PIC X(132).
003900*----------------------------------------------------------------
004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-EOF-SW                PIC X       VALUE 'N'.
004300         88  WS-EOF-YES                   VALUE 'Y'.
004400 01  WS-WORK-FIELDS.
004500     05  WS-LOOKBACK-DAYS         PIC S9(5)   COMP-3 VALUE +0.
004600     05  WS-DT-OF-DEATH           PIC X(10)   VALUE SPACE.
004700     05  WS-EXPIRED               PIC S9(7)   COMP  VALUE ZERO.
004800     05  WS-DECEASED              PIC S9(7)   COMP  VALUE ZERO.
004900*----------------------------------------------------------------
005000     COPY CIFAUTHP.
005100*----------------------------------------------------------------
005200 01  WS-HEADING-1.
005300     05  FILLER  PIC X(50) VALUE
005400       'CIFB542  STALE POWER-OF-ATTORNEY REPORT         '.
005500     05  FILLER  PIC X(20) VALUE
005600       'LOOK-BACK DAYS     '.
005700     05  HD-LOOKBACK-DAYS         PIC ZZ9.
005800     05  FILLER                   PIC X(59)   VALUE SPACE.
005900 01  WS-HEADING-2.
006000     05  FILLER  PIC X(52) VALUE
006100       'REASON     BANK  FILE-ID  FILE-KEY'.
006200     05  FILLER  PIC X(37) VALUE
006300       'SEQ  AGENT'.
006400     05  FILLER  PIC X(43) VALUE
006500       'EXPIRES    DIED        DOCUMENT'.
006600 01  WS-DETAIL-LINE.
006700     05  DL-REASON                PIC X(10).
006800     05  FILLER                   PIC X(01)   VALUE SPACE.
006900     05  DL-BANK-NBR              PIC 9(03).
007000     05  FILLER                   PIC X(03)   VALUE SPACE.
007100     05  DL-FILE-ID               PIC X(04).
007200     05  FILLER                   PIC X(05)   VALUE SPACE.
007300     05  DL-FILE-KEY              PIC X(25).
007400     05  FILLER                   PIC X(01)   VALUE SPACE.
007500     05  DL-PARTY-SEQ             PIC ZZZ9.
007600     05  FILLER                   PIC X(01)   VALUE SPACE.
007700     05  DL-PARTY-NAME            PIC X(30).
007800     05  FILLER                   PIC X(02)   VALUE SPACE.
007900     05  DL-EXPIRY-DATE           PIC X(10).
008000     05  FILLER                   PIC X(01)   VALUE SPACE.
008100     05  DL-DT-OF-DEATH           PIC X(10).
008200     05  FILLER                   PIC X(02)   VALUE SPACE.
008300     05  DL-DOC-REF               PIC X(20).
008400 01  WS-TOTAL-LINE.
008500     05  TL-LABEL                 PIC X(26).
008600     05  TL-COUNT                 PIC ZZZ,ZZ9.
008700     05  FILLER                   PIC X(99)   VALUE SPACE.
008800*----------------------------------------------------------------
008900 LINKAGE SECTION.
009000 01  CIFB542-PARM.
009100*    LOOKBACK-DAYS LIMITS THE LAPSED LIST TO POAS THAT EXPIRED
009200*    SINCE THE LAST MONTHLY RUN; ZERO LISTS EVERY LAPSED POA ON
009300*    FILE.  THE DECEASED-PRINCIPAL LIST IS NEVER LIMITED.
009400     05  CIFB542-LOOKBACK-DAYS     PIC 9(03).
009500*----------------------------------------------------------------
009600 PROCEDURE DIVISION USING CIFB542-PARM.
009700*
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 2000-LIST-EXPIRED THRU 2000-EXIT.
010100     PERFORM 3000-LIST-DECEASED THRU 3000-EXIT.
010200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010300     GOBACK.
010400*----------------------------------------------------------------
010500 1000-INITIALIZE.
010600     OPEN OUTPUT RPT626-FILE.
010700     MOVE CIFB542-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
010800                                   HD-LOOKBACK-DAYS.
010900     MOVE WS-HEADING-1 TO RPT626-RECORD.
011000     WRITE RPT626-RECORD.
011100     MOVE WS-HEADING-2 TO RPT626-RECORD.
011200     WRITE RPT626-RECORD.
011300 1000-EXIT.
011400     EXIT.
011500*----------------------------------------------------------------
011600 2000-LIST-EXPIRED.
011700*    A POA PAST ITS EXPIRY DATE.  THE RELEASE-TIME CHECK
011800*    ALREADY HOLDS ITS INSTRUCTIONS; THE LIST IS FOR THE
011900*    BRANCH TO GET A RENEWED DOCUMENT OR TELL THE AGENT.
012000     MOVE 'N' TO WS-EOF-SW.
012100     EXEC SQL
012200         DECLARE CSR626E CURSOR FOR
012300         SELECT AP_BANK_NBR, AP_FILE_ID, AP_KEY, AP_PARTY_SEQ,
012400                AP_PARTY_NAME, AP_EXPIRY_DATE, AP_DOC_REF
012500           FROM CIF.AUTHPTY
012600          WHERE AP_ROLE = 'P'
012700            AND AP_EXPIRY_DATE < CURRENT DATE
012800            AND (:WS-LOOKBACK-DAYS = 0
012900             OR  AP_EXPIRY_DATE >=
013000                 CURRENT DATE - :WS-LOOKBACK-DAYS DAYS)
013100          ORDER BY AP_BANK_NBR, AP_FILE_ID, AP_KEY,
013200                   AP_PARTY_SEQ
013300     END-EXEC.
013400     EXEC SQL
013500         OPEN CSR626E
013600     END-EXEC.
013700     PERFORM 2100-FETCH-EXPIRED THRU 2100-EXIT.
013800     PERFORM 2200-REPORT-EXPIRED THRU 2200-EXIT
013900         UNTIL WS-EOF-YES.
014000     EXEC SQL
014100         CLOSE CSR626E
014200     END-EXEC.
014300 2000-EXIT.
014400     EXIT.
014500*----------------------------------------------------------------
014600 2100-FETCH-EXPIRED.
014700     EXEC SQL
014800         FETCH CSR626E
014900          INTO :AP-BANK-NBR, :AP-FILE-ID, :AP-KEY,
015000               :AP-PARTY-SEQ, :AP-PARTY-NAME, :AP-EXPIRY-DATE,
015100               :AP-DOC-REF
015200     END-EXEC.
015300     IF  SQLCODE NOT = ZERO
015400         SET WS-EOF-YES TO TRUE
015500     END-IF.
015600 2100-EXIT.
015700     EXIT.
015800*----------------------------------------------------------------
015900 2200-REPORT-EXPIRED.
016000     ADD 1 TO WS-EXPIRED.
016100     MOVE 'EXPIRED'  TO DL-REASON.
016200     MOVE SPACES     TO WS-DT-OF-DEATH.
016300     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
016400     PERFORM 2100-FETCH-EXPIRED THRU 2100-EXIT.
016500 2200-EXIT.
016600     EXIT.
016700*----------------------------------------------------------------
016800 3000-LIST-DECEASED.
016900*    A POA STILL IN FORCE ON FILE WHOSE PRINCIPAL -- THE
017000*    ACCOUNT'S OWNING CUSTOMER THROUGH CIF.CUSTXREF, THE SAME
017100*    JOIN CIFU523 MAKES -- HAS A DATE OF DEATH.  EVERY SUCH ROW
017200*    LISTS EACH MONTH UNTIL IT IS ENDED.
017300     MOVE 'N' TO WS-EOF-SW.
017400     EXEC SQL
017500         DECLARE CSR626D CURSOR FOR
017600         SELECT DISTINCT
017700                AP.AP_BANK_NBR, AP.AP_FILE_ID, AP.AP_KEY,
017800                AP.AP_PARTY_SEQ, AP.AP_PARTY_NAME,
017900                AP.AP_EXPIRY_DATE, AP.AP_DOC_REF,
018000                CI.CUSTI_DT_OF_DEATH
018100           FROM CIF.AUTHPTY AP
018200           JOIN CIF.CUSTXREF XREF
018300             ON XREF.BANK_NBR        = AP.AP_BANK_NBR
018400            AND XREF.FILE_ID         = 'ACCT'
018500            AND XREF.FILE_KEY        = AP.AP_KEY
018600            AND XREF.RELATED_FILE_ID = 'CUST'
018700           JOIN CIF.CUSTOMER CUST
018800             ON CUST.CUST_BANK_NBR = XREF.RELATED_BANK_NBR
018900            AND CUST.CUST_FILE_ID  = XREF.RELATED_FILE_ID
019000            AND CUST.CUST_FILE_KEY = XREF.RELATED_FILE_KEY
019100           JOIN CIF.CUSTIND CI
019200             ON CI.CUSTI_CUST_ID = CUST.CUST_ID
019300          WHERE AP.AP_ROLE = 'P'
019400            AND AP.AP_EXPIRY_DATE >= CURRENT DATE
019500            AND CI.CUSTI_DT_OF_DEATH > ' '
019600          ORDER BY AP.AP_BANK_NBR, AP.AP_FILE_ID, AP.AP_KEY,
019700                   AP.AP_PARTY_SEQ
019800     END-EXEC.
019900     EXEC SQL
020000         OPEN CSR626D
020100     END-EXEC.
020200     PERFORM 3100-FETCH-DECEASED THRU 3100-EXIT.
020300     PERFORM 3200-REPORT-DECEASED THRU 3200-EXIT
020400         UNTIL WS-EOF-YES.
020500     EXEC SQL
020600         CLOSE CSR626D
020700     END-EXEC.
020800 3000-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100 3100-FETCH-DECEASED.
021200     EXEC SQL
021300         FETCH CSR626D
021400          INTO :AP-BANK-NBR, :AP-FILE-ID, :AP-KEY,
021500               :AP-PARTY-SEQ, :AP-PARTY-NAME, :AP-EXPIRY-DATE,
021600               :AP-DOC-REF, :WS-DT-OF-DEATH
021700     END-EXEC.
021800     IF  SQLCODE NOT = ZERO
021900         SET WS-EOF-YES TO TRUE
022000     END-IF.
022100 3100-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400 3200-REPORT-DECEASED.
022500     ADD 1 TO WS-DECEASED.
022600     MOVE 'DECEASED' TO DL-REASON.
022700     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
022800     PERFORM 3100-FETCH-DECEASED THRU 3100-EXIT.
022900 3200-EXIT.
023000     EXIT.
023100*----------------------------------------------------------------
023200 6000-WRITE-DETAIL.
023300     MOVE AP-BANK-NBR          TO DL-BANK-NBR.
023400     MOVE AP-FILE-ID           TO DL-FILE-ID.
023500     MOVE AP-KEY               TO DL-FILE-KEY.
023600     MOVE AP-PARTY-SEQ         TO DL-PARTY-SEQ.
023700     MOVE AP-PARTY-NAME (1:30) TO DL-PARTY-NAME.
023800     IF  AP-EXPIRY-DATE = '9999-12-31'
023900         MOVE 'NONE'           TO DL-EXPIRY-DATE
024000     ELSE
024100         MOVE AP-EXPIRY-DATE   TO DL-EXPIRY-DATE
024200     END-IF.
024300     MOVE WS-DT-OF-DEATH       TO DL-DT-OF-DEATH.
024400     MOVE AP-DOC-REF           TO DL-DOC-REF.
024500     MOVE WS-DETAIL-LINE TO RPT626-RECORD.
024600     WRITE RPT626-RECORD.
024700 6000-EXIT.
024800     EXIT.
024900*----------------------------------------------------------------
025000 8000-FINALIZE.
025100     MOVE 'POAS PAST EXPIRY        - ' TO TL-LABEL.
025200     MOVE WS-EXPIRED         TO TL-COUNT.
025300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
025400     MOVE 'POAS, PRINCIPAL DECEASED- ' TO TL-LABEL.
025500     MOVE WS-DECEASED        TO TL-COUNT.
025600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
025700     CLOSE RPT626-FILE.
025800 8000-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026100 8100-WRITE-TOTAL.
026200     MOVE WS-TOTAL-LINE TO RPT626-RECORD.
026300     WRITE RPT626-RECORD.
026400 8100-EXIT.
026500     EXIT.
