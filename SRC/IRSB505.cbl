000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IRSB505.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  IRS BULK TIN      *
001500*                      MATCHING REQUEST BUILD.  CIF.CUSTOMER     *
001600*                      TINS NEVER SUBMITTED, CHANGED (TIN OR     *
001700*                      NAME) SINCE THEIR LAST SUBMISSION, STILL  *
001800*                      UNCERTIFIED IN CUST-TAX-ID-CERT, OR SENT  *
001900*                      BACK BY THE IRS FOR RESUBMISSION GO ON    *
002000*                      THE TINREQ FILE (TIN TYPE BY CUST-TYPE,   *
002100*                      TIN, NAME, CUSTOMER ID AS THE ACCOUNT     *
002200*                      NUMBER) AND ARE RECORDED ON IRS.TINMATCH  *
002300*                      AS SUBMITTED.  IRSB506 LOADS THE IRS      *
002400*                      RESULT FILE.  NAME/TIN ERRORS SURFACE     *
002500*                      BEFORE YEAR-END INSTEAD OF AS A B-NOTICE. *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TINREQ-FILE ASSIGN TO TINREQ
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT RPT629-FILE ASSIGN TO RPT629
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*    ONE IRS BULK TIN MATCHING REQUEST PER LINE -- TIN TYPE;
004100*    TIN;NAME;ACCOUNT NUMBER -- SEMICOLON-DELIMITED, NAME
004200*    TRIMMED.
004300 FD  TINREQ-FILE
004400     RECORDING MODE F.
004500 01  TINREQ-RECORD               PIC X(80).
004600 FD  RPT629-FILE
004700     RECORDING MODE F.
004800 01  RPT629-RECORD               PIC X(132).
004900*----------------------------------------------------------------
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-EOF-SW                PIC X       VALUE 'N'.
005300         88  WS-EOF-YES                   VALUE 'Y'.
005400     05  WS-PRIOR-SW              PIC X       VALUE 'N'.
005500         88  WS-PRIOR-FOUND               VALUE 'Y'.
005600 01  WS-WORK-FIELDS.
005700     05  WS-MAX-RECORDS           PIC S9(7)   COMP  VALUE +0.
005800     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
005900     05  WS-TAX-ID                PIC S9(9)   COMP-3 VALUE +0.
006000     05  WS-CUST-TYPE             PIC X(01)   VALUE SPACE.
006100         88  WS-CUST-TYPE-INDIVIDUAL      VALUE 'I'.
006200     05  WS-CERT                  PIC X(01)   VALUE SPACE.
006300     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
006400     05  WS-REQ-NAME              PIC X(40)   VALUE SPACE.
006500     05  WS-TIN-TYPE              PIC X(01)   VALUE SPACE.
006600     05  WS-REASON                PIC X(10)   VALUE SPACE.
006700     05  WS-TAX-ID-DISP           PIC 9(09)   VALUE ZERO.
006800     05  WS-CUST-ID-DISP          PIC 9(09)   VALUE ZERO.
006900     05  WS-TOTAL-SELECTED        PIC S9(7)   COMP  VALUE ZERO.
007000     05  WS-TOTAL-WRITTEN         PIC S9(7)   COMP  VALUE ZERO.
007100     05  WS-TOTAL-NEW             PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-TOTAL-CHANGED         PIC S9(7)   COMP  VALUE ZERO.
007300     05  WS-TOTAL-UNCERT          PIC S9(7)   COMP  VALUE ZERO.
007400     05  WS-TOTAL-RESUBMIT        PIC S9(7)   COMP  VALUE ZERO.
007500     05  WS-TOTAL-DEFERRED        PIC S9(7)   COMP  VALUE ZERO.
007600*----------------------------------------------------------------
007700     COPY IRSTINM.
007800*----------------------------------------------------------------
007900 01  WS-HEADING-1.
008000     05  FILLER  PIC X(132) VALUE
008100       'IRSB505  IRS BULK TIN MATCHING REQUEST BUILD'.
008200 01  WS-TOTAL-LINE.
008300     05  TL-LABEL                 PIC X(26).
008400     05  TL-COUNT                 PIC ZZZ,ZZ9.
008500     05  FILLER                   PIC X(99)   VALUE SPACE.
008600*----------------------------------------------------------------
008700 LINKAGE SECTION.
008800 01  IRSB505-PARM.
008900*    THE IRS TAKES AT MOST 100,000 REQUESTS IN ONE BULK FILE;
009000*    MAX-RECORDS OF ZERO MEANS THAT LIMIT.  WHAT DOES NOT FIT
009100*    IS LEFT UNTOUCHED AND GOES ON THE NEXT RUN'S FILE.
009200     05  IRSB505-MAX-RECORDS       PIC 9(06).
009300*----------------------------------------------------------------
009400 PROCEDURE DIVISION USING IRSB505-PARM.
009500*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
009900         UNTIL WS-EOF-YES.
010000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010100     GOBACK.
010200*----------------------------------------------------------------
010300 1000-INITIALIZE.
010400     OPEN OUTPUT TINREQ-FILE.
010500     OPEN OUTPUT RPT629-FILE.
010600     MOVE WS-HEADING-1 TO RPT629-RECORD.
010700     WRITE RPT629-RECORD.
010800     MOVE IRSB505-MAX-RECORDS TO WS-MAX-RECORDS.
010900     IF  WS-MAX-RECORDS = ZERO
011000     OR  WS-MAX-RECORDS > 100000
011100         MOVE 100000 TO WS-MAX-RECORDS
011200     END-IF.
011300*    A CUSTOMER GOES WHEN IT HAS NO IRS.TINMATCH ROW, WHEN ITS
011400*    TIN OR NAME NO LONGER MATCHES WHAT WAS SENT, OR -- ONCE
011500*    THE LAST SUBMISSION HAS COME BACK -- WHEN ITS TIN IS
011600*    STILL UNCERTIFIED (1, 3, 5) OR THE IRS ASKED FOR A
011700*    RESUBMISSION.  A SUBMISSION STILL OUT IS NOT SENT TWICE.
011800     EXEC SQL
011900         DECLARE CSR629 CURSOR FOR
012000         SELECT C.CUST_ID, C.CUST_TAX_ID, C.CUST_TYPE,
012100                C.CUST_TAX_ID_CERT, C.CUST_NAME,
012200                COALESCE(T.TINM_TAX_ID, 0),
012300                COALESCE(T.TINM_NAME, ' '),
012400                COALESCE(T.TINM_STATUS, ' ')
012500           FROM CIF.CUSTOMER C
012600           LEFT JOIN IRS.TINMATCH T
012700             ON T.TINM_CUST_ID = C.CUST_ID
012800          WHERE C.CUST_TAX_ID > 0
012900            AND (T.TINM_CUST_ID IS NULL
013000             OR  T.TINM_TAX_ID <> C.CUST_TAX_ID
013100             OR  T.TINM_NAME   <> C.CUST_NAME
013200             OR (T.TINM_STATUS <> 'S'
013300            AND (T.TINM_STATUS = 'R'
013400             OR  C.CUST_TAX_ID_CERT IN ('1', '3', '5'))))
013500          ORDER BY C.CUST_ID
013600     END-EXEC.
013700     EXEC SQL
013800         OPEN CSR629
013900     END-EXEC.
014000     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300*----------------------------------------------------------------
014400 2000-PROCESS-CUSTOMER.
014500     ADD 1 TO WS-TOTAL-SELECTED.
014600     IF  WS-TOTAL-WRITTEN >= WS-MAX-RECORDS
014700         ADD 1 TO WS-TOTAL-DEFERRED
014800         GO TO 2000-READ-NEXT
014900     END-IF.
015000     PERFORM 3000-CLASSIFY THRU 3000-EXIT.
015100     PERFORM 4000-WRITE-REQUEST THRU 4000-EXIT.
015200     PERFORM 5000-RECORD-SUBMISSION THRU 5000-EXIT.
015300 2000-READ-NEXT.
015400     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
015500 2000-EXIT.
015600     EXIT.
015700*----------------------------------------------------------------
015800 2100-FETCH-CUSTOMER.
015900     EXEC SQL
016000         FETCH CSR629
016100          INTO :WS-CUST-ID, :WS-TAX-ID, :WS-CUST-TYPE,
016200               :WS-CERT, :WS-CUST-NAME,
016300               :TINM-TAX-ID, :TINM-NAME, :TINM-STATUS
016400     END-EXEC.
016500     IF  SQLCODE NOT = ZERO
016600         SET WS-EOF-YES TO TRUE
016700     END-IF.
016800 2100-EXIT.
016900     EXIT.
017000*----------------------------------------------------------------
017100 3000-CLASSIFY.
017200*    WHY THE CUSTOMER IS GOING, FOR THE RUN TOTALS.  A BLANK
017300*    PRIOR STATUS MEANS THE LEFT JOIN FOUND NO ROW.
017400     IF  TINM-STATUS = SPACE
017500         MOVE 'N' TO WS-PRIOR-SW
017600         ADD 1 TO WS-TOTAL-NEW
017700         GO TO 3000-EXIT
017800     END-IF.
017900     MOVE 'Y' TO WS-PRIOR-SW.
018000     IF  TINM-TAX-ID NOT = WS-TAX-ID
018100     OR  TINM-NAME   NOT = WS-CUST-NAME
018200         ADD 1 TO WS-TOTAL-CHANGED
018300         GO TO 3000-EXIT
018400     END-IF.
018500     IF  TINM-STATUS-RESUBMIT
018600         ADD 1 TO WS-TOTAL-RESUBMIT
018700     ELSE
018800         ADD 1 TO WS-TOTAL-UNCERT
018900     END-IF.
019000 3000-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------
019300 4000-WRITE-REQUEST.
019400*    TIN TYPE 2 (SSN) FOR AN INDIVIDUAL, 1 (EIN) OTHERWISE.
019500*    THE IRS TAKES LETTERS, DIGITS, HYPHEN AND AMPERSAND IN
019600*    THE NAME; OTHER PUNCTUATION GOES TO SPACE.
019700     IF  WS-CUST-TYPE-INDIVIDUAL
019800         MOVE '2' TO WS-TIN-TYPE
019900     ELSE
020000         MOVE '1' TO WS-TIN-TYPE
020100     END-IF.
020200     MOVE WS-CUST-NAME TO WS-REQ-NAME.
020300     INSPECT WS-REQ-NAME CONVERTING '.,''/#()' TO '       '.
020400     MOVE WS-TAX-ID  TO WS-TAX-ID-DISP.
020500     MOVE WS-CUST-ID TO WS-CUST-ID-DISP.
020600     MOVE SPACES TO TINREQ-RECORD.
020700     STRING WS-TIN-TYPE     DELIMITED BY SIZE
020800            ';'             DELIMITED BY SIZE
020900            WS-TAX-ID-DISP  DELIMITED BY SIZE
021000            ';'             DELIMITED BY SIZE
021100            WS-REQ-NAME     DELIMITED BY '  '
021200            ';'             DELIMITED BY SIZE
021300            WS-CUST-ID-DISP DELIMITED BY SIZE
021400         INTO TINREQ-RECORD.
021500     WRITE TINREQ-RECORD.
021600     ADD 1 TO WS-TOTAL-WRITTEN.
021700 4000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000 5000-RECORD-SUBMISSION.
022100*    THE ROW CARRIES WHAT WAS SENT (THE NAME AS CIF HOLDS IT,
022200*    SO A LATER CHANGE IS SEEN) AND WAITS FOR IRSB506.
022300     IF  WS-PRIOR-FOUND
022400         EXEC SQL
022500             UPDATE IRS.TINMATCH
022600                SET TINM_TAX_ID      = :WS-TAX-ID,
022700                    TINM_TIN_TYPE    = :WS-TIN-TYPE,
022800                    TINM_NAME        = :WS-CUST-NAME,
022900                    TINM_SUBMIT_DATE = CURRENT DATE,
023000                    TINM_STATUS      = 'S',
023100                    TINM_RESULT_CODE = ' ',
023200                    TINM_RESULT_DATE = '0001-01-01'
023300              WHERE TINM_CUST_ID = :WS-CUST-ID
023400         END-EXEC
023500     ELSE
023600         EXEC SQL
023700             INSERT INTO IRS.TINMATCH
023800                    (TINM_CUST_ID, TINM_TAX_ID, TINM_TIN_TYPE,
023900                     TINM_NAME, TINM_SUBMIT_DATE, TINM_STATUS,
024000                     TINM_RESULT_CODE, TINM_RESULT_DATE,
024100                     TINM_NOTICE_DATE)
024200             SELECT CUST_ID, CUST_TAX_ID, :WS-TIN-TYPE,
024300                    CUST_NAME, CURRENT DATE, 'S', ' ',
024400                    '0001-01-01', '0001-01-01'
024500               FROM CIF.CUSTOMER
024600              WHERE CUST_ID = :WS-CUST-ID
024700         END-EXEC
024800     END-IF.
024900 5000-EXIT.
025000     EXIT.
025100*----------------------------------------------------------------
025200 8000-FINALIZE.
025300     EXEC SQL
025400         CLOSE CSR629
025500     END-EXEC.
025600     MOVE 'CUSTOMERS SELECTED      - ' TO TL-LABEL.
025700     MOVE WS-TOTAL-SELECTED  TO TL-COUNT.
025800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
025900     MOVE 'REQUESTS WRITTEN        - ' TO TL-LABEL.
026000     MOVE WS-TOTAL-WRITTEN   TO TL-COUNT.
026100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
026200     MOVE '  NEVER SUBMITTED       - ' TO TL-LABEL.
026300     MOVE WS-TOTAL-NEW       TO TL-COUNT.
026400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
026500     MOVE '  TIN OR NAME CHANGED   - ' TO TL-LABEL.
026600     MOVE WS-TOTAL-CHANGED   TO TL-COUNT.
026700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
026800     MOVE '  STILL UNCERTIFIED     - ' TO TL-LABEL.
026900     MOVE WS-TOTAL-UNCERT    TO TL-COUNT.
027000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
027100     MOVE '  IRS RESUBMIT REQUEST  - ' TO TL-LABEL.
027200     MOVE WS-TOTAL-RESUBMIT  TO TL-COUNT.
027300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
027400     MOVE 'DEFERRED OVER FILE LIMIT- ' TO TL-LABEL.
027500     MOVE WS-TOTAL-DEFERRED  TO TL-COUNT.
027600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
027700     CLOSE TINREQ-FILE.
027800     CLOSE RPT629-FILE.
027900 8000-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 8100-WRITE-TOTAL.
028300     MOVE WS-TOTAL-LINE TO RPT629-RECORD.
028400     WRITE RPT629-RECORD.
028500 8100-EXIT.
028600     EXIT.
