000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB548.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY SCRA      *
001500*                      ACTIVE-DUTY VERIFICATION REQUEST BUILD.   *
001600*                      EVERY INDIVIDUAL CIF.CUSTOMER WHO HOLDS   *
001700*                      AN OPEN MORTGAGE OR HELOC, OR A DEPOSIT   *
001800*                      ACCOUNT CARRYING AN OVERDRAFT LINE        *
001900*                      (OSBD501), GOES ON THE SCRAREQ FILE FOR   *
002000*                      THE DMDC SCRA VERIFICATION SERVICE --     *
002100*                      TIN (CUST-TAX-ID), BIRTH DATE (CUSTI-     *
002200*                      BIRTH-DATE), NAME AND CUSTOMER ID -- AND  *
002300*                      IS RECORDED ON CIF.SCRASTAT AS SUBMITTED. *
002400*                      CIFB549 LOADS THE DMDC RESULT FILE.       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OSBD501-FILE ASSIGN TO OSBD501
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS ODH-ACCT-NO
003700         FILE STATUS IS WS-OSBD-STATUS.
003800     SELECT SCRAREQ-FILE ASSIGN TO SCRAREQ
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RPT669-FILE ASSIGN TO RPT669
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  OSBD501-FILE.
004500 01  OSBD501-RECORD.
004600     COPY DSDSOSBD.
004700*    ONE DMDC SCRA VERIFICATION REQUEST -- DMDC MATCHES ON THE
004800*    SSN AND BIRTH DATE; THE NAME RIDES ALONG AS CIF HOLDS IT,
004900*    AND THE CUSTOMER ID COMES BACK IN THE RECORD ID.  THE
005000*    STATUS DATE IS THE DAY THE SERVICE IS ASKED ABOUT.
005100 FD  SCRAREQ-FILE
005200     RECORDING MODE F.
005300 01  SCRAREQ-RECORD.
005400     05  SRQ-SSN                 PIC 9(09).
005500     05  SRQ-BIRTH-DATE          PIC X(08).
005600     05  SRQ-LAST-NAME           PIC X(26).
005700     05  SRQ-FIRST-NAME          PIC X(20).
005800     05  SRQ-CUST-REC-ID         PIC X(28).
005900     05  FILLER REDEFINES SRQ-CUST-REC-ID.
006000         10  SRQ-CUST-ID         PIC 9(09).
006100         10  FILLER              PIC X(19).
006200     05  SRQ-MIDDLE-NAME         PIC X(20).
006300     05  SRQ-STATUS-DATE         PIC X(08).
006400     05  FILLER                  PIC X(01).
006500 FD  RPT669-FILE
006600     RECORDING MODE F.
006700 01  RPT669-RECORD               PIC X(132).
006800*----------------------------------------------------------------
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW                PIC X       VALUE 'N'.
007200         88  WS-EOF-YES                   VALUE 'Y'.
007300     05  WS-OSBD-STATUS           PIC XX      VALUE '00'.
007400     05  WS-QUALIFY-SW            PIC X       VALUE 'N'.
007500         88  WS-QUALIFIES                 VALUE 'Y'.
007600 01  WS-WORK-FIELDS.
007700     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
007800     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
007900     05  WS-PREV-CUST-ID          PIC S9(9)   COMP-3 VALUE +0.
008000     05  WS-TAX-ID                PIC S9(9)   COMP-3 VALUE +0.
008100     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
008200     05  WS-HOLD-NAME             PIC X(40)   VALUE SPACE.
008300     05  WS-BIRTH-DATE            PIC X(10)   VALUE SPACE.
008400     05  WS-PRIOR-STATUS          PIC X(01)   VALUE SPACE.
008500         88  WS-NEVER-SUBMITTED           VALUE ' '.
008600     05  WS-ACCT-FILE-ID          PIC X(04)   VALUE SPACE.
008700         88  WS-ACCT-DDA                  VALUE 'DDA '.
008800         88  WS-ACCT-ML                   VALUE 'ML  '.
008900     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
009000     05  WS-TOTAL-BORROWERS       PIC S9(7)   COMP  VALUE ZERO.
009100     05  WS-TOTAL-LINES           PIC S9(7)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-WRITTEN         PIC S9(7)   COMP  VALUE ZERO.
009300     05  WS-TOTAL-NEW             PIC S9(7)   COMP  VALUE ZERO.
009400     05  WS-TOTAL-RESUBMIT        PIC S9(7)   COMP  VALUE ZERO.
009500*    A CIF ACCOUNT KEY IN ITS DEPOSIT SHAPE -- A DSDS ACCOUNT
009600*    NUMBER ENDS THE KEY IN NINE DIGITS.
009700 01  WS-ACCT-KEY                  PIC X(25)   VALUE SPACE.
009800 01  WS-ACCT-KEY-DDA REDEFINES WS-ACCT-KEY.
009900     05  FILLER                   PIC X(16).
010000     05  WS-KEY-DDA-NBR           PIC 9(09).
010100*----------------------------------------------------------------
010200     COPY CIFSCRA.
010300*----------------------------------------------------------------
010400 01  WS-HEADING-1.
010500     05  FILLER  PIC X(132) VALUE
010600       'CIFB548  SCRA ACTIVE-DUTY VERIFICATION REQUEST BUILD'.
010700 01  WS-TOTAL-LINE.
010800     05  TL-LABEL                 PIC X(26).
010900     05  TL-COUNT                 PIC ZZZ,ZZ9.
011000     05  FILLER                   PIC X(99)   VALUE SPACE.
011100*----------------------------------------------------------------
011200 PROCEDURE DIVISION.
011300*
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
011700         UNTIL WS-EOF-YES.
011800     PERFORM 4000-FINISH-CUSTOMER THRU 4000-EXIT.
011900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012000     GOBACK.
012100*----------------------------------------------------------------
012200 1000-INITIALIZE.
012300     OPEN OUTPUT SCRAREQ-FILE.
012400     OPEN OUTPUT RPT669-FILE.
012500     MOVE WS-HEADING-1 TO RPT669-RECORD.
012600     WRITE RPT669-RECORD.
012700     OPEN INPUT OSBD501-FILE.
012800     IF  WS-OSBD-STATUS NOT = '00'
012900         DISPLAY 'CIFB548 - OSBD501 I/O ERROR, STATUS '
013000             WS-OSBD-STATUS
013100         MOVE 16 TO RETURN-CODE
013200         GOBACK
013300     END-IF.
013400     EXEC SQL
013500         SET :WS-TODAY = CURRENT DATE
013600     END-EXEC.
013700*    EVERY OPEN MORTGAGE AND DEPOSIT ACCOUNT OF EVERY INDIVIDUAL
013800*    WITH A TIN, A CUSTOMER'S ACCOUNTS TOGETHER.  WHETHER A
013900*    DEPOSIT ACCOUNT CARRIES AN OVERDRAFT LINE IS KNOWN ONLY
014000*    FROM ITS OSBD501 HEADER.
014100     EXEC SQL
014200         DECLARE CSR669 CURSOR FOR
014300         SELECT C.CUST_ID, C.CUST_TAX_ID, C.CUST_NAME,
014400                I.CUSTI_BIRTH_DATE, A.ACCT_FILE_ID, A.ACCT_KEY,
014500                COALESCE(S.SCRA_STATUS, ' ')
014600           FROM CIF.CUSTOMER C
014700           JOIN CIF.CUSTIND I
014800             ON I.CUSTI_CUST_ID     = C.CUST_ID
014900           JOIN CIF.CUSTXREF X
015000             ON X.RELATED_BANK_NBR  = C.CUST_BANK_NBR
015100            AND X.RELATED_FILE_ID   = C.CUST_FILE_ID
015200            AND X.RELATED_FILE_KEY  = C.CUST_FILE_KEY
015300            AND X.FILE_ID           = 'ACCT'
015400           JOIN CIF.ACCOUNT A
015500             ON A.ACCT_BANK_NBR     = X.BANK_NBR
015600            AND A.ACCT_KEY          = X.FILE_KEY
015700           LEFT JOIN CIF.SCRASTAT S
015800             ON S.SCRA_CUST_ID      = C.CUST_ID
015900          WHERE C.CUST_TYPE         = 'I'
016000            AND C.CUST_TAX_ID       > 0
016100            AND A.ACCT_STATUS       = 'O'
016200            AND A.ACCT_FILE_ID     IN ('DDA ', 'ML  ')
016300          ORDER BY C.CUST_ID
016400     END-EXEC.
016500     EXEC SQL
016600         OPEN CSR669
016700     END-EXEC.
016800     IF  SQLCODE NOT = ZERO
016900         DISPLAY 'CIFB548 - CSR669 OPEN FAILED, SQLCODE '
017000             SQLCODE
017100         MOVE 16 TO RETURN-CODE
017200         GOBACK
017300     END-IF.
017400     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
017500     MOVE WS-CUST-ID TO WS-PREV-CUST-ID.
017600 1000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900 2000-PROCESS-ACCOUNT.
018000*    A NEW CUSTOMER SENDS THE LAST ONE'S REQUEST FIRST.  THE
018100*    NAME, TIN AND BIRTH DATE ARE HELD UNTIL THEN.
018200     IF  WS-CUST-ID NOT = WS-PREV-CUST-ID
018300         PERFORM 4000-FINISH-CUSTOMER THRU 4000-EXIT
018400         MOVE WS-CUST-ID TO WS-PREV-CUST-ID
018500     END-IF.
018600     MOVE WS-TAX-ID       TO SCRA-TAX-ID.
018700     MOVE WS-CUST-NAME    TO WS-HOLD-NAME.
018800     MOVE WS-BIRTH-DATE   TO SCRA-BIRTH-DATE.
018900     MOVE WS-PRIOR-STATUS TO SCRA-STATUS.
019000     ADD 1 TO WS-TOTAL-ACCOUNTS.
019100     IF  WS-ACCT-ML
019200         MOVE 'Y' TO WS-QUALIFY-SW
019300         GO TO 2000-FETCH
019400     END-IF.
019500     IF  WS-KEY-DDA-NBR NOT NUMERIC
019600         GO TO 2000-FETCH
019700     END-IF.
019800     MOVE WS-KEY-DDA-NBR TO ODH-ACCT-NO.
019900     READ OSBD501-FILE
020000         INVALID KEY
020100             CONTINUE
020200     END-READ.
020300     IF  WS-OSBD-STATUS = '00'
020400         IF  ODH-AUTH-CR-LIMIT > ZERO
020500             MOVE 'Y' TO WS-QUALIFY-SW
020600         END-IF
020700     ELSE
020800         IF  WS-OSBD-STATUS NOT = '23'
020900             DISPLAY 'CIFB548 - OSBD501 I/O ERROR, STATUS '
021000                 WS-OSBD-STATUS
021100             MOVE 16 TO RETURN-CODE
021200             GOBACK
021300         END-IF
021400     END-IF.
021500 2000-FETCH.
021600     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
021700 2000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000 2100-FETCH-ACCOUNT.
022100     EXEC SQL
022200         FETCH CSR669
022300          INTO :WS-CUST-ID, :WS-TAX-ID, :WS-CUST-NAME,
022400               :WS-BIRTH-DATE, :WS-ACCT-FILE-ID, :WS-ACCT-KEY,
022500               :WS-PRIOR-STATUS
022600     END-EXEC.
022700     IF  SQLCODE NOT = ZERO
022800         SET WS-EOF-YES TO TRUE
022900     END-IF.
023000 2100-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300 4000-FINISH-CUSTOMER.
023400*    THE CUSTOMER JUST ENDED GOES WHEN ANY OF THEIR ACCOUNTS IS
023500*    A MORTGAGE OR CARRIES AN OVERDRAFT LINE.
023600     IF  NOT WS-QUALIFIES
023700         GO TO 4000-EXIT
023800     END-IF.
023900     MOVE 'N' TO WS-QUALIFY-SW.
024000     MOVE WS-PREV-CUST-ID TO SCRA-CUST-ID.
024100     PERFORM 4100-WRITE-REQUEST THRU 4100-EXIT.
024200     PERFORM 4200-RECORD-SUBMISSION THRU 4200-EXIT.
024300 4000-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600 4100-WRITE-REQUEST.
024700     MOVE SPACES                    TO SCRAREQ-RECORD.
024800     MOVE SCRA-TAX-ID               TO SRQ-SSN.
024900     MOVE SCRA-BIRTH-DATE (1:4)     TO SRQ-BIRTH-DATE (1:4).
025000     MOVE SCRA-BIRTH-DATE (6:2)     TO SRQ-BIRTH-DATE (5:2).
025100     MOVE SCRA-BIRTH-DATE (9:2)     TO SRQ-BIRTH-DATE (7:2).
025200     MOVE WS-HOLD-NAME              TO SRQ-LAST-NAME.
025300     MOVE SCRA-CUST-ID              TO SRQ-CUST-ID.
025400     MOVE WS-TODAY (1:4)            TO SRQ-STATUS-DATE (1:4).
025500     MOVE WS-TODAY (6:2)            TO SRQ-STATUS-DATE (5:2).
025600     MOVE WS-TODAY (9:2)            TO SRQ-STATUS-DATE (7:2).
025700     WRITE SCRAREQ-RECORD.
025800     ADD 1 TO WS-TOTAL-WRITTEN.
025900 4100-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200 4200-RECORD-SUBMISSION.
026300*    A RESUBMISSION KEEPS THE LAST RESULT UNTIL CIFB549 LOADS
026400*    THE NEW ONE.
026500     IF  SCRA-STATUS = SPACE
026600         ADD 1 TO WS-TOTAL-NEW
026700         EXEC SQL
026800             INSERT INTO CIF.SCRASTAT
026900                    (SCRA_CUST_ID, SCRA_TAX_ID, SCRA_BIRTH_DATE,
027000                     SCRA_SUBMIT_DATE, SCRA_STATUS,
027100                     SCRA_RESULT_DATE, SCRA_SERVICE_START,
027200                     SCRA_SERVICE_END, SCRA_CERT_ID)
027300             VALUES (:SCRA-CUST-ID, :SCRA-TAX-ID,
027400                     :SCRA-BIRTH-DATE, CURRENT DATE, 'S',
027500                     '0001-01-01', '0001-01-01', '0001-01-01',
027600                     ' ')
027700         END-EXEC
027800     ELSE
027900         ADD 1 TO WS-TOTAL-RESUBMIT
028000         EXEC SQL
028100             UPDATE CIF.SCRASTAT
028200                SET SCRA_TAX_ID      = :SCRA-TAX-ID,
028300                    SCRA_BIRTH_DATE  = :SCRA-BIRTH-DATE,
028400                    SCRA_SUBMIT_DATE = CURRENT DATE
028500              WHERE SCRA_CUST_ID = :SCRA-CUST-ID
028600         END-EXEC
028700     END-IF.
028800     IF  SQLCODE NOT = ZERO
028900         DISPLAY 'CIFB548 - CIF.SCRASTAT NOT UPDATED, SQLCODE '
029000             SQLCODE ' CUSTOMER ' SRQ-CUST-ID
029100         MOVE 4 TO RETURN-CODE
029200     END-IF.
029300 4200-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600 8000-FINALIZE.
029700     EXEC SQL
029800         CLOSE CSR669
029900     END-EXEC.
030000     MOVE 'ACCOUNTS EXAMINED       - ' TO TL-LABEL.
030100     MOVE WS-TOTAL-ACCOUNTS  TO TL-COUNT.
030200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
030300     MOVE 'REQUESTS WRITTEN        - ' TO TL-LABEL.
030400     MOVE WS-TOTAL-WRITTEN   TO TL-COUNT.
030500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
030600     MOVE '  FIRST SUBMISSION      - ' TO TL-LABEL.
030700     MOVE WS-TOTAL-NEW       TO TL-COUNT.
030800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
030900     MOVE '  MONTHLY RESUBMISSION  - ' TO TL-LABEL.
031000     MOVE WS-TOTAL-RESUBMIT  TO TL-COUNT.
031100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
031200     CLOSE OSBD501-FILE.
031300     CLOSE SCRAREQ-FILE.
031400     CLOSE RPT669-FILE.
031500 8000-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 8100-WRITE-TOTAL.
031900     MOVE WS-TOTAL-LINE TO RPT669-RECORD.
032000     WRITE RPT669-RECORD.
032100 8100-EXIT.
032200     EXIT.
