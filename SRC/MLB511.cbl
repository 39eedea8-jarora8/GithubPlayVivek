000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MLB511.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  ML SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  SCRA 6 PERCENT    *
001500*                      INTEREST CAP AND PROTECTED-ACCOUNT        *
001600*                      REPORT.  EVERY OPEN MORTGAGE AND          *
001700*                      OVERDRAFT LINE OF A CUSTOMER CIFB549      *
001800*                      FOUND IN MILITARY SERVICE IS REVIEWED.    *
001900*                      DEBT TAKEN ON BEFORE THE SERVICE BEGAN IS *
002000*                      HELD TO 6 PERCENT -- A MORTGAGE THROUGH   *
002100*                      ONE YEAR AFTER THE SERVICE ENDS, BY A     *
002200*                      RATE INSTRUCTION TO THE SERVICER ON       *
002300*                      SCRARATE (AND A RESTORE INSTRUCTION WHEN  *
002400*                      THE COVERAGE ENDS); AN OVERDRAFT LINE FOR *
002500*                      THE SERVICE ITSELF, BY CUTTING BACK THE   *
002600*                      CYCLE INTEREST ON OSBD501 BEFORE DSDSB514 *
002700*                      STATEMENTS IT.  COVERED ACCOUNTS THAT ARE *
002800*                      PAST DUE ARE LISTED ON RPT672 SO NO       *
002900*                      FORECLOSURE, SETOFF OR COLLECTION STEP IS *
003000*                      TAKEN WITHOUT REVIEW.                     *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OSBD501-FILE ASSIGN TO OSBD501
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS ODH-ACCT-NO
004300         FILE STATUS IS WS-OSBD-STATUS.
004400     SELECT SCRARATE-FILE ASSIGN TO SCRARATE
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RPT671-FILE ASSIGN TO RPT671
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT RPT672-FILE ASSIGN TO RPT672
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  OSBD501-FILE.
005300 01  OSBD501-RECORD.
005400     COPY DSDSOSBD.
005500 FD  SCRARATE-FILE
005600     RECORDING MODE F.
005700*    ONE RATE INSTRUCTION TO THE SERVICER -- ACTION C CAPS THE
005800*    NOTE RATE AT 6 PERCENT FROM THE SERVICE START, ACTION R
005900*    PUTS THE PRIOR RATE BACK.  THE SERVICE DATES AND THE DMDC
006000*    CERTIFICATE SUPPORT THE CHANGE.
006100 01  SCRARATE-RECORD.
006200     05  SR-BANK-NBR             PIC 9(03).
006300     05  SR-LOAN-NBR             PIC 9(10).
006400     05  SR-ACTION               PIC X(01).
006500     05  SR-NEW-RATE             PIC 9(02)V9(05).
006600     05  SR-PRIOR-RATE           PIC 9(02)V9(05).
006700     05  SR-EFFECT-DATE          PIC X(10).
006800     05  SR-SERVICE-START        PIC X(10).
006900     05  SR-SERVICE-END          PIC X(10).
007000     05  SR-CERT-ID              PIC X(15).
007100     05  FILLER                  PIC X(07).
007200 FD  RPT671-FILE
007300     RECORDING MODE F.
007400 01  RPT671-RECORD               PIC X(132).
007500 FD  RPT672-FILE
007600     RECORDING MODE F.
007700 01  RPT672-RECORD               PIC X(132).
007800*----------------------------------------------------------------
007900 WORKING-STORAGE SECTION.
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW                PIC X       VALUE 'N'.
008200         88  WS-EOF-YES                   VALUE 'Y'.
008300     05  WS-OSBD-STATUS           PIC XX      VALUE '00'.
008400     05  WS-COVERED-SW            PIC X       VALUE 'N'.
008500         88  WS-COVERED                   VALUE 'Y'.
008600     05  WS-PRE-SERVICE-SW        PIC X       VALUE 'N'.
008700         88  WS-PRE-SERVICE               VALUE 'Y'.
008800 01  WS-WORK-FIELDS.
008900     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
009000     05  WS-YEAR-AGO              PIC X(10)   VALUE SPACE.
009100     05  WS-ACCT-BANK-NBR         PIC S9(3)   COMP-3 VALUE +0.
009200     05  WS-ACCT-FILE-ID          PIC X(04)   VALUE SPACE.
009300         88  WS-ACCT-ML                   VALUE 'ML  '.
009400     05  WS-OPEN-DATE             PIC X(10)   VALUE SPACE.
009500     05  WS-ROW-FILE-ID           PIC X(04)   VALUE SPACE.
009600         88  WS-ROW-NEW                   VALUE SPACE.
009700     05  WS-CAP-RATE              PIC S9(2)V9(5) COMP-3
009800                                              VALUE +6.00000.
009900     05  WS-CAP-INTEREST          PIC S9(9)V99 COMP-3 VALUE +0.
010000     05  WS-EXCESS-INTEREST       PIC S9(9)V99 COMP-3 VALUE +0.
010100     05  WS-FCL-DAYS              PIC 9(05)   VALUE ZERO.
010200     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
010300     05  WS-TOTAL-CAPPED          PIC S9(7)   COMP  VALUE ZERO.
010400     05  WS-TOTAL-RESTORED        PIC S9(7)   COMP  VALUE ZERO.
010500     05  WS-TOTAL-ADJUSTED        PIC S9(7)   COMP  VALUE ZERO.
010600     05  WS-TOTAL-PROTECTED       PIC S9(7)   COMP  VALUE ZERO.
010700     05  WS-TOTAL-FETCH-ERR       PIC S9(7)   COMP  VALUE ZERO.
010800     05  WS-TOTAL-GIVEN-BACK      PIC S9(9)V99 COMP-3 VALUE +0.
010900*    A CIF ACCOUNT KEY -- A DSDS ACCOUNT ENDS IT IN NINE DIGITS,
011000*    A MORTGAGE IN TEN.
011100 01  WS-ACCT-KEY                  PIC X(25)   VALUE SPACE.
011200 01  WS-ACCT-KEY-DDA REDEFINES WS-ACCT-KEY.
011300     05  FILLER                   PIC X(16).
011400     05  WS-KEY-DDA-NBR           PIC 9(09).
011500 01  WS-ACCT-KEY-ML REDEFINES WS-ACCT-KEY.
011600     05  FILLER                   PIC X(15).
011700     05  WS-KEY-ML-NBR            PIC 9(10).
011800*----------------------------------------------------------------
011900     COPY CIFSCRA.
012000*----------------------------------------------------------------
012100     COPY CIFSCRAA.
012200*----------------------------------------------------------------
012300     COPY OBSTRANS.
012400*----------------------------------------------------------------
012500     COPY MLU002P.
012600*----------------------------------------------------------------
012700 01  WS-HEADING-1.
012800     05  FILLER  PIC X(132) VALUE
012900       'MLB511  SCRA 6 PERCENT INTEREST CAP ACTIONS'.
013000 01  WS-HEADING-2.
013100     05  FILLER  PIC X(48)  VALUE
013200       'BANK ACCOUNT     TYPE ACTION       PRIOR RATE   '.
013300     05  FILLER  PIC X(46)  VALUE
013400       ' NEW RATE     AMOUNT  SVC START   SVC END     '.
013500     05  FILLER  PIC X(38)  VALUE
013600       'CUSTOMER                              '.
013700 01  WS-ACTION-LINE.
013800     05  AL-BANK-NBR              PIC 9(03).
013900     05  FILLER                   PIC X(02)   VALUE SPACE.
014000     05  AL-ACCT-NBR              PIC 9(10).
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  AL-TYPE                  PIC X(04).
014300     05  FILLER                   PIC X(01)   VALUE SPACE.
014400     05  AL-ACTION                PIC X(14).
014500     05  FILLER                   PIC X(01)   VALUE SPACE.
014600     05  AL-PRIOR-RATE            PIC Z9.99999.
014700     05  FILLER                   PIC X(04)   VALUE SPACE.
014800     05  AL-NEW-RATE              PIC Z9.99999.
014900     05  FILLER                   PIC X(01)   VALUE SPACE.
015000     05  AL-AMOUNT                PIC ZZZ,ZZ9.99.
015100     05  FILLER                   PIC X(02)   VALUE SPACE.
015200     05  AL-SERVICE-START         PIC X(10).
015300     05  FILLER                   PIC X(02)   VALUE SPACE.
015400     05  AL-SERVICE-END           PIC X(10).
015500     05  FILLER                   PIC X(02)   VALUE SPACE.
015600     05  AL-CUST-ID               PIC 9(09).
015700     05  FILLER                   PIC X(29)   VALUE SPACE.
015800 01  WS-PROT-HEADING-1.
015900     05  FILLER  PIC X(132) VALUE
016000       'MLB511  SCRA PROTECTED ACCOUNTS PAST DUE -- NO ENFORCEMENT
016100-      ' WITHOUT REVIEW'.
016200 01  WS-PROT-HEADING-2.
016300     05  FILLER  PIC X(47)  VALUE
016400       'BANK ACCOUNT     TYPE HOLD CLASS   DAYS   PAST '.
016500     05  FILLER  PIC X(46)  VALUE
016600       'DUE  SVC START   SVC END     CERTIFICATE      '.
016700     05  FILLER  PIC X(39)  VALUE
016800       'CUSTOMER                               '.
016900 01  WS-PROT-LINE.
017000     05  PL-BANK-NBR              PIC 9(03).
017100     05  FILLER                   PIC X(02)   VALUE SPACE.
017200     05  PL-ACCT-NBR              PIC 9(10).
017300     05  FILLER                   PIC X(02)   VALUE SPACE.
017400     05  PL-TYPE                  PIC X(04).
017500     05  FILLER                   PIC X(01)   VALUE SPACE.
017600     05  PL-CLASS                 PIC X(11).
017700     05  FILLER                   PIC X(01)   VALUE SPACE.
017800     05  PL-DAYS                  PIC ZZZZ9.
017900     05  FILLER                   PIC X(01)   VALUE SPACE.
018000     05  PL-PAST-DUE              PIC ZZZ,ZZ9.99.
018100     05  FILLER                   PIC X(02)   VALUE SPACE.
018200     05  PL-SERVICE-START         PIC X(10).
018300     05  FILLER                   PIC X(02)   VALUE SPACE.
018400     05  PL-SERVICE-END           PIC X(10).
018500     05  FILLER                   PIC X(02)   VALUE SPACE.
018600     05  PL-CERT-ID               PIC X(15).
018700     05  FILLER                   PIC X(02)   VALUE SPACE.
018800     05  PL-CUST-ID               PIC 9(09).
018900     05  FILLER                   PIC X(30)   VALUE SPACE.
019000 01  WS-TOTAL-LINE.
019100     05  TL-LABEL                 PIC X(26).
019200     05  TL-COUNT                 PIC ZZZ,ZZ9.
019300     05  FILLER                   PIC X(99)   VALUE SPACE.
019400 01  WS-AMOUNT-LINE.
019500     05  AT-LABEL                 PIC X(26).
019600     05  AT-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
019700     05  FILLER                   PIC X(92)   VALUE SPACE.
019800*----------------------------------------------------------------
019900 LINKAGE SECTION.
020000 01  MLB511-PARM.
020100*    THE MLU002 CACHE WINDOW AND THE DAYS DELINQUENT AT WHICH A
020200*    PROTECTED MORTGAGE IS HELD AS A FORECLOSURE CANDIDATE
020300*    RATHER THAN A COLLECTION ONE (ZERO TAKES 90).
020400     05  MLB511-TTL-MINUTES        PIC 9(05).
020500     05  MLB511-FCL-DAYS           PIC 9(05).
020600*----------------------------------------------------------------
020700 PROCEDURE DIVISION USING MLB511-PARM.
020800*
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-EXIT
021200         UNTIL WS-EOF-YES.
021300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021400     GOBACK.
021500*----------------------------------------------------------------
021600 1000-INITIALIZE.
021700     OPEN OUTPUT SCRARATE-FILE.
021800     OPEN OUTPUT RPT671-FILE.
021900     OPEN OUTPUT RPT672-FILE.
022000     MOVE WS-HEADING-1 TO RPT671-RECORD.
022100     WRITE RPT671-RECORD.
022200     MOVE WS-HEADING-2 TO RPT671-RECORD.
022300     WRITE RPT671-RECORD.
022400     MOVE WS-PROT-HEADING-1 TO RPT672-RECORD.
022500     WRITE RPT672-RECORD.
022600     MOVE WS-PROT-HEADING-2 TO RPT672-RECORD.
022700     WRITE RPT672-RECORD.
022800     OPEN I-O OSBD501-FILE.
022900     IF  WS-OSBD-STATUS NOT = '00'
023000         DISPLAY 'MLB511 - OSBD501 I/O ERROR, STATUS '
023100             WS-OSBD-STATUS
023200         MOVE 16 TO RETURN-CODE
023300         GOBACK
023400     END-IF.
023500     MOVE MLB511-FCL-DAYS TO WS-FCL-DAYS.
023600     IF  WS-FCL-DAYS = ZERO
023700         MOVE 90 TO WS-FCL-DAYS
023800     END-IF.
023900     EXEC SQL
024000         SET :WS-TODAY = CURRENT DATE
024100     END-EXEC.
024200     EXEC SQL
024300         SET :WS-YEAR-AGO = CURRENT DATE - 1 YEAR
024400     END-EXEC.
024500*    EVERY OPEN MORTGAGE AND DEPOSIT ACCOUNT OF A CUSTOMER DMDC
024600*    HAS REPORTED A SERVICE PERIOD FOR, WITH WHAT HAS ALREADY
024700*    BEEN DONE TO IT.  AN OVERDRAFT LINE IS FILED ON
024800*    CIF.SCRAACCT AS 'ODSB' UNDER ITS DEPOSIT ACCOUNT KEY.
024900     EXEC SQL
025000         DECLARE CSR671 CURSOR FOR
025100         SELECT S.SCRA_CUST_ID, S.SCRA_SERVICE_START,
025200                S.SCRA_SERVICE_END, S.SCRA_CERT_ID,
025300                A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY,
025400                A.ACCT_OPEN_DATE,
025500                COALESCE(R.SCRAA_FILE_ID, ' '),
025600                COALESCE(R.SCRAA_CAP_STATUS, ' '),
025700                COALESCE(R.SCRAA_CAP_DATE, '0001-01-01'),
025800                COALESCE(R.SCRAA_PRIOR_RATE, 0),
025900                COALESCE(R.SCRAA_RESTORE_DATE, '0001-01-01'),
026000                COALESCE(R.SCRAA_ADJ_CYCLE, 0),
026100                COALESCE(R.SCRAA_ADJ_TOTAL, 0)
026200           FROM CIF.SCRASTAT S
026300           JOIN CIF.CUSTOMER C
026400             ON C.CUST_ID           = S.SCRA_CUST_ID
026500           JOIN CIF.CUSTXREF X
026600             ON X.RELATED_BANK_NBR  = C.CUST_BANK_NBR
026700            AND X.RELATED_FILE_ID   = C.CUST_FILE_ID
026800            AND X.RELATED_FILE_KEY  = C.CUST_FILE_KEY
026900            AND X.FILE_ID           = 'ACCT'
027000           JOIN CIF.ACCOUNT A
027100             ON A.ACCT_BANK_NBR     = X.BANK_NBR
027200            AND A.ACCT_KEY          = X.FILE_KEY
027300           LEFT JOIN CIF.SCRAACCT R
027400             ON R.SCRAA_BANK_NBR    = A.ACCT_BANK_NBR
027500            AND R.SCRAA_FILE_KEY    = A.ACCT_KEY
027600            AND R.SCRAA_FILE_ID     =
027700                CASE A.ACCT_FILE_ID WHEN 'DDA ' THEN 'ODSB'
027800                                    ELSE A.ACCT_FILE_ID END
027900          WHERE S.SCRA_SERVICE_START > '0001-01-01'
028000            AND A.ACCT_STATUS       = 'O'
028100            AND A.ACCT_FILE_ID     IN ('DDA ', 'ML  ')
028200          ORDER BY S.SCRA_CUST_ID
028300     END-EXEC.
028400     EXEC SQL
028500         OPEN CSR671
028600     END-EXEC.
028700     IF  SQLCODE NOT = ZERO
028800         DISPLAY 'MLB511 - CSR671 OPEN FAILED, SQLCODE '
028900             SQLCODE
029000         MOVE 16 TO RETURN-CODE
029100         GOBACK
029200     END-IF.
029300     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
029400 1000-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 2000-REVIEW-ACCOUNT.
029800     ADD 1 TO WS-TOTAL-ACCOUNTS.
029900*    DEBT IS PROTECTED ONLY WHEN IT PREDATES THE SERVICE.
030000     MOVE 'N' TO WS-PRE-SERVICE-SW.
030100     IF  WS-OPEN-DATE < SCRA-SERVICE-START
030200         MOVE 'Y' TO WS-PRE-SERVICE-SW
030300     END-IF.
030400     IF  WS-ACCT-ML
030500         PERFORM 3000-REVIEW-MORTGAGE THRU 3000-EXIT
030600     ELSE
030700         PERFORM 4000-REVIEW-OVERDRAFT THRU 4000-EXIT
030800     END-IF.
030900     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
031000 2000-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300 2100-FETCH-ACCOUNT.
031400     EXEC SQL
031500         FETCH CSR671
031600          INTO :SCRA-CUST-ID, :SCRA-SERVICE-START,
031700               :SCRA-SERVICE-END, :SCRA-CERT-ID,
031800               :WS-ACCT-BANK-NBR, :WS-ACCT-FILE-ID,
031900               :WS-ACCT-KEY, :WS-OPEN-DATE,
032000               :WS-ROW-FILE-ID, :SCRAA-CAP-STATUS,
032100               :SCRAA-CAP-DATE, :SCRAA-PRIOR-RATE,
032200               :SCRAA-RESTORE-DATE, :SCRAA-ADJ-CYCLE,
032300               :SCRAA-ADJ-TOTAL
032400     END-EXEC.
032500     IF  SQLCODE NOT = ZERO
032600         SET WS-EOF-YES TO TRUE
032700     END-IF.
032800 2100-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100 3000-REVIEW-MORTGAGE.
033200*    A MORTGAGE STAYS COVERED FOR ONE YEAR AFTER THE SERVICE.
033300     MOVE 'N' TO WS-COVERED-SW.
033400     IF  SCRA-SERVICE-START NOT > WS-TODAY
033500         AND SCRA-SERVICE-END NOT < WS-YEAR-AGO
033600         MOVE 'Y' TO WS-COVERED-SW
033700     END-IF.
033800     IF  NOT WS-COVERED
033900         AND NOT SCRAA-CAPPED
034000         GO TO 3000-EXIT
034100     END-IF.
034200     IF  WS-KEY-ML-NBR NOT NUMERIC
034300         GO TO 3000-EXIT
034400     END-IF.
034500     MOVE WS-ACCT-BANK-NBR TO MLU002-BANK-NBR.
034600     MOVE WS-KEY-ML-NBR    TO MLU002-ACCT-NBR.
034700     MOVE 'MLB511  '       TO MLU002-SOURCE-PROG.
034800     MOVE MLB511-TTL-MINUTES TO MLU002-TTL-MINUTES.
034900     CALL 'MLU002' USING MLU002-PARAMETERS.
035000     IF  MLU002-INVALID
035100     OR  MLU002-STATUS-CODE NOT = '0000'
035200         ADD 1 TO WS-TOTAL-FETCH-ERR
035300         DISPLAY 'MLB511 - LOAN NOT RETRIEVED ' WS-KEY-ML-NBR
035400         GO TO 3000-EXIT
035500     END-IF.
035600     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
035700     MOVE 'ML  '           TO SCRAA-FILE-ID.
035800     IF  WS-COVERED
035900         AND WS-PRE-SERVICE
036000         AND NOT SCRAA-CAPPED
036100         AND ML02003-INTEREST-RATE > WS-CAP-RATE
036200         PERFORM 3100-CAP-RATE THRU 3100-EXIT
036300     END-IF.
036400     IF  NOT WS-COVERED
036500         AND SCRAA-CAPPED
036600         PERFORM 3200-RESTORE-RATE THRU 3200-EXIT
036700     END-IF.
036800     IF  WS-COVERED
036900         AND ML02003-DELINQUENT-DAYS > ZERO
037000         PERFORM 3300-PROTECT-MORTGAGE THRU 3300-EXIT
037100     END-IF.
037200 3000-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500 3100-CAP-RATE.
037600*    THE CAP RUNS FROM THE FIRST DAY OF SERVICE.
037700     ADD 1 TO WS-TOTAL-CAPPED.
037800     MOVE ML02003-INTEREST-RATE TO SCRAA-PRIOR-RATE.
037900     MOVE 'C'                   TO SCRAA-CAP-STATUS.
038000     MOVE WS-TODAY              TO SCRAA-CAP-DATE.
038100     MOVE '0001-01-01'          TO SCRAA-RESTORE-DATE.
038200     MOVE 'C'                   TO SR-ACTION.
038300     MOVE WS-CAP-RATE           TO SR-NEW-RATE.
038400     MOVE SCRA-SERVICE-START    TO SR-EFFECT-DATE.
038500     PERFORM 3500-WRITE-INSTRUCTION THRU 3500-EXIT.
038600     MOVE 'RATE CAPPED   '      TO AL-ACTION.
038700     MOVE ZERO                  TO AL-AMOUNT.
038800     PERFORM 6000-WRITE-ACTION THRU 6000-EXIT.
038900     PERFORM 5000-SAVE-ACCOUNT THRU 5000-EXIT.
039000 3100-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300 3200-RESTORE-RATE.
039400     ADD 1 TO WS-TOTAL-RESTORED.
039500     MOVE 'R'                   TO SCRAA-CAP-STATUS.
039600     MOVE WS-TODAY              TO SCRAA-RESTORE-DATE.
039700     MOVE 'R'                   TO SR-ACTION.
039800     MOVE SCRAA-PRIOR-RATE      TO SR-NEW-RATE.
039900     MOVE WS-TODAY              TO SR-EFFECT-DATE.
040000     PERFORM 3500-WRITE-INSTRUCTION THRU 3500-EXIT.
040100     MOVE 'RATE RESTORED '      TO AL-ACTION.
040200     MOVE ZERO                  TO AL-AMOUNT.
040300     PERFORM 6000-WRITE-ACTION THRU 6000-EXIT.
040400     PERFORM 5000-SAVE-ACCOUNT THRU 5000-EXIT.
040500 3200-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 3300-PROTECT-MORTGAGE.
040900     IF  ML02003-DELINQUENT-DAYS NOT < WS-FCL-DAYS
041000         MOVE 'FORECLOSURE' TO PL-CLASS
041100     ELSE
041200     IF  ML02003-BANKRUPTCY-FLAG = 'Y'
041300         MOVE 'BANKRUPTCY ' TO PL-CLASS
041400     ELSE
041500         MOVE 'COLLECTION ' TO PL-CLASS
041600     END-IF
041700     END-IF.
041800     MOVE 'ML  '                  TO PL-TYPE.
041900     MOVE WS-KEY-ML-NBR           TO PL-ACCT-NBR.
042000     MOVE ML02003-DELINQUENT-DAYS TO PL-DAYS.
042100     MOVE ML02003-PAST-DUE-AMT    TO PL-PAST-DUE.
042200     PERFORM 6100-WRITE-PROTECTED THRU 6100-EXIT.
042300 3300-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600 3500-WRITE-INSTRUCTION.
042700     MOVE WS-ACCT-BANK-NBR   TO SR-BANK-NBR.
042800     MOVE WS-KEY-ML-NBR      TO SR-LOAN-NBR.
042900     MOVE SCRAA-PRIOR-RATE   TO SR-PRIOR-RATE.
043000     MOVE SCRA-SERVICE-START TO SR-SERVICE-START.
043100     MOVE SCRA-SERVICE-END   TO SR-SERVICE-END.
043200     MOVE SCRA-CERT-ID       TO SR-CERT-ID.
043300     WRITE SCRARATE-RECORD.
043400     MOVE 'ML  '             TO AL-TYPE.
043500     MOVE WS-KEY-ML-NBR      TO AL-ACCT-NBR.
043600     MOVE SR-PRIOR-RATE      TO AL-PRIOR-RATE.
043700     MOVE SR-NEW-RATE        TO AL-NEW-RATE.
043800 3500-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100 4000-REVIEW-OVERDRAFT.
044200*    AN OVERDRAFT LINE IS COVERED FOR THE SERVICE ITSELF.
044300     MOVE 'N' TO WS-COVERED-SW.
044400     IF  SCRA-SERVICE-START NOT > WS-TODAY
044500         AND SCRA-SERVICE-END NOT < WS-TODAY
044600         MOVE 'Y' TO WS-COVERED-SW
044700     END-IF.
044800     IF  NOT WS-COVERED
044900         GO TO 4000-EXIT
045000     END-IF.
045100     IF  WS-KEY-DDA-NBR NOT NUMERIC
045200         GO TO 4000-EXIT
045300     END-IF.
045400     MOVE WS-KEY-DDA-NBR TO ODH-ACCT-NO.
045500     READ OSBD501-FILE
045600         INVALID KEY
045700             CONTINUE
045800     END-READ.
045900     IF  WS-OSBD-STATUS = '23'
046000         GO TO 4000-EXIT
046100     END-IF.
046200     IF  WS-OSBD-STATUS NOT = '00'
046300         DISPLAY 'MLB511 - OSBD501 I/O ERROR, STATUS '
046400             WS-OSBD-STATUS
046500         MOVE 16 TO RETURN-CODE
046600         GOBACK
046700     END-IF.
046800     IF  ODH-AUTH-CR-LIMIT NOT > ZERO
046900         GO TO 4000-EXIT
047000     END-IF.
047100     MOVE 'ODSB' TO SCRAA-FILE-ID.
047200     IF  WS-PRE-SERVICE
047300         AND SCRAA-ADJ-CYCLE NOT = ODH-NEXT-STMT-CYCLE
047400         PERFORM 4100-CAP-CYCLE-INTEREST THRU 4100-EXIT
047500     END-IF.
047600     IF  ODH-AMT-PAST-DUE > ZERO
047700         PERFORM 4300-PROTECT-OVERDRAFT THRU 4300-EXIT
047800     END-IF.
047900 4000-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200 4100-CAP-CYCLE-INTEREST.
048300*    THE HEADER CARRIES NO RATE, SO THE CYCLE'S INTEREST IS HELD
048400*    TO ONE MONTH OF 6 PERCENT ON THE LINE BALANCE; ANYTHING
048500*    ABOVE IS TAKEN BACK OUT OF THE CYCLE AND THE YEAR BEFORE
048600*    THE STATEMENT IS PRODUCED.
048700     COMPUTE WS-CAP-INTEREST ROUNDED =
048800         ODH-ODB-LOAN-BAL * WS-CAP-RATE / 1200.
048900     IF  ODH-INT-CHARGED NOT > WS-CAP-INTEREST
049000         GO TO 4100-EXIT
049100     END-IF.
049200     COMPUTE WS-EXCESS-INTEREST =
049300         ODH-INT-CHARGED - WS-CAP-INTEREST.
049400     SUBTRACT WS-EXCESS-INTEREST FROM ODH-INT-CHARGED
049500                                      ODH-YTD-ODB-INT.
049600     REWRITE OSBD501-RECORD
049700         INVALID KEY
049800             CONTINUE
049900     END-REWRITE.
050000     IF  WS-OSBD-STATUS NOT = '00'
050100         DISPLAY 'MLB511 - OSBD501 REWRITE FAILED, STATUS '
050200             WS-OSBD-STATUS ' ACCOUNT ' WS-KEY-DDA-NBR
050300         MOVE 16 TO RETURN-CODE
050400         GOBACK
050500     END-IF.
050600     ADD 1 TO WS-TOTAL-ADJUSTED.
050700     ADD WS-EXCESS-INTEREST TO WS-TOTAL-GIVEN-BACK
050800                               SCRAA-ADJ-TOTAL.
050900     MOVE ODH-NEXT-STMT-CYCLE TO SCRAA-ADJ-CYCLE.
051000     IF  NOT SCRAA-CAPPED
051100         MOVE 'C'          TO SCRAA-CAP-STATUS
051200         MOVE WS-TODAY     TO SCRAA-CAP-DATE
051300         MOVE '0001-01-01' TO SCRAA-RESTORE-DATE
051400     END-IF.
051500     MOVE 'ODSB'              TO AL-TYPE.
051600     MOVE WS-KEY-DDA-NBR      TO AL-ACCT-NBR.
051700     MOVE 'INT ADJUSTED  '    TO AL-ACTION.
051800     MOVE ZERO                TO AL-PRIOR-RATE.
051900     MOVE WS-CAP-RATE         TO AL-NEW-RATE.
052000     MOVE WS-EXCESS-INTEREST  TO AL-AMOUNT.
052100     PERFORM 6000-WRITE-ACTION THRU 6000-EXIT.
052200     PERFORM 5000-SAVE-ACCOUNT THRU 5000-EXIT.
052300 4100-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600 4300-PROTECT-OVERDRAFT.
052700*    A LINE TIED TO A SECURED ACCOUNT WOULD BE COLLECTED BY
052800*    SETOFF AGAINST IT.
052900     IF  ODH-ACCT-NO-LINKED-TO-SEC > ZERO
053000         MOVE 'SETOFF     ' TO PL-CLASS
053100     ELSE
053200         MOVE 'COLLECTION ' TO PL-CLASS
053300     END-IF.
053400     MOVE 'ODSB'              TO PL-TYPE.
053500     MOVE WS-KEY-DDA-NBR      TO PL-ACCT-NBR.
053600     MOVE ZERO                TO PL-DAYS.
053700     MOVE ODH-AMT-PAST-DUE    TO PL-PAST-DUE.
053800     PERFORM 6100-WRITE-PROTECTED THRU 6100-EXIT.
053900 4300-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200 5000-SAVE-ACCOUNT.
054300     MOVE WS-ACCT-BANK-NBR TO SCRAA-BANK-NBR.
054400     MOVE WS-ACCT-KEY      TO SCRAA-FILE-KEY.
054500     MOVE SCRA-CUST-ID     TO SCRAA-CUST-ID.
054600     IF  WS-ROW-NEW
054700         EXEC SQL
054800             INSERT INTO CIF.SCRAACCT
054900                    (SCRAA_BANK_NBR, SCRAA_FILE_ID,
055000                     SCRAA_FILE_KEY, SCRAA_CUST_ID,
055100                     SCRAA_CAP_STATUS, SCRAA_CAP_DATE,
055200                     SCRAA_PRIOR_RATE, SCRAA_RESTORE_DATE,
055300                     SCRAA_ADJ_CYCLE, SCRAA_ADJ_TOTAL)
055400             VALUES (:SCRAA-BANK-NBR, :SCRAA-FILE-ID,
055500                     :SCRAA-FILE-KEY, :SCRAA-CUST-ID,
055600                     :SCRAA-CAP-STATUS, :SCRAA-CAP-DATE,
055700                     :SCRAA-PRIOR-RATE, :SCRAA-RESTORE-DATE,
055800                     :SCRAA-ADJ-CYCLE, :SCRAA-ADJ-TOTAL)
055900         END-EXEC
056000     ELSE
056100         EXEC SQL
056200             UPDATE CIF.SCRAACCT
056300                SET SCRAA_CUST_ID      = :SCRAA-CUST-ID,
056400                    SCRAA_CAP_STATUS   = :SCRAA-CAP-STATUS,
056500                    SCRAA_CAP_DATE     = :SCRAA-CAP-DATE,
056600                    SCRAA_PRIOR_RATE   = :SCRAA-PRIOR-RATE,
056700                    SCRAA_RESTORE_DATE = :SCRAA-RESTORE-DATE,
056800                    SCRAA_ADJ_CYCLE    = :SCRAA-ADJ-CYCLE,
056900                    SCRAA_ADJ_TOTAL    = :SCRAA-ADJ-TOTAL
057000              WHERE SCRAA_BANK_NBR = :SCRAA-BANK-NBR
057100                AND SCRAA_FILE_ID  = :SCRAA-FILE-ID
057200                AND SCRAA_FILE_KEY = :SCRAA-FILE-KEY
057300         END-EXEC
057400     END-IF.
057500     IF  SQLCODE NOT = ZERO
057600         DISPLAY 'MLB511 - CIF.SCRAACCT NOT UPDATED, SQLCODE '
057700             SQLCODE ' ACCOUNT ' WS-ACCT-KEY
057800         MOVE 16 TO RETURN-CODE
057900         GOBACK
058000     END-IF.
058100 5000-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400 6000-WRITE-ACTION.
058500     MOVE WS-ACCT-BANK-NBR   TO AL-BANK-NBR.
058600     MOVE SCRA-SERVICE-START TO AL-SERVICE-START.
058700     MOVE SCRA-SERVICE-END   TO AL-SERVICE-END.
058800     MOVE SCRA-CUST-ID       TO AL-CUST-ID.
058900     MOVE WS-ACTION-LINE     TO RPT671-RECORD.
059000     WRITE RPT671-RECORD.
059100 6000-EXIT.
059200     EXIT.
059300*----------------------------------------------------------------
059400 6100-WRITE-PROTECTED.
059500     ADD 1 TO WS-TOTAL-PROTECTED.
059600     MOVE WS-ACCT-BANK-NBR   TO PL-BANK-NBR.
059700     MOVE SCRA-SERVICE-START TO PL-SERVICE-START.
059800     MOVE SCRA-SERVICE-END   TO PL-SERVICE-END.
059900     MOVE SCRA-CERT-ID       TO PL-CERT-ID.
060000     MOVE SCRA-CUST-ID       TO PL-CUST-ID.
060100     MOVE WS-PROT-LINE       TO RPT672-RECORD.
060200     WRITE RPT672-RECORD.
060300 6100-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600 8000-FINALIZE.
060700     EXEC SQL
060800         CLOSE CSR671
060900     END-EXEC.
061000     MOVE SPACES TO RPT671-RECORD.
061100     WRITE RPT671-RECORD.
061200     MOVE 'ACCOUNTS REVIEWED       - ' TO TL-LABEL.
061300     MOVE WS-TOTAL-ACCOUNTS  TO TL-COUNT.
061400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061500     MOVE 'MORTGAGE RATES CAPPED   - ' TO TL-LABEL.
061600     MOVE WS-TOTAL-CAPPED    TO TL-COUNT.
061700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061800     MOVE 'MORTGAGE RATES RESTORED - ' TO TL-LABEL.
061900     MOVE WS-TOTAL-RESTORED  TO TL-COUNT.
062000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062100     MOVE 'OVERDRAFT CYCLES CAPPED - ' TO TL-LABEL.
062200     MOVE WS-TOTAL-ADJUSTED  TO TL-COUNT.
062300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062400     MOVE 'PROTECTED PAST DUE      - ' TO TL-LABEL.
062500     MOVE WS-TOTAL-PROTECTED TO TL-COUNT.
062600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062700     MOVE 'FETCH FAILURES          - ' TO TL-LABEL.
062800     MOVE WS-TOTAL-FETCH-ERR TO TL-COUNT.
062900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063000     MOVE 'INTEREST GIVEN BACK     - ' TO AT-LABEL.
063100     MOVE WS-TOTAL-GIVEN-BACK TO AT-AMOUNT.
063200     MOVE WS-AMOUNT-LINE TO RPT671-RECORD.
063300     WRITE RPT671-RECORD.
063400     IF  WS-TOTAL-FETCH-ERR > ZERO
063500         AND RETURN-CODE < 4
063600         MOVE 4 TO RETURN-CODE
063700     END-IF.
063800     CLOSE OSBD501-FILE.
063900     CLOSE SCRARATE-FILE.
064000     CLOSE RPT671-FILE.
064100     CLOSE RPT672-FILE.
064200 8000-EXIT.
064300     EXIT.
064400*----------------------------------------------------------------
064500 8100-WRITE-TOTAL.
064600     MOVE WS-TOTAL-LINE TO RPT671-RECORD.
064700     WRITE RPT671-RECORD.
064800 8100-EXIT.
064900     EXIT.
