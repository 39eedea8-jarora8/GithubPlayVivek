000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB547.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY           *
001500*                      REGULATION O INSIDER CREDIT REPORT.  FOR  *
001600*                      EVERY INSIDER IN FORCE ON CIF.INSIDER AND *
001700*                      THEIR RELATED INTERESTS, TOTALS THE       *
001800*                      OVERDRAFT LINES (OSBD501 AUTHORIZED       *
001900*                      LIMIT AND ODB LOAN BALANCE), COURTESY-PAY *
002000*                      LIMITS (DSDS.CRTSYPAY), AND MORTGAGE/     *
002100*                      HELOC CREDIT (MLU002) ON THEIR ACCOUNTS   *
002200*                      AT THE BANK AGAINST THE INDIVIDUAL AND    *
002300*                      AGGREGATE LENDING LIMITS (RPT634).  FLAGS *
002400*                      PREFERENTIAL FEE WAIVERS (DSDS.WVRAUTH)   *
002500*                      AGAINST THE BANK'S GENERAL POPULATION,    *
002600*                      AND LISTS OFFICER AND DIRECTOR OVERDRAFTS *
002700*                      OVER THE THRESHOLD (RPT635).              *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OSBD501-FILE ASSIGN TO OSBD501
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS ODH-ACCT-NO
004000         FILE STATUS IS WS-OSBD-STATUS.
004100     SELECT RPT634-FILE ASSIGN TO RPT634
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT RPT635-FILE ASSIGN TO RPT635
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OSBD501-FILE.
004800 01  OSBD501-RECORD.
004900     COPY DSDSOSBD.
005000 FD  RPT634-FILE
005100     RECORDING MODE F.
005200 01  RPT634-RECORD               PIC X(132).
005300 FD  RPT635-FILE
005400     RECORDING MODE F.
005500 01  RPT635-RECORD               PIC X(132).
005600*----------------------------------------------------------------
005700 WORKING-STORAGE SECTION.
005800 01  WS-SWITCHES.
005900     05  WS-EOF-SW                PIC X       VALUE 'N'.
006000         88  WS-EOF-YES                   VALUE 'Y'.
006100     05  WS-ACCT-EOF-SW           PIC X       VALUE 'N'.
006200         88  WS-ACCT-EOF-YES              VALUE 'Y'.
006300     05  WS-ML-ERROR-SW           PIC X       VALUE 'N'.
006400         88  WS-ML-ERROR                  VALUE 'Y'.
006500 01  WS-WORK-FIELDS.
006600     05  WS-OSBD-STATUS           PIC XX      VALUE '00'.
006700     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
006800     05  WS-OF-CUST-ID            PIC S9(9)   COMP-3 VALUE +0.
006900     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
007000     05  WS-INSDR-TYPE            PIC X(01)   VALUE SPACE.
007100     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
007200     05  WS-CUST-BANK-NBR         PIC S9(3)   COMP-3 VALUE +0.
007300     05  WS-CUST-FILE-ID          PIC X(04)   VALUE SPACE.
007400     05  WS-CUST-FILE-KEY         PIC X(25)   VALUE SPACE.
007500     05  WS-ACCT-FILE-ID          PIC X(04)   VALUE SPACE.
007600         88  WS-ACCT-DDA                  VALUE 'DDA '.
007700         88  WS-ACCT-ML                   VALUE 'ML  '.
007800     05  WS-ACCT-BALANCE          PIC S9(11)V99 COMP-3 VALUE +0.
007900     05  WS-DSDS-ACCT-NO          PIC S9(9)   COMP-3 VALUE +0.
008000     05  WS-CRTSY-LIMIT           PIC S9(5)V99 COMP-3 VALUE +0.
008100     05  WS-WAIVED                PIC S9(9)V99 COMP-3 VALUE +0.
008200     05  WS-ML-CREDIT             PIC S9(11)V99 COMP-3 VALUE +0.
008300     05  WS-PREV-BANK             PIC S9(3)   COMP-3 VALUE +0.
008400     05  WS-PREV-OF-CUST-ID       PIC S9(9)   COMP-3 VALUE +0.
008500     05  WS-PRINCIPAL-TYPE        PIC X(01)   VALUE SPACE.
008600         88  WS-PRINCIPAL-OFCR-DIR        VALUE 'E' 'D'.
008700     05  WS-PRINCIPAL-NAME        PIC X(40)   VALUE SPACE.
008800     05  WS-LEND-LIMIT            PIC S9(13)V99 COMP-3 VALUE +0.
008900     05  WS-AGGR-LIMIT            PIC S9(13)V99 COMP-3 VALUE +0.
009000     05  WS-OD-THRESHOLD          PIC S9(9)V99 COMP-3 VALUE +0.
009100     05  WS-POP-WAIVED            PIC S9(13)V99 COMP-3 VALUE +0.
009200     05  WS-POP-ACCOUNTS          PIC S9(9)   COMP-3 VALUE +0.
009300     05  WS-POP-AVG               PIC S9(9)V99 COMP-3 VALUE +0.
009400     05  WS-INSDR-AVG             PIC S9(9)V99 COMP-3 VALUE +0.
009500     05  WS-PREF-CUTOFF           PIC S9(9)V99 COMP-3 VALUE +0.
009600     05  WS-OD-TOTAL              PIC S9(11)V99 COMP-3 VALUE +0.
009700     05  WS-PCT-USED              PIC S9(5)V99 COMP-3 VALUE +0.
009800     05  WS-LVL                   PIC S9(4)   COMP  VALUE +0.
009900     05  WS-NEXT-LVL              PIC S9(4)   COMP  VALUE +0.
010000     05  WS-ODX                   PIC S9(4)   COMP  VALUE +0.
010100     05  WS-OD-CNT                PIC S9(4)   COMP  VALUE +0.
010200     05  WS-TOTAL-INSIDERS        PIC S9(7)   COMP  VALUE ZERO.
010300     05  WS-TOTAL-CUSTOMERS       PIC S9(7)   COMP  VALUE ZERO.
010400     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
010500     05  WS-TOTAL-OVER-LIMIT      PIC S9(7)   COMP  VALUE ZERO.
010600     05  WS-TOTAL-PREFERENTIAL    PIC S9(7)   COMP  VALUE ZERO.
010700     05  WS-TOTAL-OVERDRAFTS      PIC S9(7)   COMP  VALUE ZERO.
010800     05  WS-TOTAL-ML-ERRORS       PIC S9(7)   COMP  VALUE ZERO.
010900*    A CIF ACCOUNT KEY IN ITS DEPOSIT AND LOAN SHAPES -- A DSDS
011000*    ACCOUNT NUMBER ENDS THE KEY IN NINE DIGITS, A MORTGAGE
011100*    LOAN NUMBER IN TEN.
011200 01  WS-ACCT-KEY                  PIC X(25)   VALUE SPACE.
011300 01  WS-ACCT-KEY-DDA REDEFINES WS-ACCT-KEY.
011400     05  FILLER                   PIC X(16).
011500     05  WS-KEY-DDA-NBR           PIC 9(09).
011600 01  WS-ACCT-KEY-ML REDEFINES WS-ACCT-KEY.
011700     05  FILLER                   PIC X(15).
011800     05  WS-KEY-ML-NBR            PIC 9(10).
011900*    RUNNING CREDIT AT FOUR LEVELS -- 1 CUSTOMER, 2 INSIDER
012000*    (WITH RELATED INTERESTS), 3 BANK, 4 ALL BANKS.  EACH
012100*    LEVEL ROLLS INTO THE NEXT ON ITS BREAK.
012200 01  WS-ACCUMULATORS.
012300     05  WS-ACCUM                 OCCURS 4 TIMES.
012400         10  AC-OD-LIMIT          PIC S9(13)V99 COMP-3.
012500         10  AC-ODB-BAL           PIC S9(13)V99 COMP-3.
012600         10  AC-CRTSY             PIC S9(13)V99 COMP-3.
012700         10  AC-ML                PIC S9(13)V99 COMP-3.
012800         10  AC-WAIVED            PIC S9(13)V99 COMP-3.
012900         10  AC-DDA-CNT           PIC S9(9)   COMP-3.
013000*    THE INSIDER'S OWN OVERDRAWN DEPOSIT ACCOUNTS, HELD UNTIL
013100*    THE INSIDER'S TOTAL IS KNOWN.
013200 01  WS-OVERDRAFT-TABLE.
013300     05  WS-OVERDRAFT             OCCURS 20 TIMES.
013400         10  OD-FILE-ID           PIC X(04).
013500         10  OD-ACCT-KEY          PIC X(25).
013600         10  OD-AMOUNT            PIC S9(11)V99 COMP-3.
013700*----------------------------------------------------------------
013800     COPY OBSTRANS.
013900*----------------------------------------------------------------
014000     COPY MLU002P.
014100*----------------------------------------------------------------
014200 01  WS-HEADING-1.
014300     05  FILLER  PIC X(132) VALUE
014400       'CIFB547  REGULATION O INSIDER EXTENSIONS OF CREDIT'.
014500 01  WS-HEADING-2.
014600     05  FILLER  PIC X(17)  VALUE 'LENDING LIMIT -  '.
014700     05  HD-LEND-LIMIT            PIC ZZ,ZZZ,ZZZ,ZZ9.
014800     05  FILLER  PIC X(23)  VALUE '   AGGREGATE LIMIT -  '.
014900     05  HD-AGGR-LIMIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
015000     05  FILLER  PIC X(25)  VALUE '   OVERDRAFT THRESHOLD - '.
015100     05  HD-OD-THRESHOLD          PIC ZZZ,ZZ9.
015200     05  FILLER  PIC X(29)  VALUE SPACE.
015300 01  WS-HEADING-3.
015400     05  FILLER  PIC X(43)  VALUE
015500       'T  CUST-ID  NAME'.
015600     05  FILLER  PIC X(41)  VALUE
015700       '     OD LIMIT    ODB BALANCE   CRTSY PAY'.
015800     05  FILLER  PIC X(48)  VALUE
015900       '   MORTGAGE/HELOC     TOTAL CREDIT FLAGS'.
016000 01  WS-BANK-HEADING.
016100     05  FILLER  PIC X(05)  VALUE 'BANK '.
016200     05  BH-BANK-NBR              PIC 999.
016300     05  FILLER  PIC X(31)  VALUE
016400       '   POPULATION WAIVERS/ACCOUNT '.
016500     05  BH-POP-AVG               PIC ZZZ,ZZ9.99.
016600     05  FILLER  PIC X(83)  VALUE SPACE.
016700 01  WS-DETAIL-LINE.
016800     05  DL-TYPE                  PIC X(01).
016900     05  FILLER                   PIC X(01)   VALUE SPACE.
017000     05  DL-CUST-ID               PIC 9(09).
017100     05  FILLER                   PIC X(01)   VALUE SPACE.
017200     05  DL-NAME                  PIC X(30).
017300     05  FILLER                   PIC X(01)   VALUE SPACE.
017400     05  DL-OD-LIMIT              PIC ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER                   PIC X(01)   VALUE SPACE.
017600     05  DL-ODB-BAL               PIC ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                   PIC X(01)   VALUE SPACE.
017800     05  DL-CRTSY                 PIC ZZZ,ZZ9.99.
017900     05  FILLER                   PIC X(01)   VALUE SPACE.
018000     05  DL-ML                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                   PIC X(01)   VALUE SPACE.
018200     05  DL-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018300     05  FILLER                   PIC X(01)   VALUE SPACE.
018400     05  DL-OVER                  PIC X(04).
018500     05  FILLER                   PIC X(01)   VALUE SPACE.
018600     05  DL-PREF                  PIC X(04).
018700     05  FILLER                   PIC X(01)   VALUE SPACE.
018800     05  DL-ML-ERROR              PIC X(01).
018900     05  FILLER                   PIC X(01)   VALUE SPACE.
019000 01  WS-BANK-TOTAL-LINE.
019100     05  FILLER  PIC X(05)  VALUE 'BANK '.
019200     05  BT-BANK-NBR              PIC 999.
019300     05  FILLER  PIC X(25)  VALUE
019400       '   TOTAL INSIDER CREDIT '.
019500     05  BT-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019600     05  FILLER  PIC X(21)  VALUE
019700       '   AGGREGATE LIMIT '.
019800     05  BT-AGGR-LIMIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
019900     05  FILLER  PIC X(03)  VALUE SPACE.
020000     05  BT-PCT-USED              PIC ZZ,ZZ9.99.
020100     05  FILLER  PIC X(07)  VALUE ' PCT   '.
020200     05  BT-EXCEEDED              PIC X(08).
020300     05  FILLER  PIC X(16)  VALUE SPACE.
020400 01  WS-TOTAL-LINE.
020500     05  TL-LABEL                 PIC X(26).
020600     05  TL-COUNT                 PIC ZZZ,ZZ9.
020700     05  FILLER                   PIC X(99)   VALUE SPACE.
020800*----------------------------------------------------------------
020900 01  WS-OD-HEADING-1.
021000     05  FILLER  PIC X(132) VALUE
021100       'CIFB547  OFFICER AND DIRECTOR OVERDRAFTS OVER THRESHOLD'.
021200 01  WS-OD-HEADING-2.
021300     05  FILLER  PIC X(44)  VALUE
021400       'BANK    CUST-ID  T  NAME'.
021500     05  FILLER  PIC X(45)  VALUE
021600       '          FILE  ACCOUNT KEY                '.
021700     05  FILLER  PIC X(43)  VALUE
021800       '      OVERDRAWN  INSIDER TOTAL'.
021900 01  WS-OD-LINE.
022000     05  OL-BANK-NBR              PIC 999.
022100     05  FILLER                   PIC X(02)   VALUE SPACE.
022200     05  OL-CUST-ID               PIC 9(09).
022300     05  FILLER                   PIC X(02)   VALUE SPACE.
022400     05  OL-TYPE                  PIC X(01).
022500     05  FILLER                   PIC X(02)   VALUE SPACE.
022600     05  OL-NAME                  PIC X(30).
022700     05  FILLER                   PIC X(05)   VALUE SPACE.
022800     05  OL-FILE-ID               PIC X(04).
022900     05  FILLER                   PIC X(02)   VALUE SPACE.
023000     05  OL-ACCT-KEY              PIC X(25).
023100     05  FILLER                   PIC X(01)   VALUE SPACE.
023200     05  OL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
023300     05  FILLER                   PIC X(01)   VALUE SPACE.
023400     05  OL-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.
023500     05  FILLER                   PIC X(17)   VALUE SPACE.
023600*----------------------------------------------------------------
023700 LINKAGE SECTION.
023800 01  CIFB547-PARM.
023900*    LEND-LIMIT IS THE BANK'S LENDING LIMIT TO ONE INSIDER AND
024000*    THEIR RELATED INTERESTS; AGGR-LIMIT IS THE CAP ON CREDIT TO
024100*    ALL INSIDERS TOGETHER (UNIMPAIRED CAPITAL AND SURPLUS).
024200*    OD-THRESHOLD IS THE AGGREGATE OVERDRAFT AN OFFICER OR
024300*    DIRECTOR MAY CARRY (1,000 WHEN ZERO).  PREF-PCT IS HOW FAR
024400*    ABOVE THE POPULATION'S WAIVERS PER ACCOUNT AN INSIDER MAY
024500*    RUN BEFORE BEING FLAGGED.  TTL-MINUTES IS PASSED TO MLU002.
024600     05  CIFB547-LEND-LIMIT        PIC 9(11).
024700     05  CIFB547-AGGR-LIMIT        PIC 9(13).
024800     05  CIFB547-OD-THRESHOLD      PIC 9(07).
024900     05  CIFB547-PREF-PCT          PIC 9(03).
025000     05  CIFB547-TTL-MINUTES       PIC 9(05).
025100*----------------------------------------------------------------
025200 PROCEDURE DIVISION USING CIFB547-PARM.
025300*
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     PERFORM 2000-REPORT-INSIDERS THRU 2000-EXIT.
025700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025800     GOBACK.
025900*----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     INITIALIZE WS-ACCUMULATORS.
026200     MOVE CIFB547-LEND-LIMIT   TO WS-LEND-LIMIT.
026300     MOVE CIFB547-AGGR-LIMIT   TO WS-AGGR-LIMIT.
026400     MOVE CIFB547-OD-THRESHOLD TO WS-OD-THRESHOLD.
026500     IF  WS-OD-THRESHOLD = ZERO
026600         MOVE 1000 TO WS-OD-THRESHOLD
026700     END-IF.
026800     OPEN INPUT OSBD501-FILE.
026900     IF  WS-OSBD-STATUS NOT = '00'
027000         DISPLAY 'CIFB547 - OSBD501 I/O ERROR, STATUS '
027100             WS-OSBD-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF.
027500     OPEN OUTPUT RPT634-FILE.
027600     OPEN OUTPUT RPT635-FILE.
027700     MOVE WS-LEND-LIMIT   TO HD-LEND-LIMIT.
027800     MOVE WS-AGGR-LIMIT   TO HD-AGGR-LIMIT.
027900     MOVE WS-OD-THRESHOLD TO HD-OD-THRESHOLD.
028000     MOVE WS-HEADING-1 TO RPT634-RECORD.
028100     WRITE RPT634-RECORD.
028200     MOVE WS-HEADING-2 TO RPT634-RECORD.
028300     WRITE RPT634-RECORD.
028400     MOVE WS-HEADING-3 TO RPT634-RECORD.
028500     WRITE RPT634-RECORD.
028600     MOVE WS-OD-HEADING-1 TO RPT635-RECORD.
028700     WRITE RPT635-RECORD.
028800     MOVE WS-OD-HEADING-2 TO RPT635-RECORD.
028900     WRITE RPT635-RECORD.
029000 1000-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300 2000-REPORT-INSIDERS.
029400*    EVERY CUSTOMER WITH AN INSIDER ROLE IN FORCE, GROUPED BY
029500*    BANK AND THE INSIDER THE ROLE BELONGS TO -- THE INSIDER
029600*    FIRST, THEN THEIR RELATED INTERESTS.  A CUSTOMER WITH TWO
029700*    ROLES FOR ONE INSIDER IS COUNTED ONCE, UNDER THE FIRST
029800*    TYPE IN D, E, P, R ORDER.
029900     EXEC SQL
030000         DECLARE CSR634 CURSOR FOR
030100         SELECT I.INSDR_BANK_NBR, I.INSDR_OF_CUST_ID,
030200                I.INSDR_CUST_ID, MIN(I.INSDR_TYPE),
030300                C.CUST_NAME, C.CUST_BANK_NBR, C.CUST_FILE_ID,
030400                C.CUST_FILE_KEY
030500           FROM CIF.INSIDER I
030600           JOIN CIF.CUSTOMER C
030700             ON C.CUST_ID = I.INSDR_CUST_ID
030800          WHERE I.INSDR_EFF_DATE <= CURRENT DATE
030900            AND I.INSDR_END_DATE >= CURRENT DATE
031000          GROUP BY I.INSDR_BANK_NBR, I.INSDR_OF_CUST_ID,
031100                   I.INSDR_CUST_ID, C.CUST_NAME,
031200                   C.CUST_BANK_NBR, C.CUST_FILE_ID,
031300                   C.CUST_FILE_KEY
031400          ORDER BY 1, 2,
031500                   CASE WHEN I.INSDR_CUST_ID = I.INSDR_OF_CUST_ID
031600                        THEN 0 ELSE 1 END,
031700                   3
031800     END-EXEC.
031900     EXEC SQL
032000         OPEN CSR634
032100     END-EXEC.
032200     PERFORM 2100-FETCH-INSIDER THRU 2100-EXIT.
032300     IF  NOT WS-EOF-YES
032310         MOVE WS-BANK-NBR   TO WS-PREV-BANK
032320         MOVE WS-OF-CUST-ID TO WS-PREV-OF-CUST-ID
032400         PERFORM 4600-START-BANK THRU 4600-EXIT
032500         PERFORM 4100-START-INSIDER THRU 4100-EXIT
032600     END-IF.
032700     PERFORM 2200-REPORT-ONE-CUSTOMER THRU 2200-EXIT
032800         UNTIL WS-EOF-YES.
032900     EXEC SQL
033000         CLOSE CSR634
033100     END-EXEC.
033200     IF  WS-TOTAL-CUSTOMERS > ZERO
033300         PERFORM 4000-INSIDER-BREAK THRU 4000-EXIT
033400         PERFORM 4500-BANK-BREAK THRU 4500-EXIT
033500     END-IF.
033600 2000-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900 2100-FETCH-INSIDER.
034000     EXEC SQL
034100         FETCH CSR634
034200          INTO :WS-BANK-NBR, :WS-OF-CUST-ID, :WS-CUST-ID,
034300               :WS-INSDR-TYPE, :WS-CUST-NAME,
034400               :WS-CUST-BANK-NBR, :WS-CUST-FILE-ID,
034500               :WS-CUST-FILE-KEY
034600     END-EXEC.
034700     IF  SQLCODE NOT = ZERO
034800         SET WS-EOF-YES TO TRUE
034900     END-IF.
035000 2100-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300 2200-REPORT-ONE-CUSTOMER.
035400     IF  WS-BANK-NBR   NOT = WS-PREV-BANK
035500     OR  WS-OF-CUST-ID NOT = WS-PREV-OF-CUST-ID
035600         PERFORM 4000-INSIDER-BREAK THRU 4000-EXIT
035700     END-IF.
035800     IF  WS-BANK-NBR NOT = WS-PREV-BANK
035900         PERFORM 4500-BANK-BREAK THRU 4500-EXIT
036000         PERFORM 4600-START-BANK THRU 4600-EXIT
036100     END-IF.
036200     IF  WS-OF-CUST-ID NOT = WS-PREV-OF-CUST-ID
036300     OR  WS-BANK-NBR   NOT = WS-PREV-BANK
036400         PERFORM 4100-START-INSIDER THRU 4100-EXIT
036500     END-IF.
036600     MOVE WS-BANK-NBR   TO WS-PREV-BANK.
036700     MOVE WS-OF-CUST-ID TO WS-PREV-OF-CUST-ID.
036800     ADD 1 TO WS-TOTAL-CUSTOMERS.
036900     MOVE 'N' TO WS-ML-ERROR-SW.
037000     PERFORM 3000-GATHER-CREDIT THRU 3000-EXIT.
037100     MOVE WS-INSDR-TYPE      TO DL-TYPE.
037200     MOVE WS-CUST-ID         TO DL-CUST-ID.
037300     MOVE WS-CUST-NAME       TO DL-NAME.
037400     MOVE SPACES             TO DL-OVER DL-PREF.
037500     IF  WS-ML-ERROR
037600         MOVE '*'            TO DL-ML-ERROR
037700     ELSE
037800         MOVE SPACE          TO DL-ML-ERROR
037900     END-IF.
038000     MOVE 1 TO WS-LVL.
038100     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
038200     PERFORM 4900-ROLL-UP THRU 4900-EXIT.
038300     PERFORM 2100-FETCH-INSIDER THRU 2100-EXIT.
038400 2200-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700 3000-GATHER-CREDIT.
038800*    THE CUSTOMER'S OPEN DEPOSIT AND MORTGAGE ACCOUNTS AT THE
038900*    INSIDER'S BANK, BY WAY OF CIF.CUSTXREF.
039000     MOVE 'N' TO WS-ACCT-EOF-SW.
039100     EXEC SQL
039200         DECLARE CSR635 CURSOR FOR
039300         SELECT A.ACCT_FILE_ID, A.ACCT_KEY, A.ACCT_BALANCE
039400           FROM CIF.CUSTXREF X
039500           JOIN CIF.ACCOUNT A
039600             ON A.ACCT_BANK_NBR    = X.BANK_NBR
039700            AND A.ACCT_KEY         = X.FILE_KEY
039800          WHERE X.RELATED_BANK_NBR = :WS-CUST-BANK-NBR
039900            AND X.RELATED_FILE_ID  = :WS-CUST-FILE-ID
040000            AND X.RELATED_FILE_KEY = :WS-CUST-FILE-KEY
040100            AND X.FILE_ID          = 'ACCT'
040200            AND A.ACCT_BANK_NBR    = :WS-BANK-NBR
040300            AND A.ACCT_STATUS      = 'O'
040400            AND A.ACCT_FILE_ID    IN ('DDA ', 'ML  ')
040500     END-EXEC.
040600     EXEC SQL
040700         OPEN CSR635
040800     END-EXEC.
040900     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT.
041000     PERFORM 3200-GATHER-ONE-ACCOUNT THRU 3200-EXIT
041100         UNTIL WS-ACCT-EOF-YES.
041200     EXEC SQL
041300         CLOSE CSR635
041400     END-EXEC.
041500 3000-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800 3100-FETCH-ACCOUNT.
041900     EXEC SQL
042000         FETCH CSR635
042100          INTO :WS-ACCT-FILE-ID, :WS-ACCT-KEY, :WS-ACCT-BALANCE
042200     END-EXEC.
042300     IF  SQLCODE NOT = ZERO
042400         SET WS-ACCT-EOF-YES TO TRUE
042500     END-IF.
042600 3100-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900 3200-GATHER-ONE-ACCOUNT.
043000     ADD 1 TO WS-TOTAL-ACCOUNTS.
043100     IF  WS-ACCT-DDA
043200         PERFORM 3300-GATHER-DEPOSIT THRU 3300-EXIT
043300     ELSE
043400         PERFORM 3500-GATHER-MORTGAGE THRU 3500-EXIT
043500     END-IF.
043600     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT.
043700 3200-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000 3300-GATHER-DEPOSIT.
044100*    THE OVERDRAFT LINE FROM THE OSBD501 HEADER, THE COURTESY-
044200*    PAY LIMIT, AND THE LAST TWELVE MONTHS' APPROVED WAIVERS.
044300*    AN OVERDRAWN BALANCE ON THE INSIDER'S OWN ACCOUNT IS HELD
044400*    FOR THE OVERDRAFT LIST.
044500     IF  WS-KEY-DDA-NBR NOT NUMERIC
044600         GO TO 3300-EXIT
044700     END-IF.
044800     MOVE WS-KEY-DDA-NBR TO WS-DSDS-ACCT-NO.
044900     ADD 1 TO AC-DDA-CNT (1).
045000     MOVE WS-KEY-DDA-NBR TO ODH-ACCT-NO.
045100     READ OSBD501-FILE
045200         INVALID KEY
045300             CONTINUE
045400     END-READ.
045500     IF  WS-OSBD-STATUS = '00'
045600         IF  ODH-BANK-NO = WS-BANK-NBR
045700             ADD ODH-AUTH-CR-LIMIT TO AC-OD-LIMIT (1)
045800             ADD ODH-ODB-LOAN-BAL  TO AC-ODB-BAL (1)
045900         END-IF
046000     ELSE
046100         IF  WS-OSBD-STATUS NOT = '23'
046200             DISPLAY 'CIFB547 - OSBD501 I/O ERROR, STATUS '
046300                 WS-OSBD-STATUS
046400             MOVE 16 TO RETURN-CODE
046500             GOBACK
046600         END-IF
046700     END-IF.
046800     MOVE ZERO TO WS-CRTSY-LIMIT.
046900     EXEC SQL
047000         SELECT COALESCE(MAX(CPY_LIMIT), 0)
047100           INTO :WS-CRTSY-LIMIT
047200           FROM DSDS.CRTSYPAY
047300          WHERE CPY_BANK_NO = :WS-BANK-NBR
047400            AND CPY_ACCT_NO = :WS-DSDS-ACCT-NO
047500     END-EXEC.
047600     IF  SQLCODE = ZERO
047700         ADD WS-CRTSY-LIMIT TO AC-CRTSY (1)
047800     END-IF.
047900     MOVE ZERO TO WS-WAIVED.
048000     EXEC SQL
048100         SELECT COALESCE(SUM(WVR_AMOUNT), 0)
048200           INTO :WS-WAIVED
048300           FROM DSDS.WVRAUTH
048400          WHERE WVR_BANK_NO     = :WS-BANK-NBR
048500            AND WVR_ACCT_NO     = :WS-DSDS-ACCT-NO
048600            AND WVR_STATUS      = 'A'
048700            AND WVR_PLACED_DATE >= CURRENT DATE - 12 MONTHS
048800     END-EXEC.
048900     IF  SQLCODE = ZERO
049000         ADD WS-WAIVED TO AC-WAIVED (1)
049100     END-IF.
049200     IF  WS-ACCT-BALANCE < ZERO
049300     AND WS-CUST-ID = WS-OF-CUST-ID
049400     AND WS-OD-CNT < 20
049500         ADD 1 TO WS-OD-CNT
049600         MOVE WS-ACCT-FILE-ID TO OD-FILE-ID (WS-OD-CNT)
049700         MOVE WS-ACCT-KEY     TO OD-ACCT-KEY (WS-OD-CNT)
049800         COMPUTE OD-AMOUNT (WS-OD-CNT) = 0 - WS-ACCT-BALANCE
049900         ADD OD-AMOUNT (WS-OD-CNT) TO WS-OD-TOTAL
050000     END-IF.
050100 3300-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 3500-GATHER-MORTGAGE.
050500*    A HELOC IS CREDIT TO ITS FULL LINE WHETHER DRAWN OR NOT,
050600*    SO THE LOAN COUNTS AT THE GREATER OF ITS PRINCIPAL
050700*    BALANCE AND ITS CREDIT LINE.
050800     IF  WS-KEY-ML-NBR NOT NUMERIC
050900         GO TO 3500-EXIT
051000     END-IF.
051100     MOVE WS-BANK-NBR         TO MLU002-BANK-NBR.
051200     MOVE WS-KEY-ML-NBR       TO MLU002-ACCT-NBR.
051300     MOVE 'CIFB547'           TO MLU002-SOURCE-PROG.
051400     MOVE CIFB547-TTL-MINUTES TO MLU002-TTL-MINUTES.
051500     CALL 'MLU002' USING MLU002-PARAMETERS.
051600     IF  NOT MLU002-VALID
051700     OR  MLU002-STATUS-CODE NOT = '0000'
051800         SET WS-ML-ERROR TO TRUE
051900         ADD 1 TO WS-TOTAL-ML-ERRORS
052000         GO TO 3500-EXIT
052100     END-IF.
052200     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
052300     IF  ML02003-MAX-CREDIT > ML02003-PRIN-BALANCE
052400         MOVE ML02003-MAX-CREDIT   TO WS-ML-CREDIT
052500     ELSE
052600         MOVE ML02003-PRIN-BALANCE TO WS-ML-CREDIT
052700     END-IF.
052800     ADD WS-ML-CREDIT TO AC-ML (1).
052900 3500-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200 4000-INSIDER-BREAK.
053300*    THE INSIDER'S TOTAL LINE, FLAGGED WHEN THE CREDIT IS OVER
053400*    THE LENDING LIMIT OR THE WAIVERS RUN PREFERENTIAL, THEN
053500*    THE OVERDRAFT LIST WHEN AN OFFICER OR DIRECTOR IS OVER THE
053600*    THRESHOLD.
053700     MOVE SPACE              TO DL-TYPE.
053800     MOVE WS-PREV-OF-CUST-ID TO DL-CUST-ID.
053900     MOVE 'INSIDER TOTAL'    TO DL-NAME.
054000     MOVE SPACES             TO DL-OVER DL-PREF DL-ML-ERROR.
054100     IF  WS-LEND-LIMIT > ZERO
054200     AND AC-OD-LIMIT (2) + AC-CRTSY (2) + AC-ML (2)
054300                                     > WS-LEND-LIMIT
054400         MOVE 'OVER'         TO DL-OVER
054500         ADD 1 TO WS-TOTAL-OVER-LIMIT
054600     END-IF.
054700     PERFORM 4200-CHECK-PREFERENTIAL THRU 4200-EXIT.
054800     MOVE 2 TO WS-LVL.
054900     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
055000     MOVE SPACES TO RPT634-RECORD.
055100     WRITE RPT634-RECORD.
055200     IF  WS-PRINCIPAL-OFCR-DIR
055300     AND WS-OD-TOTAL > WS-OD-THRESHOLD
055400         PERFORM 4300-LIST-OVERDRAFT THRU 4300-EXIT
055500             VARYING WS-ODX FROM 1 BY 1
055600             UNTIL WS-ODX > WS-OD-CNT
055700     END-IF.
055800     PERFORM 4900-ROLL-UP THRU 4900-EXIT.
055900 4000-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200 4100-START-INSIDER.
056300*    THE FIRST ROW OF A GROUP IS THE INSIDER'S OWN WHEN THEIR
056400*    ROLE IS IN FORCE; A RELATED INTEREST WHOSE INSIDER HAS NO
056500*    ROLE IN FORCE STANDS ON ITS OWN.
056600     ADD 1 TO WS-TOTAL-INSIDERS.
056700     MOVE ZERO TO WS-OD-CNT.
056800     MOVE ZERO TO WS-OD-TOTAL.
056900     MOVE WS-INSDR-TYPE TO WS-PRINCIPAL-TYPE.
057000     MOVE WS-CUST-NAME  TO WS-PRINCIPAL-NAME.
057100 4100-EXIT.
057200     EXIT.
057300*----------------------------------------------------------------
057400 4200-CHECK-PREFERENTIAL.
057500*    WAIVERS PER DEPOSIT ACCOUNT ACROSS THE INSIDER'S GROUP
057600*    AGAINST THE BANK'S POPULATION, WITH PREF-PCT OF LEEWAY.
057700     IF  AC-DDA-CNT (2) = ZERO
057800     OR  AC-WAIVED (2) NOT > ZERO
057900         GO TO 4200-EXIT
058000     END-IF.
058100     COMPUTE WS-INSDR-AVG ROUNDED =
058200         AC-WAIVED (2) / AC-DDA-CNT (2).
058300     COMPUTE WS-PREF-CUTOFF ROUNDED =
058400         WS-POP-AVG * (100 + CIFB547-PREF-PCT) / 100.
058500     IF  WS-INSDR-AVG > WS-PREF-CUTOFF
058600         MOVE 'PREF' TO DL-PREF
058700         ADD 1 TO WS-TOTAL-PREFERENTIAL
058800     END-IF.
058900 4200-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200 4300-LIST-OVERDRAFT.
059300     ADD 1 TO WS-TOTAL-OVERDRAFTS.
059400     MOVE WS-PREV-BANK           TO OL-BANK-NBR.
059500     MOVE WS-PREV-OF-CUST-ID     TO OL-CUST-ID.
059600     MOVE WS-PRINCIPAL-TYPE      TO OL-TYPE.
059700     MOVE WS-PRINCIPAL-NAME      TO OL-NAME.
059800     MOVE OD-FILE-ID (WS-ODX)    TO OL-FILE-ID.
059900     MOVE OD-ACCT-KEY (WS-ODX)   TO OL-ACCT-KEY.
060000     MOVE OD-AMOUNT (WS-ODX)     TO OL-AMOUNT.
060100     MOVE WS-OD-TOTAL            TO OL-TOTAL.
060200     MOVE WS-OD-LINE TO RPT635-RECORD.
060300     WRITE RPT635-RECORD.
060400 4300-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700 4500-BANK-BREAK.
060800*    ALL INSIDER CREDIT AT THE BANK AGAINST THE AGGREGATE
060900*    LIMIT.
061000     MOVE WS-PREV-BANK  TO BT-BANK-NBR.
061100     COMPUTE BT-TOTAL = AC-OD-LIMIT (3) + AC-CRTSY (3)
061200                      + AC-ML (3).
061300     MOVE WS-AGGR-LIMIT TO BT-AGGR-LIMIT.
061400     MOVE SPACES        TO BT-EXCEEDED.
061500     IF  WS-AGGR-LIMIT > ZERO
061600         COMPUTE WS-PCT-USED ROUNDED =
061700             (AC-OD-LIMIT (3) + AC-CRTSY (3) + AC-ML (3))
061800             * 100 / WS-AGGR-LIMIT
061900         IF  WS-PCT-USED > 100
062000             MOVE 'EXCEEDED' TO BT-EXCEEDED
062100         END-IF
062200     ELSE
062300         MOVE ZERO TO WS-PCT-USED
062400     END-IF.
062500     MOVE WS-PCT-USED   TO BT-PCT-USED.
062600     MOVE WS-BANK-TOTAL-LINE TO RPT634-RECORD.
062700     WRITE RPT634-RECORD.
062800     MOVE SPACES TO RPT634-RECORD.
062900     WRITE RPT634-RECORD.
063000     MOVE 3 TO WS-LVL.
063100     PERFORM 4900-ROLL-UP THRU 4900-EXIT.
063200 4500-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500 4600-START-BANK.
063600*    THE GENERAL POPULATION'S APPROVED WAIVERS PER OPEN DEPOSIT
063700*    ACCOUNT OVER THE SAME TWELVE MONTHS.
063800     MOVE ZERO TO WS-POP-WAIVED WS-POP-ACCOUNTS WS-POP-AVG.
063900     EXEC SQL
064000         SELECT COALESCE(SUM(WVR_AMOUNT), 0)
064100           INTO :WS-POP-WAIVED
064200           FROM DSDS.WVRAUTH
064300          WHERE WVR_BANK_NO     = :WS-BANK-NBR
064400            AND WVR_STATUS      = 'A'
064500            AND WVR_PLACED_DATE >= CURRENT DATE - 12 MONTHS
064600     END-EXEC.
064700     EXEC SQL
064800         SELECT COUNT(*)
064900           INTO :WS-POP-ACCOUNTS
065000           FROM CIF.ACCOUNT
065100          WHERE ACCT_BANK_NBR = :WS-BANK-NBR
065200            AND ACCT_FILE_ID  = 'DDA '
065300            AND ACCT_STATUS   = 'O'
065400     END-EXEC.
065500     IF  WS-POP-ACCOUNTS > ZERO
065600         COMPUTE WS-POP-AVG ROUNDED =
065700             WS-POP-WAIVED / WS-POP-ACCOUNTS
065800     END-IF.
065900     MOVE WS-BANK-NBR TO BH-BANK-NBR.
066000     MOVE WS-POP-AVG  TO BH-POP-AVG.
066100     MOVE WS-BANK-HEADING TO RPT634-RECORD.
066200     WRITE RPT634-RECORD.
066300 4600-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 4900-ROLL-UP.
066700     COMPUTE WS-NEXT-LVL = WS-LVL + 1.
066800     ADD AC-OD-LIMIT (WS-LVL) TO AC-OD-LIMIT (WS-NEXT-LVL).
066900     ADD AC-ODB-BAL (WS-LVL)  TO AC-ODB-BAL (WS-NEXT-LVL).
067000     ADD AC-CRTSY (WS-LVL)    TO AC-CRTSY (WS-NEXT-LVL).
067100     ADD AC-ML (WS-LVL)       TO AC-ML (WS-NEXT-LVL).
067200     ADD AC-WAIVED (WS-LVL)   TO AC-WAIVED (WS-NEXT-LVL).
067300     ADD AC-DDA-CNT (WS-LVL)  TO AC-DDA-CNT (WS-NEXT-LVL).
067400     INITIALIZE WS-ACCUM (WS-LVL).
067500 4900-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800 5000-WRITE-DETAIL.
067900*    CREDIT EXTENDED IS THE OVERDRAFT LINE, THE COURTESY-PAY
068000*    LIMIT, AND THE MORTGAGE/HELOC CREDIT; THE ODB BALANCE IS
068100*    DRAWN UNDER THE OVERDRAFT LINE AND SHOWN FOR REFERENCE.
068200     MOVE AC-OD-LIMIT (WS-LVL) TO DL-OD-LIMIT.
068300     MOVE AC-ODB-BAL (WS-LVL)  TO DL-ODB-BAL.
068400     MOVE AC-CRTSY (WS-LVL)    TO DL-CRTSY.
068500     MOVE AC-ML (WS-LVL)       TO DL-ML.
068600     COMPUTE DL-TOTAL = AC-OD-LIMIT (WS-LVL) + AC-CRTSY (WS-LVL)
068700                      + AC-ML (WS-LVL).
068800     MOVE WS-DETAIL-LINE TO RPT634-RECORD.
068900     WRITE RPT634-RECORD.
069000 5000-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------
069300 8000-FINALIZE.
069400     CLOSE OSBD501-FILE.
069500     MOVE 'INSIDERS REPORTED       - ' TO TL-LABEL.
069600     MOVE WS-TOTAL-INSIDERS     TO TL-COUNT.
069700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
069800     MOVE 'CUSTOMERS (WITH RELATED)- ' TO TL-LABEL.
069900     MOVE WS-TOTAL-CUSTOMERS    TO TL-COUNT.
070000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
070100     MOVE 'ACCOUNTS EXAMINED       - ' TO TL-LABEL.
070200     MOVE WS-TOTAL-ACCOUNTS     TO TL-COUNT.
070300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
070400     MOVE 'OVER LENDING LIMIT      - ' TO TL-LABEL.
070500     MOVE WS-TOTAL-OVER-LIMIT   TO TL-COUNT.
070600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
070700     MOVE 'PREFERENTIAL WAIVERS    - ' TO TL-LABEL.
070800     MOVE WS-TOTAL-PREFERENTIAL TO TL-COUNT.
070900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071000     MOVE 'OVERDRAFTS LISTED       - ' TO TL-LABEL.
071100     MOVE WS-TOTAL-OVERDRAFTS   TO TL-COUNT.
071200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071300     MOVE 'MORTGAGE LOOKUPS FAILED - ' TO TL-LABEL.
071400     MOVE WS-TOTAL-ML-ERRORS    TO TL-COUNT.
071500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071600     CLOSE RPT634-FILE.
071700     CLOSE RPT635-FILE.
071800 8000-EXIT.
071900     EXIT.
072000*----------------------------------------------------------------
072100 8100-WRITE-TOTAL.
072200     MOVE WS-TOTAL-LINE TO RPT634-RECORD.
072300     WRITE RPT634-RECORD.
072400 8100-EXIT.
072500     EXIT.
