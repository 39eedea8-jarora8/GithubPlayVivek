000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB539.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY ELDER     *
001500*                      FINANCIAL EXPLOITATION SCORER.  EVERY     *
001600*                      CUSTOMER PAST THE SENIOR AGE (FROM        *
001700*                      CUSTI-BIRTH-DATE) IS CHECKED FOR FIVE     *
001800*                      RISK EVENTS INSIDE ONE ROLLING WINDOW --  *
001900*                      A NEW MAILING ADDRESS (CIFB528 OR ONLINE  *
002000*                      MAINTENANCE), A CHANGED CELL PHONE, A     *
002100*                      NEW PARTY IN THE CIFU021 HOUSEHOLD,       *
002200*                      LARGE WIRE OR CASH OUTFLOWS ON THE        *
002300*                      ARCHIVE, AND FIRST-EVER CARD USE IN A     *
002400*                      STATE AWAY FROM HOME.  CONTACT AND        *
002500*                      HOUSEHOLD CHANGES ARE SEEN AGAINST THE    *
002600*                      DSDS.ELDERSNP BASELINE.  ENOUGH EVENTS    *
002700*                      TOGETHER OPEN A DSDS.AMLCASE CASE UNDER   *
002800*                      SOURCE DSDSB539, SO THE DSDSO502          *
002900*                      WORKLIST CARRIES IT, AND EVERY SCORED     *
003000*                      RUN IS KEPT ON DSDS.ELDERHST FOR THE APS  *
003100*                      REFERRAL TREND.                           *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RPT624-FILE ASSIGN TO RPT624
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPT624-FILE
004500     RECORDING MODE F.
004600 01  RPT624-RECORD               PIC X(132).
004700*----------------------------------------------------------------
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
005000     05  WS-EOF-SW                PIC X       VALUE 'N'.
005100         88  WS-EOF-YES                   VALUE 'Y'.
005200     05  WS-SNAP-SW               PIC X       VALUE 'N'.
005300         88  WS-SNAP-FOUND                VALUE 'Y'.
005400         88  WS-SNAP-NEW                  VALUE 'N'.
005500 01  WS-WORK-FIELDS.
005600     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
005700     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
005800     05  WS-WINDOW-START          PIC X(10)   VALUE SPACE.
005900     05  WS-CUT-PACKED            PIC S9(7)   COMP-3 VALUE +0.
006000     05  WS-ARCH-BANK             PIC S9(2)   COMP-3 VALUE +0.
006100     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
006200     05  WS-ITEM-COUNT            PIC S9(7)   COMP  VALUE +0.
006300     05  WS-ITEM-SUM              PIC S9(11)V99 COMP-3 VALUE +0.
006400     05  WS-FAR-COUNT             PIC S9(7)   COMP  VALUE +0.
006500     05  WS-DUP-COUNT             PIC S9(4)   COMP  VALUE +0.
006600     05  WS-NEXT-CASE             PIC S9(9)   COMP  VALUE ZERO.
006700     05  WS-ALERT-KEY             PIC X(50)   VALUE SPACE.
006800     05  WS-TOTAL-SENIORS         PIC S9(7)   COMP  VALUE ZERO.
006900     05  WS-TOTAL-BASELINED       PIC S9(7)   COMP  VALUE ZERO.
007000     05  WS-TOTAL-SCORED          PIC S9(7)   COMP  VALUE ZERO.
007100     05  WS-TOTAL-FLAGGED         PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-TOTAL-OPENED          PIC S9(7)   COMP  VALUE ZERO.
007300     05  WS-TOTAL-ALREADY         PIC S9(7)   COMP  VALUE ZERO.
007400*    THE ROW JUST FETCHED -- ONE PER OPEN ACCOUNT OF A SENIOR
007500*    CUSTOMER, IN CUSTOMER ORDER.
007600 01  WS-ROW.
007700     05  WS-ROW-CUST-ID           PIC S9(9)   COMP-3 VALUE +0.
007800     05  WS-ROW-CUST-NAME         PIC X(40)   VALUE SPACE.
007900     05  WS-ROW-BANK-NBR          PIC S9(3)   COMP-3 VALUE +0.
008000     05  WS-ROW-FILE-ID           PIC X(04)   VALUE SPACE.
008100     05  WS-ROW-FILE-KEY          PIC X(25)   VALUE SPACE.
008200     05  WS-ROW-ADDR-LINE1        PIC X(40)   VALUE SPACE.
008300     05  WS-ROW-ADDR-STATE        PIC X(02)   VALUE SPACE.
008400     05  WS-ROW-ADDR-ZIP          PIC X(09)   VALUE SPACE.
008500     05  WS-ROW-CELL-PHONE        PIC S9(11)  COMP-3 VALUE +0.
008600 01  WS-KEY-WORK.
008700     05  FILLER                   PIC X(16).
008800     05  WS-KEY-ACCT-NBR          PIC 9(09).
008900*    THE CUSTOMER BEING SCORED.  HOME IS THE ADDRESS ON THE
009000*    CUSTOMER'S FIRST ACCOUNT IN KEY ORDER.
009100 01  WS-CUSTOMER.
009200     05  WS-CUR-CUST-ID           PIC S9(9)   COMP-3 VALUE +0.
009300     05  WS-CUR-CUST-NAME         PIC X(40)   VALUE SPACE.
009400     05  WS-HOME-LINE1            PIC X(40)   VALUE SPACE.
009500     05  WS-HOME-ZIP              PIC X(09)   VALUE SPACE.
009600     05  WS-CELL-PHONE            PIC S9(11)  COMP-3 VALUE +0.
009700     05  WS-PARTY-COUNT           PIC S9(4)   COMP  VALUE +0.
009800     05  WS-PARTY-SUM             PIC S9(15)  COMP-3 VALUE +0.
009900     05  WS-OUTFLOW-COUNT         PIC S9(7)   COMP  VALUE +0.
010000     05  WS-OUTFLOW-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
010100     05  WS-CARD-COUNT            PIC S9(7)   COMP  VALUE +0.
010200     05  WS-EVENT-COUNT           PIC S9(4)   COMP  VALUE +0.
010300     05  WS-SCORE                 PIC S9(5)   COMP-3 VALUE +0.
010400     05  WS-CASE-NBR              PIC S9(9)   COMP  VALUE ZERO.
010500     05  WS-EVENT-FLAGS.
010600         10  WS-ADDR-EVENT        PIC X(01)   VALUE 'N'.
010700         10  WS-PHONE-EVENT       PIC X(01)   VALUE 'N'.
010800         10  WS-PARTY-EVENT       PIC X(01)   VALUE 'N'.
010900         10  WS-OUTFLOW-EVENT     PIC X(01)   VALUE 'N'.
011000         10  WS-CARD-EVENT        PIC X(01)   VALUE 'N'.
011100*----------------------------------------------------------------
011200     COPY CIFU521P.
011300*----------------------------------------------------------------
011400     COPY CIFU02AR.
011500*----------------------------------------------------------------
011600     COPY CIFU02HH.
011700*----------------------------------------------------------------
011800     COPY DSDSELDS.
011900*----------------------------------------------------------------
012000     COPY DSDSELDH.
012100*----------------------------------------------------------------
012200     COPY ADMU503P.
012300*----------------------------------------------------------------
012400 01  WS-HEADING-1.
012500     05  FILLER  PIC X(132) VALUE
012600       'DSDSB539  ELDER FINANCIAL EXPLOITATION WATCH'.
012700 01  WS-HEADING-2.
012800     05  FILLER  PIC X(21) VALUE 'ACTION    CUST-ID    '.
012900     05  FILLER  PIC X(34) VALUE 'NAME'.
013000     05  FILLER  PIC X(07) VALUE 'SCORE'.
013100     05  FILLER  PIC X(11) VALUE 'A P H O C'.
013200     05  FILLER  PIC X(16) VALUE '   OUTFLOW-AMT'.
013300     05  FILLER  PIC X(43) VALUE 'CASE-NBR'.
013400 01  WS-DETAIL-LINE.
013500     05  DL-ACTION                PIC X(08).
013600     05  FILLER                   PIC X(02)   VALUE SPACE.
013700     05  DL-CUST-ID               PIC 9(09).
013800     05  FILLER                   PIC X(02)   VALUE SPACE.
013900     05  DL-CUST-NAME             PIC X(30).
014000     05  FILLER                   PIC X(04)   VALUE SPACE.
014100     05  DL-SCORE                 PIC ZZZZ9.
014200     05  FILLER                   PIC X(02)   VALUE SPACE.
014300     05  DL-ADDR-EVENT            PIC X(01).
014400     05  FILLER                   PIC X(01)   VALUE SPACE.
014500     05  DL-PHONE-EVENT           PIC X(01).
014600     05  FILLER                   PIC X(01)   VALUE SPACE.
014700     05  DL-PARTY-EVENT           PIC X(01).
014800     05  FILLER                   PIC X(01)   VALUE SPACE.
014900     05  DL-OUTFLOW-EVENT         PIC X(01).
015000     05  FILLER                   PIC X(01)   VALUE SPACE.
015100     05  DL-CARD-EVENT            PIC X(01).
015200     05  FILLER                   PIC X(02)   VALUE SPACE.
015300     05  DL-OUTFLOW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
015400     05  FILLER                   PIC X(02)   VALUE SPACE.
015500     05  DL-CASE-NBR              PIC Z(8)9.
015600     05  FILLER                   PIC X(33)   VALUE SPACE.
015700 01  WS-TOTAL-LINE-1.
015800     05  FILLER       PIC X(19) VALUE 'SENIORS CHECKED  - '.
015900     05  TL-SENIORS               PIC ZZZ,ZZ9.
016000     05  FILLER                   PIC X(106)  VALUE SPACE.
016100 01  WS-TOTAL-LINE-2.
016200     05  FILLER       PIC X(19) VALUE 'NEW BASELINES    - '.
016300     05  TL-BASELINED             PIC ZZZ,ZZ9.
016400     05  FILLER                   PIC X(106)  VALUE SPACE.
016500 01  WS-TOTAL-LINE-3.
016600     05  FILLER       PIC X(19) VALUE 'WITH LIVE EVENTS - '.
016700     05  TL-SCORED                PIC ZZZ,ZZ9.
016800     05  FILLER                   PIC X(106)  VALUE SPACE.
016900 01  WS-TOTAL-LINE-4.
017000     05  FILLER       PIC X(19) VALUE 'FLAGGED          - '.
017100     05  TL-FLAGGED               PIC ZZZ,ZZ9.
017200     05  FILLER                   PIC X(106)  VALUE SPACE.
017300 01  WS-TOTAL-LINE-5.
017400     05  FILLER       PIC X(19) VALUE 'CASES OPENED     - '.
017500     05  TL-OPENED                PIC ZZZ,ZZ9.
017600     05  FILLER                   PIC X(106)  VALUE SPACE.
017700 01  WS-TOTAL-LINE-6.
017800     05  FILLER       PIC X(19) VALUE 'CASE ALREADY OPEN- '.
017900     05  TL-ALREADY               PIC ZZZ,ZZ9.
018000     05  FILLER                   PIC X(106)  VALUE SPACE.
018100*----------------------------------------------------------------
018200 LINKAGE SECTION.
018300 01  DSDSB539-PARM.
018400*    SENIOR-AGE IN YEARS.  WINDOW-DAYS IS HOW CLOSE TOGETHER
018500*    THE EVENTS MUST FALL; MIN-EVENTS OF THE FIVE EVENT TYPES
018600*    INSIDE IT FLAGS THE CUSTOMER.  AN OUTFLOW IS ANY ARCHIVED
018700*    ITEM ON ONE OF THE OUT-CODES (CASH WITHDRAWAL AND OUTGOING
018800*    WIRE CODES) AT OR OVER LARGE-AMT.  DEADLINE-DAYS IS THE
018900*    CASE CLOCK IN BUSINESS DAYS, AS DSDSB529 RUNS IT.
019000     05  DSDSB539-SENIOR-AGE       PIC 9(03).
019100     05  DSDSB539-WINDOW-DAYS      PIC 9(03).
019200     05  DSDSB539-MIN-EVENTS       PIC 9(01).
019300     05  DSDSB539-LARGE-AMT        PIC 9(09)V99.
019400     05  DSDSB539-OUT-CODE         PIC 9(03)  OCCURS 8 TIMES.
019500     05  DSDSB539-DEADLINE-DAYS    PIC 9(03).
019600*----------------------------------------------------------------
019700 PROCEDURE DIVISION USING DSDSB539-PARM.
019800*
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-SCORE-ONE-CUSTOMER THRU 2000-EXIT
020200         UNTIL WS-EOF-YES.
020300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
020400     GOBACK.
020500*----------------------------------------------------------------
020600 1000-INITIALIZE.
020700     OPEN OUTPUT RPT624-FILE.
020800     MOVE WS-HEADING-1 TO RPT624-RECORD.
020900     WRITE RPT624-RECORD.
021000     MOVE WS-HEADING-2 TO RPT624-RECORD.
021100     WRITE RPT624-RECORD.
021200     EXEC SQL
021300         SET :WS-TODAY = CURRENT DATE
021400     END-EXEC.
021500     EXEC SQL
021600         SET :WS-WINDOW-START =
021700             CURRENT DATE - :DSDSB539-WINDOW-DAYS DAYS
021800     END-EXEC.
021900     EXEC SQL
022000         SET :WS-CUT-PACKED =
022100             (YEAR(CURRENT DATE - :DSDSB539-WINDOW-DAYS DAYS)
022200                 - 1900) * 10000
022300             + MONTH(CURRENT DATE - :DSDSB539-WINDOW-DAYS DAYS)
022400                 * 100
022500             + DAY(CURRENT DATE - :DSDSB539-WINDOW-DAYS DAYS)
022600     END-EXEC.
022700*    EVERY OPEN ACCOUNT OF EVERY LIVING CUSTOMER PAST THE
022800*    SENIOR AGE, CUSTOMER BY CUSTOMER.
022900     EXEC SQL
023000         DECLARE CSR624 CURSOR FOR
023100         SELECT C.CUST_ID, C.CUST_NAME,
023200                A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY,
023300                D.ADDR_LINE1, D.ADDR_STATE, D.ADDR_ZIP,
023400                COALESCE(I.CUSTI_CELL_PHONE, 0)
023500           FROM CIF.CUSTOMER C
023600           JOIN CIF.CUSTIND I
023700             ON I.CUSTI_CUST_ID = C.CUST_ID
023800           JOIN CIF.CUSTXREF X
023820             ON X.RELATED_BANK_NBR = C.CUST_BANK_NBR
023840            AND X.RELATED_FILE_ID  = C.CUST_FILE_ID
023860            AND X.RELATED_FILE_KEY = C.CUST_FILE_KEY
023880            AND X.RELATED_FILE_ID  = 'CUST'
023900            AND X.FILE_ID          = 'ACCT'
023950           JOIN CIF.ACCOUNT A
024000             ON A.ACCT_BANK_NBR = X.BANK_NBR
024100            AND A.ACCT_KEY      = X.FILE_KEY
024200           JOIN CIF.ADDRESS D
024300             ON D.ADDR_ADDRESS_ID = A.ACCT_ADDRESS_ID
024400          WHERE A.ACCT_STATUS = 'O'
024500            AND I.CUSTI_BIRTH_DATE <=
024600                CURRENT DATE - :DSDSB539-SENIOR-AGE YEARS
024700            AND I.CUSTI_DT_OF_DEATH <= ' '
024800          ORDER BY C.CUST_ID, A.ACCT_BANK_NBR,
024900                   A.ACCT_FILE_ID, A.ACCT_KEY
025000     END-EXEC.
025100     EXEC SQL
025200         OPEN CSR624
025300     END-EXEC.
025400     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800 2000-SCORE-ONE-CUSTOMER.
025900*    GATHER EVERY ACCOUNT OF THE CUSTOMER, THEN SCORE ONCE.
026000     ADD 1 TO WS-TOTAL-SENIORS.
026100     MOVE WS-ROW-CUST-ID       TO WS-CUR-CUST-ID.
026200     MOVE WS-ROW-CUST-NAME     TO WS-CUR-CUST-NAME.
026300     MOVE WS-ROW-ADDR-LINE1    TO WS-HOME-LINE1.
026400     MOVE WS-ROW-ADDR-ZIP      TO WS-HOME-ZIP.
026500     MOVE WS-ROW-CELL-PHONE    TO WS-CELL-PHONE.
026600     MOVE ZERO TO WS-PARTY-COUNT.
026700     MOVE ZERO TO WS-PARTY-SUM.
026800     MOVE ZERO TO WS-OUTFLOW-COUNT.
026900     MOVE ZERO TO WS-OUTFLOW-AMT.
027000     MOVE ZERO TO WS-CARD-COUNT.
027100     MOVE ZERO TO WS-CASE-NBR.
027200     MOVE 'NNNNN' TO WS-EVENT-FLAGS.
027300     PERFORM 2200-GATHER-ACCOUNT THRU 2200-EXIT
027400         UNTIL WS-EOF-YES
027500         OR WS-ROW-CUST-ID NOT = WS-CUR-CUST-ID.
027600     PERFORM 3000-DETECT-CHANGES THRU 3000-EXIT.
027700     PERFORM 4000-SCORE-EVENTS THRU 4000-EXIT.
027800     IF  WS-EVENT-COUNT >= DSDSB539-MIN-EVENTS
027900     AND WS-EVENT-COUNT > ZERO
028000         PERFORM 5000-OPEN-CASE THRU 5000-EXIT
028100     END-IF.
028200     IF  WS-SCORE > ZERO
028300         PERFORM 5500-STORE-HISTORY THRU 5500-EXIT
028400     END-IF.
028500     PERFORM 5800-STORE-SNAPSHOT THRU 5800-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900 2100-FETCH-ROW.
029000     EXEC SQL
029100         FETCH CSR624
029200          INTO :WS-ROW-CUST-ID, :WS-ROW-CUST-NAME,
029300               :WS-ROW-BANK-NBR, :WS-ROW-FILE-ID,
029400               :WS-ROW-FILE-KEY, :WS-ROW-ADDR-LINE1,
029500               :WS-ROW-ADDR-STATE, :WS-ROW-ADDR-ZIP,
029600               :WS-ROW-CELL-PHONE
029700     END-EXEC.
029800     IF  SQLCODE NOT = ZERO
029900         SET WS-EOF-YES TO TRUE
030000     END-IF.
030100 2100-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 2200-GATHER-ACCOUNT.
030500*    THE HOUSEHOLD IS EVERY PARTY CIFU021 LINKS TO ANY OF THE
030600*    CUSTOMER'S ACCOUNTS; THE COUNT AND THE ID SUM TOGETHER
030700*    MOVE WHEN SOMEONE NEW IS ADDED.
030800     MOVE WS-ROW-BANK-NBR  TO U021-BANK-NBR.
030900     MOVE WS-ROW-FILE-ID   TO U021-FILE-ID.
031000     MOVE WS-ROW-FILE-KEY  TO U021-FILE-KEY.
031100     MOVE 'N'              TO U021-DEMOGRAPHICS-IND.
031200     MOVE 'H'              TO U021-FUNCTION.
031300     CALL 'CIFU021' USING CIFU021-PARAMETERS
031400                          CIFU021-BULK-PARAMETERS
031500                          CIFU021-HOUSEHOLD-PARAMETERS.
031600     ADD U021H-RETURNED-COUNT TO WS-PARTY-COUNT.
031700     PERFORM 2300-ADD-PARTY THRU 2300-EXIT
031800         VARYING WS-SUB FROM 1 BY 1
031900         UNTIL WS-SUB > U021H-RETURNED-COUNT.
032000*    ONLY DEPOSIT ACCOUNTS POST TO THE ARCHIVE.
032100     MOVE WS-ROW-FILE-KEY TO WS-KEY-WORK.
032200     IF  WS-ROW-FILE-ID = 'DDA '
032300     AND WS-KEY-ACCT-NBR NUMERIC
032400         PERFORM 2400-ARCHIVE-SIGNALS THRU 2400-EXIT
032500     END-IF.
032600     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
032700 2200-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 2300-ADD-PARTY.
033100     ADD U021H-CUST-ID (WS-SUB) TO WS-PARTY-SUM.
033200 2300-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500 2400-ARCHIVE-SIGNALS.
033600*    LARGE OUTFLOWS -- CASH OUT OR WIRE OUT AT OR OVER THE
033700*    LARGE-AMOUNT MARK INSIDE THE WINDOW.
033800     MOVE WS-ROW-BANK-NBR TO WS-ARCH-BANK.
033900     MOVE WS-KEY-ACCT-NBR TO WS-ACCT-NBR-9.
034000     MOVE ZERO TO WS-ITEM-COUNT.
034100     MOVE ZERO TO WS-ITEM-SUM.
034200     EXEC SQL
034300         SELECT COUNT(*), COALESCE(SUM(ARCH_TX_AMT), 0)
034400           INTO :WS-ITEM-COUNT, :WS-ITEM-SUM
034500           FROM DSDS.PDTXARCH
034600          WHERE ARCH_BANK_NO = :WS-ARCH-BANK
034700            AND ARCH_ACCT_NO = :WS-ACCT-NBR-9
034800            AND ARCH_POST_DATE >= :WS-CUT-PACKED
034900            AND ARCH_TX_AMT >= :DSDSB539-LARGE-AMT
035000            AND ARCH_TX_CODE IN (:DSDSB539-OUT-CODE (1),
035100                                 :DSDSB539-OUT-CODE (2),
035200                                 :DSDSB539-OUT-CODE (3),
035300                                 :DSDSB539-OUT-CODE (4),
035400                                 :DSDSB539-OUT-CODE (5),
035500                                 :DSDSB539-OUT-CODE (6),
035600                                 :DSDSB539-OUT-CODE (7),
035700                                 :DSDSB539-OUT-CODE (8))
035800     END-EXEC.
035900     ADD WS-ITEM-COUNT TO WS-OUTFLOW-COUNT.
036000     ADD WS-ITEM-SUM   TO WS-OUTFLOW-AMT.
036100*    FIRST-EVER CARD USE AWAY FROM HOME -- A CARD ITEM IN THE
036200*    WINDOW WHOSE MERCHANT (FDR LAYOUT) OR ATM (BLANK LAYOUT)
036300*    STATE IS NOT THE ACCOUNT'S MAILING STATE, AND WHICH THE
036400*    ACCOUNT NEVER USED ITS CARD IN BEFORE THE WINDOW.
036500     MOVE ZERO TO WS-FAR-COUNT.
036600     EXEC SQL
036700         SELECT COUNT(*)
036800           INTO :WS-FAR-COUNT
036900           FROM DSDS.PDTXARCH P
037000          WHERE P.ARCH_BANK_NO = :WS-ARCH-BANK
037100            AND P.ARCH_ACCT_NO = :WS-ACCT-NBR-9
037200            AND P.ARCH_POST_DATE >= :WS-CUT-PACKED
037300            AND P.ARCH_POS_REF_NBR <> '            '
037400            AND P.ARCH_DESC_FORMAT IN ('FDR', '   ')
037500            AND CASE P.ARCH_DESC_FORMAT
037600                    WHEN 'FDR'
037700                    THEN SUBSTR(P.ARCH_DESC_DATA, 43, 2)
037800                    ELSE SUBSTR(P.ARCH_DESC_DATA, 32, 2)
037900                END NOT IN (:WS-ROW-ADDR-STATE, '  ')
038000            AND NOT EXISTS
038100                (SELECT 1
038200                   FROM DSDS.PDTXARCH Q
038300                  WHERE Q.ARCH_BANK_NO = P.ARCH_BANK_NO
038400                    AND Q.ARCH_ACCT_NO = P.ARCH_ACCT_NO
038500                    AND Q.ARCH_POST_DATE < :WS-CUT-PACKED
038600                    AND Q.ARCH_POS_REF_NBR <> '            '
038700                    AND Q.ARCH_DESC_FORMAT IN ('FDR', '   ')
038800                    AND CASE Q.ARCH_DESC_FORMAT
038900                            WHEN 'FDR'
039000                            THEN SUBSTR(Q.ARCH_DESC_DATA, 43, 2)
039100                            ELSE SUBSTR(Q.ARCH_DESC_DATA, 32, 2)
039200                        END =
039300                        CASE P.ARCH_DESC_FORMAT
039400                            WHEN 'FDR'
039500                            THEN SUBSTR(P.ARCH_DESC_DATA, 43, 2)
039600                            ELSE SUBSTR(P.ARCH_DESC_DATA, 32, 2)
039700                        END)
039800     END-EXEC.
039900     ADD WS-FAR-COUNT TO WS-CARD-COUNT.
040000 2400-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300 3000-DETECT-CHANGES.
040400*    AGAINST LAST RUN'S PICTURE.  A CUSTOMER WITH NO PICTURE
040500*    YET ONLY GETS ONE -- NOTHING CAN HAVE CHANGED.
040600     MOVE 'N' TO WS-SNAP-SW.
040700     EXEC SQL
040800         SELECT ESNP_ADDR_LINE1, ESNP_ADDR_ZIP, ESNP_CELL_PHONE,
040900                ESNP_PARTY_COUNT, ESNP_PARTY_SUM,
041000                ESNP_ADDR_CHG_DATE, ESNP_PHONE_CHG_DATE,
041100                ESNP_PARTY_CHG_DATE
041200           INTO :ESNP-ADDR-LINE1, :ESNP-ADDR-ZIP,
041300                :ESNP-CELL-PHONE, :ESNP-PARTY-COUNT,
041400                :ESNP-PARTY-SUM, :ESNP-ADDR-CHG-DATE,
041500                :ESNP-PHONE-CHG-DATE, :ESNP-PARTY-CHG-DATE
041600           FROM DSDS.ELDERSNP
041700          WHERE ESNP_CUST_ID = :WS-CUR-CUST-ID
041800     END-EXEC.
041900     IF  SQLCODE NOT = ZERO
042000         ADD 1 TO WS-TOTAL-BASELINED
042100         MOVE '0001-01-01' TO ESNP-ADDR-CHG-DATE
042200         MOVE '0001-01-01' TO ESNP-PHONE-CHG-DATE
042300         MOVE '0001-01-01' TO ESNP-PARTY-CHG-DATE
042400         GO TO 3000-EXIT
042500     END-IF.
042600     SET WS-SNAP-FOUND TO TRUE.
042700     IF  WS-HOME-LINE1 NOT = ESNP-ADDR-LINE1
042800     OR  WS-HOME-ZIP   NOT = ESNP-ADDR-ZIP
042900         MOVE WS-TODAY TO ESNP-ADDR-CHG-DATE
043000     END-IF.
043100     IF  WS-CELL-PHONE NOT = ESNP-CELL-PHONE
043200         MOVE WS-TODAY TO ESNP-PHONE-CHG-DATE
043300     END-IF.
043400     IF  WS-PARTY-COUNT > ESNP-PARTY-COUNT
043500     OR (WS-PARTY-COUNT = ESNP-PARTY-COUNT
043600         AND WS-PARTY-SUM NOT = ESNP-PARTY-SUM)
043700         MOVE WS-TODAY TO ESNP-PARTY-CHG-DATE
043800     END-IF.
043900 3000-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200 4000-SCORE-EVENTS.
044300*    A CHANGE STAYS LIVE WHILE ITS DATE IS INSIDE THE WINDOW.
044400*    WEIGHTS -- ADDRESS 25, CELL PHONE 20, NEW HOUSEHOLD PARTY
044500*    20, LARGE OUTFLOW 25, AWAY-FROM-HOME CARD USE 10.  THE
044600*    WEIGHTS SIT IN ONE PLACE SO BSA CAN RETUNE THEM.
044700     MOVE ZERO TO WS-EVENT-COUNT.
044800     MOVE ZERO TO WS-SCORE.
044900     IF  ESNP-ADDR-CHG-DATE >= WS-WINDOW-START
045000         MOVE 'Y' TO WS-ADDR-EVENT
045100         ADD 1  TO WS-EVENT-COUNT
045200         ADD 25 TO WS-SCORE
045300     END-IF.
045400     IF  ESNP-PHONE-CHG-DATE >= WS-WINDOW-START
045500         MOVE 'Y' TO WS-PHONE-EVENT
045600         ADD 1  TO WS-EVENT-COUNT
045700         ADD 20 TO WS-SCORE
045800     END-IF.
045900     IF  ESNP-PARTY-CHG-DATE >= WS-WINDOW-START
046000         MOVE 'Y' TO WS-PARTY-EVENT
046100         ADD 1  TO WS-EVENT-COUNT
046200         ADD 20 TO WS-SCORE
046300     END-IF.
046400     IF  WS-OUTFLOW-COUNT > ZERO
046500         MOVE 'Y' TO WS-OUTFLOW-EVENT
046600         ADD 1  TO WS-EVENT-COUNT
046700         ADD 25 TO WS-SCORE
046800     END-IF.
046900     IF  WS-CARD-COUNT > ZERO
047000         MOVE 'Y' TO WS-CARD-EVENT
047100         ADD 1  TO WS-EVENT-COUNT
047200         ADD 10 TO WS-SCORE
047300     END-IF.
047400     IF  WS-SCORE > ZERO
047500         ADD 1 TO WS-TOTAL-SCORED
047600     END-IF.
047700 4000-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000 5000-OPEN-CASE.
048100*    ONE UNRESOLVED CASE PER CUSTOMER -- A CUSTOMER STILL UNDER
048200*    AN OPEN DSDSB539 CASE IS NOT OPENED AGAIN, THE HISTORY ROW
048300*    JUST CARRIES THAT CASE NUMBER.
048400     ADD 1 TO WS-TOTAL-FLAGGED.
048500     MOVE SPACES TO WS-ALERT-KEY.
048600     MOVE WS-CUR-CUST-ID TO DL-CUST-ID.
048700     STRING 'ELDER WATCH CUST ' DL-CUST-ID
048800         DELIMITED BY SIZE
048900         INTO WS-ALERT-KEY.
049000     MOVE ZERO TO WS-DUP-COUNT.
049100     EXEC SQL
049200         SELECT COUNT(*), COALESCE(MAX(CASE_NBR), 0)
049300           INTO :WS-DUP-COUNT, :WS-CASE-NBR
049400           FROM DSDS.AMLCASE
049500          WHERE CASE_SOURCE    = 'DSDSB539'
049600            AND CASE_ALERT_KEY = :WS-ALERT-KEY
049700            AND CASE_STATUS IN ('O', 'W', 'E')
049800     END-EXEC.
049900     IF  WS-DUP-COUNT > ZERO
050000         ADD 1 TO WS-TOTAL-ALREADY
050100         MOVE 'FLAGGED ' TO DL-ACTION
050200         GO TO 5000-EXIT
050300     END-IF.
050400     EXEC SQL
050500         SELECT COALESCE(MAX(CASE_NBR), 0) + 1
050600           INTO :WS-NEXT-CASE
050700           FROM DSDS.AMLCASE
050800     END-EXEC.
050900     INITIALIZE ADMU503-PARAMETERS.
051000     SET ADMU503-FUNC-STEP-FWD TO TRUE.
051100     MOVE ZERO     TO ADMU503-BANK-NBR.
051200     MOVE WS-TODAY TO ADMU503-DATE-1.
051300     MOVE DSDSB539-DEADLINE-DAYS TO ADMU503-DAY-COUNT.
051400     CALL 'ADMU503' USING ADMU503-PARAMETERS.
051500     EXEC SQL
051600         INSERT INTO DSDS.AMLCASE
051700                (CASE_NBR, CASE_SOURCE, CASE_ALERT_KEY,
051800                 CASE_CUST_ID, CASE_STATUS, CASE_ANALYST,
051900                 CASE_OPEN_DATE, CASE_DEADLINE,
052000                 CASE_DISP_CODE, CASE_CLOSE_DATE)
052100         VALUES (:WS-NEXT-CASE, 'DSDSB539',
052200                 :WS-ALERT-KEY, :WS-CUR-CUST-ID, 'O', 0,
052300                 CURRENT DATE, :ADMU503-RESULT-DATE,
052400                 '   ', '0001-01-01')
052500     END-EXEC.
052600     IF  SQLCODE = ZERO
052700         ADD 1 TO WS-TOTAL-OPENED
052800         MOVE WS-NEXT-CASE TO WS-CASE-NBR
052900         MOVE 'CASE OPN' TO DL-ACTION
053000     ELSE
053100         DISPLAY 'DSDSB539 - CASE INSERT FAILED, SQLCODE '
053200             SQLCODE
053300         MOVE ZERO TO WS-CASE-NBR
053400         MOVE 'FLAGGED ' TO DL-ACTION
053500     END-IF.
053600 5000-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900 5500-STORE-HISTORY.
054000     MOVE WS-CUR-CUST-ID     TO EHST-CUST-ID.
054100     MOVE WS-TODAY           TO EHST-RUN-DATE.
054200     MOVE WS-SCORE           TO EHST-SCORE.
054300     MOVE WS-EVENT-COUNT     TO EHST-EVENT-COUNT.
054400     MOVE WS-ADDR-EVENT      TO EHST-ADDR-EVENT.
054500     MOVE WS-PHONE-EVENT     TO EHST-PHONE-EVENT.
054600     MOVE WS-PARTY-EVENT     TO EHST-PARTY-EVENT.
054700     MOVE WS-OUTFLOW-EVENT   TO EHST-OUTFLOW-EVENT.
054800     MOVE WS-CARD-EVENT      TO EHST-CARD-EVENT.
054900     MOVE WS-OUTFLOW-AMT     TO EHST-OUTFLOW-AMT.
055000     MOVE WS-CASE-NBR        TO EHST-CASE-NBR.
055100*    A RERUN THE SAME NIGHT REPLACES THAT NIGHT'S ROW.
055200     EXEC SQL
055300         DELETE FROM DSDS.ELDERHST
055400          WHERE EHST_CUST_ID  = :EHST-CUST-ID
055500            AND EHST_RUN_DATE = :EHST-RUN-DATE
055600     END-EXEC.
055700     EXEC SQL
055800         INSERT INTO DSDS.ELDERHST
055900                (EHST_CUST_ID, EHST_RUN_DATE, EHST_SCORE,
056000                 EHST_EVENT_COUNT, EHST_ADDR_EVENT,
056100                 EHST_PHONE_EVENT, EHST_PARTY_EVENT,
056200                 EHST_OUTFLOW_EVENT, EHST_CARD_EVENT,
056300                 EHST_OUTFLOW_AMT, EHST_CASE_NBR)
056400         VALUES (:EHST-CUST-ID, :EHST-RUN-DATE, :EHST-SCORE,
056500                 :EHST-EVENT-COUNT, :EHST-ADDR-EVENT,
056600                 :EHST-PHONE-EVENT, :EHST-PARTY-EVENT,
056700                 :EHST-OUTFLOW-EVENT, :EHST-CARD-EVENT,
056800                 :EHST-OUTFLOW-AMT, :EHST-CASE-NBR)
056900     END-EXEC.
057000     IF  SQLCODE NOT = ZERO
057100         DISPLAY 'DSDSB539 - HISTORY INSERT FAILED, SQLCODE '
057200             SQLCODE
057300     END-IF.
057400     IF  WS-CASE-NBR = ZERO
057500         MOVE 'WATCH   ' TO DL-ACTION
057600     END-IF.
057700     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
057800 5500-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 5800-STORE-SNAPSHOT.
058200     MOVE WS-CUR-CUST-ID  TO ESNP-CUST-ID.
058300     MOVE WS-HOME-LINE1   TO ESNP-ADDR-LINE1.
058400     MOVE WS-HOME-ZIP     TO ESNP-ADDR-ZIP.
058500     MOVE WS-CELL-PHONE   TO ESNP-CELL-PHONE.
058600     MOVE WS-PARTY-COUNT  TO ESNP-PARTY-COUNT.
058700     MOVE WS-PARTY-SUM    TO ESNP-PARTY-SUM.
058800     MOVE WS-TODAY        TO ESNP-LAST-RUN-DATE.
058900     IF  WS-SNAP-FOUND
059000         EXEC SQL
059100             UPDATE DSDS.ELDERSNP
059200                SET ESNP_ADDR_LINE1     = :ESNP-ADDR-LINE1,
059300                    ESNP_ADDR_ZIP       = :ESNP-ADDR-ZIP,
059400                    ESNP_CELL_PHONE     = :ESNP-CELL-PHONE,
059500                    ESNP_PARTY_COUNT    = :ESNP-PARTY-COUNT,
059600                    ESNP_PARTY_SUM      = :ESNP-PARTY-SUM,
059700                    ESNP_ADDR_CHG_DATE  = :ESNP-ADDR-CHG-DATE,
059800                    ESNP_PHONE_CHG_DATE = :ESNP-PHONE-CHG-DATE,
059900                    ESNP_PARTY_CHG_DATE = :ESNP-PARTY-CHG-DATE,
060000                    ESNP_LAST_RUN_DATE  = :ESNP-LAST-RUN-DATE
060100              WHERE ESNP_CUST_ID = :ESNP-CUST-ID
060200         END-EXEC
060300     ELSE
060400         EXEC SQL
060500             INSERT INTO DSDS.ELDERSNP
060600                    (ESNP_CUST_ID, ESNP_ADDR_LINE1,
060700                     ESNP_ADDR_ZIP, ESNP_CELL_PHONE,
060800                     ESNP_PARTY_COUNT, ESNP_PARTY_SUM,
060900                     ESNP_ADDR_CHG_DATE, ESNP_PHONE_CHG_DATE,
061000                     ESNP_PARTY_CHG_DATE, ESNP_LAST_RUN_DATE)
061100             VALUES (:ESNP-CUST-ID, :ESNP-ADDR-LINE1,
061200                     :ESNP-ADDR-ZIP, :ESNP-CELL-PHONE,
061300                     :ESNP-PARTY-COUNT, :ESNP-PARTY-SUM,
061400                     :ESNP-ADDR-CHG-DATE, :ESNP-PHONE-CHG-DATE,
061500                     :ESNP-PARTY-CHG-DATE, :ESNP-LAST-RUN-DATE)
061600         END-EXEC
061700     END-IF.
061800     IF  SQLCODE NOT = ZERO
061900         DISPLAY 'DSDSB539 - SNAPSHOT WRITE FAILED, SQLCODE '
062000             SQLCODE
062100     END-IF.
062200 5800-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500 6000-WRITE-DETAIL.
062600     MOVE WS-CUR-CUST-ID    TO DL-CUST-ID.
062700     MOVE WS-CUR-CUST-NAME  TO DL-CUST-NAME.
062800     MOVE WS-SCORE          TO DL-SCORE.
062900     MOVE WS-ADDR-EVENT     TO DL-ADDR-EVENT.
063000     MOVE WS-PHONE-EVENT    TO DL-PHONE-EVENT.
063100     MOVE WS-PARTY-EVENT    TO DL-PARTY-EVENT.
063200     MOVE WS-OUTFLOW-EVENT  TO DL-OUTFLOW-EVENT.
063300     MOVE WS-CARD-EVENT     TO DL-CARD-EVENT.
063400     MOVE WS-OUTFLOW-AMT    TO DL-OUTFLOW-AMT.
063500     MOVE WS-CASE-NBR       TO DL-CASE-NBR.
063600     MOVE WS-DETAIL-LINE TO RPT624-RECORD.
063700     WRITE RPT624-RECORD.
063800 6000-EXIT.
063900     EXIT.
064000*----------------------------------------------------------------
064100 8000-FINALIZE.
064200     EXEC SQL
064300         CLOSE CSR624
064400     END-EXEC.
064500     MOVE WS-TOTAL-SENIORS TO TL-SENIORS.
064600     MOVE WS-TOTAL-LINE-1 TO RPT624-RECORD.
064700     WRITE RPT624-RECORD.
064800     MOVE WS-TOTAL-BASELINED TO TL-BASELINED.
064900     MOVE WS-TOTAL-LINE-2 TO RPT624-RECORD.
065000     WRITE RPT624-RECORD.
065100     MOVE WS-TOTAL-SCORED TO TL-SCORED.
065200     MOVE WS-TOTAL-LINE-3 TO RPT624-RECORD.
065300     WRITE RPT624-RECORD.
065400     MOVE WS-TOTAL-FLAGGED TO TL-FLAGGED.
065500     MOVE WS-TOTAL-LINE-4 TO RPT624-RECORD.
065600     WRITE RPT624-RECORD.
065700     MOVE WS-TOTAL-OPENED TO TL-OPENED.
065800     MOVE WS-TOTAL-LINE-5 TO RPT624-RECORD.
065900     WRITE RPT624-RECORD.
066000     MOVE WS-TOTAL-ALREADY TO TL-ALREADY.
066100     MOVE WS-TOTAL-LINE-6 TO RPT624-RECORD.
066200     WRITE RPT624-RECORD.
066300     CLOSE RPT624-FILE.
066400 8000-EXIT.
066500     EXIT.
