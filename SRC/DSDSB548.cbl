000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB548.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  GARNISHMENT AND   *
001500*                      TAX LEVY PROCESSING.  MODE I TAKES IN AN  *
001600*                      ORDER ONTO DSDS.LEGALORD AND MODE X       *
001700*                      RELEASES ONE.  THE NIGHTLY RUN MATCHES    *
001800*                      EACH NEW ORDER TO CIF.CUSTOMER ON TIN,    *
001900*                      WORKS OUT THE FEDERAL BENEFIT PROTECTED   *
002000*                      AMOUNT OF EACH DEPOSIT ACCOUNT OVER THE   *
002100*                      TWO-MONTH LOOKBACK FROM DSDS.PDTXARCH,    *
002200*                      HOLDS WHAT IS ABOVE IT ON FINQ.HOLD       *
002300*                      (VALIDATED THROUGH FINQU501), POSTS THE   *
002400*                      PROCESSING FEE TO DSDS.PEND AND NOTIFIES  *
002500*                      THE CUSTOMER THROUGH EDOC050.  ON THE     *
002600*                      ANSWER DATE THE HELD FUNDS ARE DEBITED    *
002700*                      AND REMITTED BY OFFICIAL CHECK ON         *
002800*                      NIPS.OFFCHK.                              *
002810*   10/15/2026 RM     MODE X LOGS EACH HOLD IT LIFTS ON         *
002820*                      FINQ.HOLDREL UNDER THE RELEASING          *
002830*                      OPERATOR BEFORE DELETING IT.              *
002840*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002850*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002860*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002870*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPT656-FILE ASSIGN TO RPT656
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RPT656-FILE
004200     RECORDING MODE F.
004300 01  RPT656-RECORD               PIC X(132).
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SW                PIC X       VALUE 'N'.
004800         88  WS-EOF-YES                   VALUE 'Y'.
004900     05  WS-ACCT-EOF-SW           PIC X       VALUE 'N'.
005000         88  WS-ACCT-EOF-YES              VALUE 'Y'.
005100     05  WS-FEE-SW                PIC X       VALUE 'N'.
005200         88  WS-FEE-POSTED                VALUE 'Y'.
005300 01  WS-WORK-FIELDS.
005400     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
005500     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
005600     05  WS-LOOKBACK-DATE         PIC S9(7)   COMP-3 VALUE +0.
005700     05  WS-RELEASE-DATE          PIC S9(7)   COMP-3 VALUE +0.
005800     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
005850     05  WS-FIRST-SEQUENCE        PIC S9(5)   COMP-3 VALUE +0.
005900     05  WS-SERIAL                PIC S9(9)   COMP-3 VALUE +0.
006000     05  WS-ORDER-ID              PIC S9(9)   COMP-3 VALUE +0.
006100     05  WS-CUST-COUNT            PIC S9(9)   COMP  VALUE +0.
006200     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
006300     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
006400     05  WS-CUST-BANK-NBR         PIC S9(3)   COMP-3 VALUE +0.
006500     05  WS-CUST-FILE-KEY         PIC X(25)   VALUE SPACE.
006600     05  WS-AF-BANK-NBR           PIC S9(3)   COMP-3 VALUE +0.
006700     05  WS-AF-FILE-KEY           PIC X(25)   VALUE SPACE.
006800     05  WS-AF-BALANCE            PIC S9(11)V99 COMP-3 VALUE +0.
006900     05  WS-BENEFIT-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
007000     05  WS-PROTECTED-AMT         PIC S9(11)V99 COMP-3 VALUE +0.
007100     05  WS-PRIOR-HOLDS           PIC S9(11)V99 COMP-3 VALUE +0.
007200     05  WS-AVAILABLE             PIC S9(11)V99 COMP-3 VALUE +0.
007300     05  WS-REMAINING             PIC S9(11)V99 COMP-3 VALUE +0.
007400     05  WS-HOLD-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007500     05  WS-FEE-AMT               PIC S9(5)V99  COMP-3 VALUE +0.
007600     05  WS-REMIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
007700     05  WS-ACCT-ID               PIC S9(3)   COMP-3 VALUE +0.
007800     05  WS-ACCT-NBR-9            PIC S9(9)   COMP-3 VALUE +0.
007900     05  WS-HOLD-REF-ID           PIC X(25)   VALUE SPACE.
008000     05  WS-NOTE                  PIC X(20)   VALUE SPACE.
008100     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
008200     05  WS-ACCT-MAX              PIC S9(4)   COMP  VALUE +0.
008300     05  WS-HOLD-MAX              PIC S9(4)   COMP  VALUE +0.
008400     05  WS-TOTAL-ORDERS          PIC S9(5)   COMP  VALUE ZERO.
008500     05  WS-TOTAL-NO-MATCH        PIC S9(5)   COMP  VALUE ZERO.
008600     05  WS-TOTAL-NO-FUNDS        PIC S9(5)   COMP  VALUE ZERO.
008700     05  WS-TOTAL-HELD-ORDERS     PIC S9(5)   COMP  VALUE ZERO.
008800     05  WS-TOTAL-HOLDS           PIC S9(5)   COMP  VALUE ZERO.
008900     05  WS-TOTAL-HOLD-FAIL       PIC S9(5)   COMP  VALUE ZERO.
009000     05  WS-TOTAL-FEES            PIC S9(5)   COMP  VALUE ZERO.
009100     05  WS-TOTAL-NOTICES         PIC S9(5)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-REMITTED        PIC S9(5)   COMP  VALUE ZERO.
009250     05  WS-TOTAL-REMIT-FAIL      PIC S9(5)   COMP  VALUE ZERO.
009300     05  WS-AMT-PROTECTED         PIC S9(11)V99 COMP-3 VALUE +0.
009400     05  WS-AMT-HELD              PIC S9(11)V99 COMP-3 VALUE +0.
009500     05  WS-AMT-REMITTED          PIC S9(11)V99 COMP-3 VALUE +0.
009600 01  WS-KEY-WORK.
009700     05  FILLER                   PIC X(16).
009800     05  WS-KEY-ACCT-NBR          PIC 9(09).
009900 01  WS-ACCT-KEY-WORK.
010000     05  FILLER                   PIC X(16)   VALUE SPACES.
010100     05  WS-ACCT-KEY-NBR          PIC 9(09).
010200*    THE DEBTOR'S OPEN DEPOSIT ACCOUNTS, LOADED BEFORE ANY HOLD
010300*    IS PLACED SO THE ACCOUNT CURSOR NEVER SEES ITS OWN WORK.
010400 01  WS-ACCT-TABLE.
010500     05  WS-AT-ENTRY              OCCURS 20 TIMES.
010600         10  WS-AT-BANK-NBR       PIC S9(3)   COMP-3.
010700         10  WS-AT-ACCT-NBR       PIC 9(09).
010800         10  WS-AT-ACCT-NBR-X REDEFINES WS-AT-ACCT-NBR
010900                                  PIC X(09).
011000         10  WS-AT-BALANCE        PIC S9(11)V99 COMP-3.
011100*    THE HOLDS AN ORDER PLACED, LOADED AT REMITTANCE BEFORE THEY
011200*    ARE DEBITED AND RELEASED.
011300 01  WS-HOLD-TABLE.
011400     05  WS-HT-ENTRY              OCCURS 20 TIMES.
011500         10  WS-HT-BANK-NBR       PIC S9(3)   COMP-3.
011600         10  WS-HT-ACCT-ID        PIC S9(3)   COMP-3.
011700         10  WS-HT-ACCT-NBR       PIC 9(09).
011800         10  WS-HT-ACCT-NBR-X REDEFINES WS-HT-ACCT-NBR
011900                                  PIC X(09).
012000         10  WS-HT-AMOUNT         PIC S9(9)V99 COMP-3.
012100 01  WS-HOLD-REF-WORK.
012200     05  FILLER       PIC X(12) VALUE 'LEGAL ORDER '.
012300     05  WS-HR-ORDER-ID           PIC 9(09).
012400     05  FILLER                   PIC X(04)   VALUE SPACES.
012500*    THE NOTICE PAYLOAD -- WHICH ORDER, WHAT WAS HELD, AND WHAT
012600*    THE FEDERAL BENEFIT RULE LEFT ALONE.
012700 01  WS-NOTICE-INST.
012800     05  FILLER       PIC X(12) VALUE 'LEGAL ORDER '.
012900     05  NI-ORDER-ID              PIC 9(09).
013000     05  FILLER       PIC X(07) VALUE ' HELD $'.
013100     05  NI-HELD                  PIC ZZZ,ZZZ,ZZ9.99.
013200     05  FILLER       PIC X(12) VALUE ' PROTECTED $'.
013300     05  NI-PROTECTED             PIC ZZZ,ZZZ,ZZ9.99.
013400     05  FILLER                   PIC X(12)   VALUE SPACES.
013500*----------------------------------------------------------------
013600     COPY DSDSLORD.
013700*----------------------------------------------------------------
013800     COPY DSDSBENC.
013900*----------------------------------------------------------------
014000     COPY GJWCPYA2.
014100*----------------------------------------------------------------
014150     COPY FINQHREL.
014160*----------------------------------------------------------------
014200     COPY FINQVREF.
014300*----------------------------------------------------------------
014400     COPY NIPSOFCK.
014500*----------------------------------------------------------------
014600     COPY EMPWORK.
014700*----------------------------------------------------------------
014800     COPY EDOCU51P.
014810*----------------------------------------------------------------
014820     COPY EDOCU53P.
014900*----------------------------------------------------------------
015000     COPY ADMU501P.
015100*----------------------------------------------------------------
015200 01  WS-HEADING-1.
015300     05  FILLER  PIC X(132) VALUE
015400       'DSDSB548  GARNISHMENT AND TAX LEVY PROCESSING'.
015500 01  WS-HEADING-2.
015600     05  FILLER  PIC X(48)  VALUE
015700       'DISP       ORDER-ID   T   BK   ACCT-NO          '.
015800     05  FILLER  PIC X(48)  VALUE
015900       '  BALANCE       PROTECTED       HELD/PAID  NOTE '.
016000     05  FILLER  PIC X(36)  VALUE SPACE.
016100 01  WS-DETAIL-LINE.
016200     05  DL-DISP                  PIC X(09).
016300     05  FILLER                   PIC X(02)   VALUE SPACE.
016400     05  DL-ORDER-ID              PIC 9(09).
016500     05  FILLER                   PIC X(02)   VALUE SPACE.
016600     05  DL-TYPE                  PIC X(01).
016700     05  FILLER                   PIC X(03)   VALUE SPACE.
016800     05  DL-BANK-NBR              PIC 9(03).
016900     05  FILLER                   PIC X(02)   VALUE SPACE.
017000     05  DL-ACCT-NBR              PIC 9(09).
017100     05  FILLER                   PIC X(02)   VALUE SPACE.
017200     05  DL-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.
017300     05  FILLER                   PIC X(02)   VALUE SPACE.
017400     05  DL-PROTECTED             PIC ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER                   PIC X(02)   VALUE SPACE.
017600     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                   PIC X(02)   VALUE SPACE.
017800     05  DL-NOTE                  PIC X(20).
017900     05  FILLER                   PIC X(21)   VALUE SPACE.
018000 01  WS-TOTAL-LINE.
018100     05  TL-LABEL                 PIC X(26).
018200     05  TL-COUNT                 PIC ZZZ,ZZ9.
018300     05  FILLER                   PIC X(99)   VALUE SPACE.
018400 01  WS-AMOUNT-LINE.
018500     05  AL-LABEL                 PIC X(26).
018600     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
018700     05  FILLER                   PIC X(92)   VALUE SPACE.
018800*----------------------------------------------------------------
018900 LINKAGE SECTION.
019000 01  DSDSB548-PARM.
019100*    MODE N (OR SPACE) IS THE NIGHTLY RUN.  MODE I TAKES IN THE
019200*    ORDER DESCRIBED BY THE INTAKE FIELDS AND ASSIGNS ITS ORDER
019300*    ID; MODE X RELEASES ORDER-ID AND ANY FUNDS IT HOLDS.
019400*    ORDER-TYPE G GARNISHMENT, S STATE TAX LEVY, F FEDERAL TAX
019500*    LEVY.  ANSWER-DATE (YYYY-MM-DD) IS WHEN THE FUNDS ARE DUE
019600*    TO THE AGENCY; PAYEE IS THE NAME ON THE REMITTANCE CHECK
019700*    (SPACES IS THE FIRST 20 OF AGENCY).
019800     05  DSDSB548-MODE             PIC X(01).
019900         88  DSDSB548-MODE-INTAKE      VALUE 'I'.
020000         88  DSDSB548-MODE-RELEASE     VALUE 'X'.
020100     05  DSDSB548-ORDER-ID         PIC 9(09).
020200     05  DSDSB548-BANK-NBR         PIC 9(03).
020300     05  DSDSB548-ORDER-TYPE       PIC X(01).
020400     05  DSDSB548-DEBTOR-NAME      PIC X(40).
020500     05  DSDSB548-DEBTOR-TIN       PIC 9(09).
020600     05  DSDSB548-ORDER-AMT        PIC 9(09)V99.
020700     05  DSDSB548-AGENCY           PIC X(30).
020800     05  DSDSB548-PAYEE            PIC X(20).
020900     05  DSDSB548-CASE-NBR         PIC X(20).
021000     05  DSDSB548-ANSWER-DATE      PIC X(10).
021100     05  DSDSB548-OPER-ID          PIC 9(05).
021200*    NIGHTLY RUN: FILE-ID AND ACCT-ID NAME THE DEPOSIT ACCOUNTS
021300*    ON CIF.ACCOUNT AND ON THE POSTING TABLES; HOLD-TYPE IS THE
021400*    FINQ.HOLD TYPE FOR A LEGAL HOLD.  FEE-AMT IS POSTED UNDER
021500*    FEE-TX-CODE AND THE REMITTED FUNDS UNDER REMIT-TX-CODE,
021600*    BOTH IN PEND-BATCH-NBR.  DEL-METHOD IS THE NOTICE DEFAULT.
021700     05  DSDSB548-FILE-ID          PIC X(04).
021800     05  DSDSB548-ACCT-ID          PIC 9(03).
021900     05  DSDSB548-HOLD-TYPE        PIC 9(03).
022000     05  DSDSB548-FEE-AMT          PIC 9(05)V99.
022100     05  DSDSB548-FEE-TX-CODE      PIC 9(03).
022200     05  DSDSB548-REMIT-TX-CODE    PIC 9(03).
022300     05  DSDSB548-PEND-BATCH-NBR   PIC 9(05).
022400     05  DSDSB548-DEL-METHOD       PIC 9(03).
022500*----------------------------------------------------------------
022600 PROCEDURE DIVISION USING DSDSB548-PARM.
022700*
022800 0000-MAINLINE.
022900     EVALUATE TRUE
023000         WHEN DSDSB548-MODE-INTAKE
023100             PERFORM 6000-TAKE-IN-ORDER THRU 6000-EXIT
023200         WHEN DSDSB548-MODE-RELEASE
023300             PERFORM 6500-RELEASE-ORDER THRU 6500-EXIT
023400         WHEN OTHER
023500             PERFORM 1000-INITIALIZE THRU 1000-EXIT
023600             PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
023700                 UNTIL WS-EOF-YES
023800             EXEC SQL CLOSE CSR656 END-EXEC
023900             PERFORM 5000-REMIT-DUE-ORDERS THRU 5000-EXIT
024000             PERFORM 8000-FINALIZE THRU 8000-EXIT
024100     END-EVALUATE.
024200     GOBACK.
024300*----------------------------------------------------------------
024400 1000-INITIALIZE.
024500     OPEN OUTPUT RPT656-FILE.
024600     MOVE WS-HEADING-1 TO RPT656-RECORD.
024700     WRITE RPT656-RECORD.
024800     MOVE WS-HEADING-2 TO RPT656-RECORD.
024900     WRITE RPT656-RECORD.
025000     EXEC SQL
025100         SET :WS-TODAY = CURRENT DATE
025200     END-EXEC.
025300*    POSTING AND HOLD DATES ARE PACKED CYYMMDD.
025400     EXEC SQL
025500         SET :WS-TODAY-DATE =
025600             (YEAR(CURRENT DATE) - 1900) * 10000
025700             + MONTH(CURRENT DATE) * 100
025800             + DAY(CURRENT DATE)
025900     END-EXEC.
026000*    THE LOOKBACK RUNS FROM THE DAY BEFORE THE REVIEW BACK TO
026100*    THE SAME DATE TWO MONTHS EARLIER (THE MONTH END WHEN THAT
026200*    DATE DOES NOT EXIST).
026300     EXEC SQL
026400         SET :WS-LOOKBACK-DATE =
026500             (YEAR(CURRENT DATE - 2 MONTHS) - 1900) * 10000
026600             + MONTH(CURRENT DATE - 2 MONTHS) * 100
026700             + DAY(CURRENT DATE - 2 MONTHS)
026800     END-EXEC.
026900     MOVE DSDSB548-ACCT-ID TO WS-ACCT-ID.
027000     EXEC SQL
027100         DECLARE CSR656 CURSOR FOR
027200         SELECT LORD_ORDER_ID, LORD_BANK_NBR, LORD_ORDER_TYPE,
027300                LORD_DEBTOR_NAME, LORD_DEBTOR_TIN,
027400                LORD_ORDER_AMT, LORD_ANSWER_DATE
027500           FROM DSDS.LEGALORD
027600          WHERE LORD_STATUS = 'R'
027700          ORDER BY LORD_ORDER_ID
027800     END-EXEC.
027900     EXEC SQL OPEN CSR656 END-EXEC.
028000     IF  SQLCODE NOT = ZERO
028100         DISPLAY 'DSDSB548 - LEGALORD OPEN FAILED, SQLCODE '
028200             SQLCODE
028300         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
028400         MOVE 16 TO RETURN-CODE
028500         GOBACK
028600     END-IF.
028700     PERFORM 2100-FETCH-ORDER THRU 2100-EXIT.
028800 1000-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100 2000-PROCESS-ORDER.
029200*    ONE NEW ORDER: FIND THE DEBTOR, LOAD THE DEBTOR'S DEPOSIT
029300*    ACCOUNTS, AND ATTACH WHAT EACH HOLDS ABOVE ITS PROTECTED
029400*    AMOUNT UNTIL THE ORDER IS SATISFIED.
029500     ADD 1 TO WS-TOTAL-ORDERS.
029600     MOVE ZERO TO LORD-CUST-ID.
029700     MOVE ZERO TO LORD-PROTECTED-AMT.
029800     MOVE ZERO TO LORD-HELD-AMT.
029900     MOVE ZERO TO LORD-FEE-AMT.
030000     MOVE 'N' TO WS-FEE-SW.
030100     MOVE LORD-ORDER-ID TO WS-HR-ORDER-ID.
030200     MOVE WS-HOLD-REF-WORK TO WS-HOLD-REF-ID.
030300     PERFORM 2200-MATCH-CUSTOMER THRU 2200-EXIT.
030400     IF  LORD-CUST-ID = ZERO
030500         ADD 1 TO WS-TOTAL-NO-MATCH
030600         MOVE 'N' TO LORD-STATUS
030700         PERFORM 4900-UPDATE-ORDER THRU 4900-EXIT
030800         MOVE 'NO MATCH ' TO DL-DISP
030900         MOVE ZERO TO DL-BANK-NBR
031000         MOVE ZERO TO DL-ACCT-NBR
031100         MOVE ZERO TO DL-BALANCE
031200         MOVE ZERO TO DL-PROTECTED
031300         MOVE ZERO TO DL-AMOUNT
031400         MOVE 'NO CUSTOMER ON TIN' TO WS-NOTE
031500         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
031600         GO TO 2000-NEXT
031700     END-IF.
031800*    THE HOLDS RUN THROUGH THE ANSWER DATE, WHEN THE FUNDS ARE
031900*    TAKEN AND THE HOLDS RELEASED.
032000     EXEC SQL
032100         SET :WS-RELEASE-DATE =
032200             (YEAR(DATE(:LORD-ANSWER-DATE)) - 1900) * 10000
032300             + MONTH(DATE(:LORD-ANSWER-DATE)) * 100
032400             + DAY(DATE(:LORD-ANSWER-DATE))
032500     END-EXEC.
032600     PERFORM 3000-LOAD-ACCOUNTS THRU 3000-EXIT.
032700     MOVE LORD-ORDER-AMT TO WS-REMAINING.
032800     PERFORM 4000-ATTACH-ACCOUNT THRU 4000-EXIT
032900         VARYING WS-SUB FROM 1 BY 1
033000         UNTIL WS-SUB > WS-ACCT-MAX.
033100     IF  LORD-HELD-AMT > ZERO
033200         ADD 1 TO WS-TOTAL-HELD-ORDERS
033300         MOVE 'H' TO LORD-STATUS
033400     ELSE
033500         ADD 1 TO WS-TOTAL-NO-FUNDS
033600         MOVE 'E' TO LORD-STATUS
033700     END-IF.
033800     PERFORM 4900-UPDATE-ORDER THRU 4900-EXIT.
033900 2000-NEXT.
034000     PERFORM 2100-FETCH-ORDER THRU 2100-EXIT.
034100 2000-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400 2100-FETCH-ORDER.
034500     EXEC SQL
034600         FETCH CSR656
034700          INTO :LORD-ORDER-ID, :LORD-BANK-NBR, :LORD-ORDER-TYPE,
034800               :LORD-DEBTOR-NAME, :LORD-DEBTOR-TIN,
034900               :LORD-ORDER-AMT, :LORD-ANSWER-DATE
035000     END-EXEC.
035100     IF  SQLCODE = 100
035200         SET WS-EOF-YES TO TRUE
035300         GO TO 2100-EXIT
035400     END-IF.
035500     IF  SQLCODE NOT = ZERO
035600         DISPLAY 'DSDSB548 - LEGALORD FETCH FAILED, SQLCODE '
035700             SQLCODE
035800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
035900         MOVE 16 TO RETURN-CODE
036000         GOBACK
036100     END-IF.
036200 2100-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500 2200-MATCH-CUSTOMER.
036600*    THE TIN IDENTIFIES THE DEBTOR.  A TIN CARRIED BY MORE THAN
036700*    ONE CUSTOMER AT THE BANK IS LEFT FOR THE LEGAL DEPARTMENT
036800*    RATHER THAN GUESSED AT.
036900     EXEC SQL
037000         SELECT COUNT(*)
037100           INTO :WS-CUST-COUNT
037200           FROM CIF.CUSTOMER
037300          WHERE CUST_BANK_NBR = :LORD-BANK-NBR
037400            AND CUST_TAX_ID   = :LORD-DEBTOR-TIN
037500     END-EXEC.
037600     IF  SQLCODE NOT = ZERO
037700     OR  WS-CUST-COUNT NOT = 1
037800         GO TO 2200-EXIT
037900     END-IF.
038000     EXEC SQL
038100         SELECT CUST_ID, CUST_NAME, CUST_BANK_NBR, CUST_FILE_KEY
038200           INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-CUST-BANK-NBR,
038300                :WS-CUST-FILE-KEY
038400           FROM CIF.CUSTOMER
038500          WHERE CUST_BANK_NBR = :LORD-BANK-NBR
038600            AND CUST_TAX_ID   = :LORD-DEBTOR-TIN
038700     END-EXEC.
038800     IF  SQLCODE = ZERO
038900         MOVE WS-CUST-ID TO LORD-CUST-ID
039000     END-IF.
039100 2200-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400 3000-LOAD-ACCOUNTS.
039500*    THE CUSTOMER'S OPEN DEPOSIT ACCOUNTS, FOLLOWED THROUGH
039600*    CIF.CUSTXREF THE WAY DSDSB540 FOLLOWS THEM.
039700     MOVE ZERO TO WS-ACCT-MAX.
039800     MOVE 'N' TO WS-ACCT-EOF-SW.
039900     EXEC SQL
040000         DECLARE CSR656A CURSOR FOR
040100         SELECT ACCT.ACCT_BANK_NBR, ACCT.ACCT_KEY,
040200                ACCT.ACCT_BALANCE
040300           FROM CIF.CUSTXREF XREF
040400           JOIN CIF.ACCOUNT ACCT
040500             ON ACCT.ACCT_BANK_NBR = XREF.BANK_NBR
040600            AND ACCT.ACCT_KEY      = XREF.FILE_KEY
040700          WHERE XREF.FILE_ID          = 'ACCT'
040800            AND XREF.RELATED_FILE_ID  = 'CUST'
040900            AND XREF.RELATED_BANK_NBR = :WS-CUST-BANK-NBR
041000            AND XREF.RELATED_FILE_KEY = :WS-CUST-FILE-KEY
041100            AND ACCT.ACCT_FILE_ID     = :DSDSB548-FILE-ID
041200            AND ACCT.ACCT_STATUS      = 'O'
041300          ORDER BY ACCT.ACCT_KEY
041400     END-EXEC.
041500     EXEC SQL OPEN CSR656A END-EXEC.
041600     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT
041700         UNTIL WS-ACCT-EOF-YES.
041800     EXEC SQL CLOSE CSR656A END-EXEC.
041900 3000-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200 3100-FETCH-ACCOUNT.
042300     EXEC SQL
042400         FETCH CSR656A
042500          INTO :WS-AF-BANK-NBR, :WS-AF-FILE-KEY, :WS-AF-BALANCE
042600     END-EXEC.
042700     IF  SQLCODE NOT = ZERO
042800         SET WS-ACCT-EOF-YES TO TRUE
042900         GO TO 3100-EXIT
043000     END-IF.
043100*    ONLY A NUMERIC DEPOSIT KEY POSTS TO THE ARCHIVE.
043200     MOVE WS-AF-FILE-KEY TO WS-KEY-WORK.
043300     IF  WS-KEY-ACCT-NBR NOT NUMERIC
043400     OR  WS-ACCT-MAX NOT < 20
043500         GO TO 3100-EXIT
043600     END-IF.
043700     ADD 1 TO WS-ACCT-MAX.
043800     MOVE WS-AF-BANK-NBR  TO WS-AT-BANK-NBR (WS-ACCT-MAX).
043900     MOVE WS-KEY-ACCT-NBR TO WS-AT-ACCT-NBR (WS-ACCT-MAX).
044000     MOVE WS-AF-BALANCE   TO WS-AT-BALANCE (WS-ACCT-MAX).
044100 3100-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 4000-ATTACH-ACCOUNT.
044500*    PROTECTED AMOUNT -- THE LESSER OF THE BALANCE AND THE
044600*    FEDERAL BENEFIT CREDITS POSTED IN THE LOOKBACK.  A FEDERAL
044700*    TAX LEVY IS NOT SUBJECT TO IT.  WHAT REMAINS ABOVE THE
044800*    PROTECTED AMOUNT AND ANY HOLDS ALREADY ON THE ACCOUNT IS
044900*    HELD, UP TO WHAT THE ORDER STILL NEEDS.
045000     MOVE WS-AT-BANK-NBR (WS-SUB) TO HOLD-BANK-NBR.
045100     MOVE WS-ACCT-ID              TO HOLD-ACCT-ID.
045200     MOVE WS-AT-ACCT-NBR-X (WS-SUB) TO HOLD-ACCT-NBR.
045300     MOVE WS-AT-ACCT-NBR (WS-SUB) TO WS-ACCT-NBR-9.
045400     MOVE ZERO TO WS-BENEFIT-AMT.
045500     MOVE ZERO TO WS-PROTECTED-AMT.
045600     MOVE ZERO TO WS-HOLD-AMT.
045700     MOVE ZERO TO WS-FEE-AMT.
045800     MOVE SPACES TO WS-NOTE.
045900     IF  WS-AT-BALANCE (WS-SUB) NOT > ZERO
046000         MOVE 'NO BALANCE' TO WS-NOTE
046100         GO TO 4000-REPORT
046200     END-IF.
046300     IF  NOT LORD-TYPE-FEDERAL-LEVY
046400         PERFORM 4100-SUM-BENEFITS THRU 4100-EXIT
046500     END-IF.
046600     IF  WS-BENEFIT-AMT > WS-AT-BALANCE (WS-SUB)
046700         MOVE WS-AT-BALANCE (WS-SUB) TO WS-PROTECTED-AMT
046800     ELSE
046900         MOVE WS-BENEFIT-AMT TO WS-PROTECTED-AMT
047000     END-IF.
047100     ADD WS-PROTECTED-AMT TO LORD-PROTECTED-AMT.
047200     ADD WS-PROTECTED-AMT TO WS-AMT-PROTECTED.
047300     EXEC SQL
047400         SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
047500           INTO :WS-PRIOR-HOLDS
047600           FROM FINQ.HOLD
047700          WHERE HOLD_BANK_NBR = :HOLD-BANK-NBR
047800            AND HOLD_ACCT_ID  = :HOLD-ACCT-ID
047900            AND HOLD_ACCT_NBR = :HOLD-ACCT-NBR
048000            AND HOLD_RELEASE_DATE >= :WS-TODAY-DATE
048100            AND HOLD_AMOUNT > 0
048200     END-EXEC.
048300     IF  SQLCODE NOT = ZERO
048400         MOVE ZERO TO WS-PRIOR-HOLDS
048500     END-IF.
048600     COMPUTE WS-AVAILABLE = WS-AT-BALANCE (WS-SUB)
048700         - WS-PROTECTED-AMT - WS-PRIOR-HOLDS.
048800     IF  WS-AVAILABLE NOT > ZERO
048900         MOVE 'ALL PROTECTED/HELD' TO WS-NOTE
049000         GO TO 4000-NOTICE
049100     END-IF.
049200     IF  WS-REMAINING > ZERO
049300         IF  WS-AVAILABLE > WS-REMAINING
049400             MOVE WS-REMAINING TO WS-HOLD-AMT
049500         ELSE
049600             MOVE WS-AVAILABLE TO WS-HOLD-AMT
049700         END-IF
049800         PERFORM 4200-PLACE-HOLD THRU 4200-EXIT
049900     END-IF.
050000*    THE FEE COMES ONLY OUT OF FUNDS ABOVE THE PROTECTED AMOUNT
050100*    THAT THE ORDER ITSELF DID NOT TAKE, AND ONLY ONCE.
050200     SUBTRACT WS-HOLD-AMT FROM WS-AVAILABLE.
050300     IF  NOT WS-FEE-POSTED
050400     AND DSDSB548-FEE-AMT > ZERO
050500     AND WS-AVAILABLE > ZERO
050600         IF  WS-AVAILABLE > DSDSB548-FEE-AMT
050700             MOVE DSDSB548-FEE-AMT TO WS-FEE-AMT
050800         ELSE
050900             MOVE WS-AVAILABLE TO WS-FEE-AMT
051000         END-IF
051100         PERFORM 4300-POST-FEE THRU 4300-EXIT
051200     END-IF.
051300 4000-NOTICE.
051400     IF  WS-HOLD-AMT > ZERO
051500     OR  WS-PROTECTED-AMT > ZERO
051600         PERFORM 4400-SEND-NOTICE THRU 4400-EXIT
051700     END-IF.
051800 4000-REPORT.
051900     IF  WS-HOLD-AMT > ZERO
052000         MOVE 'HELD     ' TO DL-DISP
052100     ELSE
052200         MOVE 'NOT HELD ' TO DL-DISP
052300     END-IF.
052400     MOVE WS-AT-BANK-NBR (WS-SUB) TO DL-BANK-NBR.
052500     MOVE WS-AT-ACCT-NBR (WS-SUB) TO DL-ACCT-NBR.
052600     MOVE WS-AT-BALANCE (WS-SUB)  TO DL-BALANCE.
052700     MOVE WS-PROTECTED-AMT        TO DL-PROTECTED.
052800     MOVE WS-HOLD-AMT             TO DL-AMOUNT.
052900     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
053000 4000-EXIT.
053100     EXIT.
053200*----------------------------------------------------------------
053300 4100-SUM-BENEFITS.
053400*    ACH CREDITS FROM A PAYER ON DSDS.BENORIG, POSTED INSIDE THE
053500*    LOOKBACK.
053600     EXEC SQL
053700         SELECT COALESCE(SUM(A.ARCH_TX_AMT), 0)
053800           INTO :WS-BENEFIT-AMT
053900           FROM DSDS.PDTXARCH A
054000          WHERE A.ARCH_BANK_NO     = :HOLD-BANK-NBR
054100            AND A.ARCH_ACCT_ID     = :HOLD-ACCT-ID
054200            AND A.ARCH_ACCT_NO     = :WS-ACCT-NBR-9
054300            AND A.ARCH_POST_DATE  >= :WS-LOOKBACK-DATE
054400            AND A.ARCH_POST_DATE   < :WS-TODAY-DATE
054500            AND A.ARCH_DESC_FORMAT = 'DEF'
054600            AND A.ARCH_ACH_PAR_NBR > 0
054700            AND A.ARCH_TX_AMT      > 0
054800            AND EXISTS
054900                (SELECT 1
055000                   FROM DSDS.BENORIG B
055100                  WHERE B.BENO_CO_NAME =
055200                        SUBSTR(A.ARCH_DESC_DATA, 1, 16)
055300                    AND B.BENO_ACTIVE_IND = 'Y'
055400                    AND (B.BENO_SEC = '   '
055500                     OR  B.BENO_SEC = A.ARCH_ACH_SEC))
055600     END-EXEC.
055700     IF  SQLCODE NOT = ZERO
055800         DISPLAY 'DSDSB548 - BENEFIT LOOKBACK FAILED, SQLCODE '
055900             SQLCODE
056000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
056100         MOVE 16 TO RETURN-CODE
056200         GOBACK
056300     END-IF.
056400 4100-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700 4200-PLACE-HOLD.
056800*    THE SAME VALIDATION FINQU501 GIVES EVERY HOLD, AND ONE HOLD
056900*    PER ACCOUNT PER ORDER -- A RERUN MUST NOT STACK DUPLICATES.
057000     MOVE 'LEGAL' TO FINQU501-REFERENCE-SOURCE.
057100     CALL 'FINQU501' USING FINQU501-PARAMETERS.
057200     IF  NOT FINQU501-VALID
057300         ADD 1 TO WS-TOTAL-HOLD-FAIL
057400         MOVE ZERO TO WS-HOLD-AMT
057500         MOVE 'HOLD NOT VALID' TO WS-NOTE
057600         GO TO 4200-EXIT
057700     END-IF.
057800     EXEC SQL
057900         DELETE FROM FINQ.HOLD
058000          WHERE HOLD_BANK_NBR     = :HOLD-BANK-NBR
058100            AND HOLD_ACCT_ID      = :HOLD-ACCT-ID
058200            AND HOLD_ACCT_NBR     = :HOLD-ACCT-NBR
058300            AND HOLD_SOURCE_PROG  = 'DSDSB548'
058400            AND HOLD_REFERENCE_ID = :WS-HOLD-REF-ID
058500     END-EXEC.
058600     EXEC SQL
058700         INSERT INTO FINQ.HOLD
058800                (HOLD_BANK_NBR, HOLD_ACCT_ID, HOLD_ACCT_NBR,
058900                 HOLD_TYPE, HOLD_SOURCE_USER, HOLD_SOURCE_PROG,
059000                 HOLD_PLACE_DATE, HOLD_RELEASE_DATE, HOLD_AMOUNT,
059100                 HOLD_CHECK_NBR, HOLD_LAST_UPDATE, HOLD_TX_DESC,
059200                 HOLD_LST_4_DIGITS, HOLD_REFERENCE_SOURCE,
059300                 HOLD_REFERENCE_ID, HOLD_MEMO_ID,
059400                 HOLD_CREATE_TS, HOLD_UPDATE_TS)
059500         VALUES (:HOLD-BANK-NBR, :HOLD-ACCT-ID, :HOLD-ACCT-NBR,
059600                 :DSDSB548-HOLD-TYPE, 0, 'DSDSB548',
059700                 :WS-TODAY-DATE, :WS-RELEASE-DATE,
059800                 :WS-HOLD-AMT,
059900                 0, CURRENT TIMESTAMP,
060000                 'GARNISHMENT/LEVY HOLD',
060100                 0, 'LEGAL',
060200                 :WS-HOLD-REF-ID, 0,
060300                 CURRENT TIMESTAMP, CURRENT TIMESTAMP)
060400     END-EXEC.
060500     IF  SQLCODE NOT = ZERO
060600         ADD 1 TO WS-TOTAL-HOLD-FAIL
060700         MOVE ZERO TO WS-HOLD-AMT
060800         MOVE 'HOLD INSERT FAILED' TO WS-NOTE
060900         GO TO 4200-EXIT
061000     END-IF.
061100     ADD 1 TO WS-TOTAL-HOLDS.
061200     SUBTRACT WS-HOLD-AMT FROM WS-REMAINING.
061300     ADD WS-HOLD-AMT TO LORD-HELD-AMT.
061400     ADD WS-HOLD-AMT TO WS-AMT-HELD.
061500 4200-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 4300-POST-FEE.
061900     ADD 1 TO WS-SEQUENCE.
062000     EXEC SQL
062100         INSERT INTO DSDS.PEND
062200                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
062300                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
062400                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
062500                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
062600                 PEND_ITEM_COUNT)
062700         VALUES (:HOLD-BANK-NBR, :HOLD-ACCT-ID, :WS-ACCT-NBR-9,
062800                 :DSDSB548-FEE-TX-CODE, :WS-FEE-AMT,
062900                 :WS-TODAY-DATE, :DSDSB548-PEND-BATCH-NBR,
063000                 :WS-SEQUENCE, 'LEGAL ORDER PROCESSING FEE',
063100                 'DSDSB548', :WS-TODAY-DATE, 1)
063200     END-EXEC.
063300     IF  SQLCODE = ZERO
063400         SET WS-FEE-POSTED TO TRUE
063500         ADD 1 TO WS-TOTAL-FEES
063600         MOVE WS-FEE-AMT TO LORD-FEE-AMT
063700         MOVE 'FEE POSTED' TO WS-NOTE
063800     ELSE
063900         MOVE 'FEE PEND-ERR' TO WS-NOTE
064000     END-IF.
064100 4300-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400 4400-SEND-NOTICE.
064500*    THE ACCOUNT HOLDER HEARS THE SAME NIGHT -- WHAT WAS HELD
064600*    AND WHAT THE FEDERAL BENEFIT RULE PROTECTED.
064700     MOVE 'DSDSB548'          TO EDOC050-SOURCE-PROG.
064800     MOVE ZERO                TO EDOC050-USER-ID.
064900     MOVE HOLD-BANK-NBR       TO EDOC050-ACCT-BANK-NBR.
065000     MOVE DSDSB548-FILE-ID    TO EDOC050-ACCT-FILE-ID.
065100     MOVE WS-AT-ACCT-NBR (WS-SUB) TO WS-ACCT-KEY-NBR.
065200     MOVE WS-ACCT-KEY-WORK    TO EDOC050-ACCT-KEY.
065300     MOVE 'LEGALORD'          TO EDOC050-FORM-ID.
065400     MOVE DSDSB548-DEL-METHOD TO EDOC050-DEL-METHOD (1).
065500     MOVE 'NOTICE OF GARNISHMENT OR LEVY ON YOUR ACCOUNT'
065600       TO EDOC050-DEL-SUBJECT (1).
065700     MOVE LORD-ORDER-ID       TO NI-ORDER-ID.
065800     MOVE WS-HOLD-AMT         TO NI-HELD.
065900     MOVE WS-PROTECTED-AMT    TO NI-PROTECTED.
066000     MOVE WS-NOTICE-INST      TO EDOC050-DEL-INST (1).
066100     MOVE SPACE               TO EDOC050-DEL-DATA (1).
066200     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
066300     CALL 'EDOC050' USING EDOC050-PARAMETERS.
066310     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
066400     ADD 1 TO WS-TOTAL-NOTICES.
066500 4400-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800 4900-UPDATE-ORDER.
066900     EXEC SQL
067000         UPDATE DSDS.LEGALORD
067100            SET LORD_STATUS        = :LORD-STATUS,
067200                LORD_CUST_ID       = :LORD-CUST-ID,
067300                LORD_PROTECTED_AMT = :LORD-PROTECTED-AMT,
067400                LORD_HELD_AMT      = :LORD-HELD-AMT,
067500                LORD_FEE_AMT       = :LORD-FEE-AMT,
067600                LORD_PROCESS_DATE  = CURRENT DATE
067700          WHERE LORD_ORDER_ID = :LORD-ORDER-ID
067800     END-EXEC.
067900     IF  SQLCODE NOT = ZERO
068000         DISPLAY 'DSDSB548 - LEGALORD UPDATE FAILED, SQLCODE '
068100             SQLCODE
068200         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
068300         MOVE 16 TO RETURN-CODE
068400         GOBACK
068500     END-IF.
068600 4900-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900 5000-REMIT-DUE-ORDERS.
069000*    ON THE ANSWER DATE THE HELD FUNDS ARE DEBITED, THE HOLDS
069100*    COME OFF, AND ONE OFFICIAL CHECK GOES TO THE CREDITOR.
069200     MOVE 'N' TO WS-EOF-SW.
069300     EXEC SQL
069400         DECLARE CSR656R CURSOR FOR
069500         SELECT LORD_ORDER_ID, LORD_BANK_NBR, LORD_ORDER_TYPE,
069600                LORD_AGENCY, LORD_PAYEE
069700           FROM DSDS.LEGALORD
069800          WHERE LORD_STATUS = 'H'
069900            AND LORD_ANSWER_DATE <= CURRENT DATE
070000          ORDER BY LORD_ORDER_ID
070100     END-EXEC.
070200     EXEC SQL OPEN CSR656R END-EXEC.
070300     PERFORM 5100-FETCH-DUE THRU 5100-EXIT.
070400     PERFORM 5200-REMIT-ONE-ORDER THRU 5200-EXIT
070500         UNTIL WS-EOF-YES.
070600     EXEC SQL CLOSE CSR656R END-EXEC.
070700 5000-EXIT.
070800     EXIT.
070900*----------------------------------------------------------------
071000 5100-FETCH-DUE.
071100     EXEC SQL
071200         FETCH CSR656R
071300          INTO :LORD-ORDER-ID, :LORD-BANK-NBR, :LORD-ORDER-TYPE,
071400               :LORD-AGENCY, :LORD-PAYEE
071500     END-EXEC.
071600     IF  SQLCODE NOT = ZERO
071700         SET WS-EOF-YES TO TRUE
071800     END-IF.
071900 5100-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200 5200-REMIT-ONE-ORDER.
072250*    THE CHECK IS ISSUED FOR THE HELD FUNDS BEFORE ANY OF THEM
072300*    MOVE; THE DEBITS GO IN NEXT, AND ONLY WHEN ALL ARE IN DO THE
072350*    HOLDS COME OFF.  AN ORDER THAT CANNOT BE REMITTED IN FULL --
072400*    NOTHING HELD, NO CHECK, A DEBIT THAT WILL NOT WRITE -- IS
072450*    BACKED OUT AND STAYS ON HOLD FOR THE NEXT RUN.
072500     MOVE LORD-ORDER-ID TO WS-HR-ORDER-ID.
072550     MOVE WS-HOLD-REF-WORK TO WS-HOLD-REF-ID.
072600     MOVE ZERO TO WS-REMIT-TOTAL.
072650     MOVE ZERO TO LORD-OFC-SERIAL.
072700     MOVE SPACES TO WS-NOTE.
072750     MOVE LORD-BANK-NBR TO DL-BANK-NBR.
072800     MOVE ZERO TO DL-ACCT-NBR.
072850     MOVE ZERO TO DL-BALANCE.
072900     MOVE ZERO TO DL-PROTECTED.
072950     PERFORM 5300-LOAD-HOLDS THRU 5300-EXIT.
073000     IF  WS-REMIT-TOTAL NOT > ZERO
073050         MOVE 'NOTHING HELD' TO WS-NOTE
073100         GO TO 5200-NOT-REMITTED
073150     END-IF.
073200     PERFORM 5500-ISSUE-CHECK THRU 5500-EXIT.
073250     IF  WS-NOTE NOT = SPACES
073300         GO TO 5200-NOT-REMITTED
073350     END-IF.
073400     COMPUTE WS-FIRST-SEQUENCE = WS-SEQUENCE + 1.
073450     PERFORM 5400-TAKE-ONE-HOLD THRU 5400-EXIT
073500         VARYING WS-SUB FROM 1 BY 1
073550         UNTIL WS-SUB > WS-HOLD-MAX
073600         OR    WS-NOTE NOT = SPACES.
073650     IF  WS-NOTE NOT = SPACES
073700         PERFORM 5600-BACK-OUT-REMIT THRU 5600-EXIT
073750         GO TO 5200-NOT-REMITTED
073800     END-IF.
073850     PERFORM 5450-RELEASE-ONE-HOLD THRU 5450-EXIT
073900         VARYING WS-SUB FROM 1 BY 1
073950         UNTIL WS-SUB > WS-HOLD-MAX.
074000     EXEC SQL
074050         UPDATE DSDS.LEGALORD
074100            SET LORD_STATUS     = 'P',
074150                LORD_HELD_AMT   = :WS-REMIT-TOTAL,
074200                LORD_REMIT_DATE = CURRENT DATE,
074250                LORD_OFC_SERIAL = :LORD-OFC-SERIAL
074300          WHERE LORD_ORDER_ID = :LORD-ORDER-ID
074350     END-EXEC.
074400     IF  SQLCODE NOT = ZERO
074450         DISPLAY 'DSDSB548 - LEGALORD UPDATE FAILED, SQLCODE '
074500             SQLCODE
074550         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
074600         MOVE 16 TO RETURN-CODE
074650         GOBACK
074700     END-IF.
074750     ADD 1 TO WS-TOTAL-REMITTED.
074800     ADD WS-REMIT-TOTAL TO WS-AMT-REMITTED.
074850     MOVE 'REMITTED ' TO DL-DISP.
074900     MOVE WS-REMIT-TOTAL TO DL-AMOUNT.
074950     MOVE LORD-PAYEE TO WS-NOTE.
075000     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
075050     GO TO 5200-NEXT.
075100 5200-NOT-REMITTED.
075150     ADD 1 TO WS-TOTAL-REMIT-FAIL.
075200     MOVE 'NOT REMIT' TO DL-DISP.
075250     MOVE WS-REMIT-TOTAL TO DL-AMOUNT.
075300     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
075350 5200-NEXT.
075400     PERFORM 5100-FETCH-DUE THRU 5100-EXIT.
075450 5200-EXIT.
075500     EXIT.
075800*----------------------------------------------------------------
075900 5300-LOAD-HOLDS.
076000     MOVE ZERO TO WS-HOLD-MAX.
076100     MOVE 'N' TO WS-ACCT-EOF-SW.
076200     EXEC SQL
076300         DECLARE CSR656H CURSOR FOR
076400         SELECT HOLD_BANK_NBR, HOLD_ACCT_ID, HOLD_ACCT_NBR,
076500                HOLD_AMOUNT
076600           FROM FINQ.HOLD
076700          WHERE HOLD_SOURCE_PROG  = 'DSDSB548'
076800            AND HOLD_REFERENCE_ID = :WS-HOLD-REF-ID
076900            AND HOLD_AMOUNT > 0
077000     END-EXEC.
077100     EXEC SQL OPEN CSR656H END-EXEC.
077200     PERFORM 5310-FETCH-HOLD THRU 5310-EXIT
077300         UNTIL WS-ACCT-EOF-YES.
077400     EXEC SQL CLOSE CSR656H END-EXEC.
077500 5300-EXIT.
077600     EXIT.
077700*----------------------------------------------------------------
077800 5310-FETCH-HOLD.
077900     EXEC SQL
078000         FETCH CSR656H
078100          INTO :HOLD-BANK-NBR, :HOLD-ACCT-ID, :HOLD-ACCT-NBR,
078200               :HOLD-AMOUNT
078300     END-EXEC.
078400     IF  SQLCODE NOT = ZERO
078500         SET WS-ACCT-EOF-YES TO TRUE
078600         GO TO 5310-EXIT
078700     END-IF.
078800     IF  WS-HOLD-MAX NOT < 20
078900         GO TO 5310-EXIT
079000     END-IF.
079100     ADD 1 TO WS-HOLD-MAX.
079200     MOVE HOLD-BANK-NBR TO WS-HT-BANK-NBR (WS-HOLD-MAX).
079300     MOVE HOLD-ACCT-ID  TO WS-HT-ACCT-ID (WS-HOLD-MAX).
079400     MOVE HOLD-ACCT-NBR TO WS-HT-ACCT-NBR-X (WS-HOLD-MAX).
079500     MOVE HOLD-AMOUNT   TO WS-HT-AMOUNT (WS-HOLD-MAX).
079550     ADD HOLD-AMOUNT   TO WS-REMIT-TOTAL.
079600 5310-EXIT.
079700     EXIT.
079800*----------------------------------------------------------------
079900 5400-TAKE-ONE-HOLD.
079950*    THE DEBIT FOR ONE HOLD.  THE HOLD ITSELF STAYS ON UNTIL EVERY
080000*    DEBIT OF THE ORDER IS IN (5450), SO THE FUNDS ARE NEVER FREE
080050*    IN BETWEEN.
080100     MOVE WS-HT-BANK-NBR (WS-SUB) TO HOLD-BANK-NBR.
080150     MOVE WS-HT-ACCT-ID (WS-SUB)  TO HOLD-ACCT-ID.
080200     MOVE WS-HT-ACCT-NBR-X (WS-SUB) TO HOLD-ACCT-NBR.
080250     MOVE WS-HT-ACCT-NBR (WS-SUB) TO WS-ACCT-NBR-9.
080300     MOVE WS-HT-AMOUNT (WS-SUB)   TO WS-HOLD-AMT.
080350     ADD 1 TO WS-SEQUENCE.
080400     EXEC SQL
080450         INSERT INTO DSDS.PEND
080500                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
080550                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
080600                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
080650                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
080700                 PEND_ITEM_COUNT)
080750         VALUES (:HOLD-BANK-NBR, :HOLD-ACCT-ID, :WS-ACCT-NBR-9,
080800                 :DSDSB548-REMIT-TX-CODE, :WS-HOLD-AMT,
080850                 :WS-TODAY-DATE, :DSDSB548-PEND-BATCH-NBR,
080900                 :WS-SEQUENCE, 'GARNISHMENT/LEVY REMITTED',
080950                 'DSDSB548', :WS-TODAY-DATE, 1)
081000     END-EXEC.
081050     IF  SQLCODE NOT = ZERO
081100         MOVE 'PEND WRITE FAILED' TO WS-NOTE
081150     END-IF.
081200 5400-EXIT.
081250     EXIT.
081300*----------------------------------------------------------------
081350 5450-RELEASE-ONE-HOLD.
081400*    EVERY DEBIT IS IN -- THE HOLDS COME OFF.  A HOLD THAT WILL
081450*    NOT COME OFF WOULD SIT ON FUNDS ALREADY DEBITED, SO THE RUN
081475*    STOPS.
081500     MOVE WS-HT-BANK-NBR (WS-SUB) TO HOLD-BANK-NBR.
081550     MOVE WS-HT-ACCT-ID (WS-SUB)  TO HOLD-ACCT-ID.
081600     MOVE WS-HT-ACCT-NBR-X (WS-SUB) TO HOLD-ACCT-NBR.
081650     EXEC SQL
081700         DELETE FROM FINQ.HOLD
081750          WHERE HOLD_BANK_NBR     = :HOLD-BANK-NBR
081800            AND HOLD_ACCT_ID      = :HOLD-ACCT-ID
081850            AND HOLD_ACCT_NBR     = :HOLD-ACCT-NBR
081900            AND HOLD_SOURCE_PROG  = 'DSDSB548'
081950            AND HOLD_REFERENCE_ID = :WS-HOLD-REF-ID
082000     END-EXEC.
082050     IF  SQLCODE NOT = ZERO
082100     AND SQLCODE NOT = 100
082150         DISPLAY 'DSDSB548 - HOLD DELETE FAILED, SQLCODE '
082200             SQLCODE
082250         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
082300         MOVE 16 TO RETURN-CODE
082350         GOBACK
082400     END-IF.
082450 5450-EXIT.
082500     EXIT.
083600*----------------------------------------------------------------
083700 5500-ISSUE-CHECK.
083800*    NEXT SERIAL ON THE BANK'S REGISTER, OUTSTANDING UNTIL
083900*    NIPSB505 PAIRS IT, AS DSDSB547 ISSUES A CLOSING CHECK.
084000     MOVE LORD-BANK-NBR TO OFC-BANK-NBR.
084100     EXEC SQL
084200         SELECT COALESCE(MAX(OFC_SERIAL_NBR), 0) + 1
084300           INTO :WS-SERIAL
084400           FROM NIPS.OFFCHK
084500          WHERE OFC_BANK_NBR = :OFC-BANK-NBR
084600     END-EXEC.
084700     IF  SQLCODE NOT = ZERO
084800         MOVE 'NO CHECK SERIAL' TO WS-NOTE
084900         GO TO 5500-EXIT
085000     END-IF.
085100     MOVE WS-SERIAL TO OFC-SERIAL-NBR.
085200     MOVE WS-REMIT-TOTAL TO OFC-AMOUNT.
085300     IF  LORD-PAYEE = SPACES
085400         MOVE LORD-AGENCY TO OFC-PAYEE
085500     ELSE
085600         MOVE LORD-PAYEE TO OFC-PAYEE
085700     END-IF.
085800     EXEC SQL
085900         INSERT INTO NIPS.OFFCHK
086000                (OFC_BANK_NBR, OFC_SERIAL_NBR, OFC_AMOUNT,
086100                 OFC_PAYEE, OFC_STATUS, OFC_ISSUE_DATE,
086200                 OFC_PAID_DATE)
086300         VALUES (:OFC-BANK-NBR, :OFC-SERIAL-NBR, :OFC-AMOUNT,
086400                 :OFC-PAYEE, 'O', CURRENT DATE, '0001-01-01')
086500     END-EXEC.
086600     IF  SQLCODE NOT = ZERO
086700         MOVE 'CHECK REGISTER FAIL' TO WS-NOTE
086800         GO TO 5500-EXIT
086900     END-IF.
087000     MOVE WS-SERIAL TO LORD-OFC-SERIAL.
087100     MOVE OFC-PAYEE TO LORD-PAYEE.
087200 5500-EXIT.
087300     EXIT.
087302*----------------------------------------------------------------
087304 5600-BACK-OUT-REMIT.
087306*    A DEBIT WOULD NOT WRITE.  THE DEBITS OF THE ORDER ALREADY IN
087308*    COME BACK OUT AND ITS CHECK IS TAKEN OFF THE REGISTER; THE
087310*    HOLDS WERE NEVER TOUCHED.
087312     EXEC SQL
087314         DELETE FROM DSDS.PEND
087316          WHERE PEND_BATCH_NBR    = :DSDSB548-PEND-BATCH-NBR
087318            AND PEND_SOURCE_PROG  = 'DSDSB548'
087320            AND PEND_ENTRY_DATE   = :WS-TODAY-DATE
087322            AND PEND_TX_CODE      = :DSDSB548-REMIT-TX-CODE
087324            AND PEND_SEQUENCE_NBR >= :WS-FIRST-SEQUENCE
087326            AND PEND_SEQUENCE_NBR <= :WS-SEQUENCE
087328     END-EXEC.
087330     IF  SQLCODE NOT = ZERO
087332     AND SQLCODE NOT = 100
087334         DISPLAY 'DSDSB548 - PEND BACK-OUT FAILED, SQLCODE '
087336             SQLCODE
087338         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
087340         MOVE 16 TO RETURN-CODE
087342         GOBACK
087344     END-IF.
087346     EXEC SQL
087348         DELETE FROM NIPS.OFFCHK
087350          WHERE OFC_BANK_NBR   = :OFC-BANK-NBR
087352            AND OFC_SERIAL_NBR = :OFC-SERIAL-NBR
087354     END-EXEC.
087356     IF  SQLCODE NOT = ZERO
087358         DISPLAY 'DSDSB548 - CHECK VOID FAILED, SQLCODE '
087360             SQLCODE
087362         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
087364         MOVE 16 TO RETURN-CODE
087366         GOBACK
087368     END-IF.
087370     MOVE ZERO TO LORD-OFC-SERIAL.
087372 5600-EXIT.
087374     EXIT.
087400*----------------------------------------------------------------
087500 6000-TAKE-IN-ORDER.
087600*    THE ORDER AS SERVED.  THE NEXT ORDER ID IS ASSIGNED HERE
087700*    AND DISPLAYED FOR THE LEGAL DEPARTMENT'S FILE.
087800     MOVE DSDSB548-ORDER-TYPE TO LORD-ORDER-TYPE.
087900     IF  NOT LORD-TYPE-VALID
088000         DISPLAY 'DSDSB548 - ORDER-TYPE MUST BE G, S OR F'
088100         MOVE 8 TO RETURN-CODE
088200         GO TO 6000-EXIT
088300     END-IF.
088400     IF  DSDSB548-DEBTOR-TIN = ZERO
088500     OR  DSDSB548-ORDER-AMT = ZERO
088600     OR  DSDSB548-ANSWER-DATE = SPACES
088700         DISPLAY 'DSDSB548 - TIN, AMOUNT AND ANSWER DATE '
088800             'ARE REQUIRED'
088900         MOVE 8 TO RETURN-CODE
089000         GO TO 6000-EXIT
089100     END-IF.
089200     MOVE DSDSB548-BANK-NBR    TO LORD-BANK-NBR.
089300     MOVE DSDSB548-DEBTOR-NAME TO LORD-DEBTOR-NAME.
089400     MOVE DSDSB548-DEBTOR-TIN  TO LORD-DEBTOR-TIN.
089500     MOVE DSDSB548-ORDER-AMT   TO LORD-ORDER-AMT.
089600     MOVE DSDSB548-AGENCY      TO LORD-AGENCY.
089700     MOVE DSDSB548-PAYEE       TO LORD-PAYEE.
089800     MOVE DSDSB548-CASE-NBR    TO LORD-CASE-NBR.
089900     MOVE DSDSB548-ANSWER-DATE TO LORD-ANSWER-DATE.
090000     MOVE DSDSB548-OPER-ID     TO LORD-RECV-BY.
090100     EXEC SQL
090200         SELECT COALESCE(MAX(LORD_ORDER_ID), 0) + 1
090300           INTO :WS-ORDER-ID
090400           FROM DSDS.LEGALORD
090500     END-EXEC.
090600     MOVE WS-ORDER-ID TO LORD-ORDER-ID.
090700     EXEC SQL
090800         INSERT INTO DSDS.LEGALORD
090900                (LORD_ORDER_ID, LORD_BANK_NBR, LORD_ORDER_TYPE,
091000                 LORD_DEBTOR_NAME, LORD_DEBTOR_TIN,
091100                 LORD_ORDER_AMT, LORD_AGENCY, LORD_PAYEE,
091200                 LORD_CASE_NBR, LORD_RECV_DATE, LORD_ANSWER_DATE,
091300                 LORD_RECV_BY, LORD_STATUS, LORD_CUST_ID,
091400                 LORD_PROTECTED_AMT, LORD_HELD_AMT, LORD_FEE_AMT,
091500                 LORD_PROCESS_DATE, LORD_REMIT_DATE,
091600                 LORD_OFC_SERIAL)
091700         VALUES (:LORD-ORDER-ID, :LORD-BANK-NBR,
091800                 :LORD-ORDER-TYPE, :LORD-DEBTOR-NAME,
091900                 :LORD-DEBTOR-TIN, :LORD-ORDER-AMT,
092000                 :LORD-AGENCY, :LORD-PAYEE, :LORD-CASE-NBR,
092100                 CURRENT DATE, :LORD-ANSWER-DATE,
092200                 :LORD-RECV-BY, 'R', 0, 0, 0, 0,
092300                 '0001-01-01', '0001-01-01', 0)
092400     END-EXEC.
092500     IF  SQLCODE = ZERO
092600         MOVE LORD-ORDER-ID TO WS-HR-ORDER-ID
092700         DISPLAY 'DSDSB548 - ORDER ' WS-HR-ORDER-ID ' RECEIVED'
092800     ELSE
092900         DISPLAY 'DSDSB548 - ORDER NOT RECORDED, SQLCODE '
093000             SQLCODE
093100         MOVE 8 TO RETURN-CODE
093200     END-IF.
093300 6000-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------
093600 6500-RELEASE-ORDER.
093700*    A SATISFIED, VACATED OR WITHDRAWN ORDER.  ITS HOLDS COME
093800*    OFF AND IT IS CLOSED WITHOUT REMITTANCE.
093900     MOVE DSDSB548-ORDER-ID TO LORD-ORDER-ID.
094000     MOVE DSDSB548-ORDER-ID TO WS-HR-ORDER-ID.
094100     MOVE WS-HOLD-REF-WORK TO WS-HOLD-REF-ID.
094200     EXEC SQL
094300         UPDATE DSDS.LEGALORD
094400            SET LORD_STATUS = 'X'
094500          WHERE LORD_ORDER_ID = :LORD-ORDER-ID
094600            AND LORD_STATUS IN ('R', 'H', 'E')
094700     END-EXEC.
094800     IF  SQLCODE NOT = ZERO
094900         DISPLAY 'DSDSB548 - NO OPEN ORDER ' WS-HR-ORDER-ID
095000         MOVE 8 TO RETURN-CODE
095100         GO TO 6500-EXIT
095200     END-IF.
095210*    THE RELEASE IS AN OPERATOR ACTION AHEAD OF THE ANSWER DATE,
095220*    SO EACH HOLD IS LOGGED UNDER THE RELEASING OPERATOR FIRST.
095230     EXEC SQL
095240         INSERT INTO FINQ.HOLDREL
095250                (HREL_BANK_NBR, HREL_ACCT_ID, HREL_ACCT_NBR,
095260                 HREL_MEMO_ID, HREL_HOLD_TYPE, HREL_AMOUNT,
095270                 HREL_SOURCE_PROG, HREL_OPER_ID,
095280                 HREL_RELEASE_DATE, HREL_RELEASE_TS)
095290         SELECT HOLD_BANK_NBR, HOLD_ACCT_ID, HOLD_ACCT_NBR,
095300                HOLD_MEMO_ID, HOLD_TYPE, HOLD_AMOUNT,
095310                'DSDSB548', :DSDSB548-OPER-ID,
095320                CURRENT DATE, CURRENT TIMESTAMP
095330           FROM FINQ.HOLD
095340          WHERE HOLD_SOURCE_PROG  = 'DSDSB548'
095350            AND HOLD_REFERENCE_ID = :WS-HOLD-REF-ID
095360     END-EXEC.
095361     IF  SQLCODE NOT = ZERO
095362     AND SQLCODE NOT = 100
095363         DISPLAY 'DSDSB548 - HOLDREL INSERT FAILED, SQLCODE '
095364             SQLCODE
095365         EXEC SQL ROLLBACK END-EXEC
095366         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
095367         MOVE 16 TO RETURN-CODE
095368         GO TO 6500-EXIT
095369     END-IF.
095370     EXEC SQL
095400         DELETE FROM FINQ.HOLD
095500          WHERE HOLD_SOURCE_PROG  = 'DSDSB548'
095600            AND HOLD_REFERENCE_ID = :WS-HOLD-REF-ID
095700     END-EXEC.
095800     DISPLAY 'DSDSB548 - ORDER ' WS-HR-ORDER-ID ' RELEASED'.
095900 6500-EXIT.
096000     EXIT.
096100*----------------------------------------------------------------
096200 7000-WRITE-DETAIL.
096300     MOVE LORD-ORDER-ID   TO DL-ORDER-ID.
096400     MOVE LORD-ORDER-TYPE TO DL-TYPE.
096500     MOVE WS-NOTE         TO DL-NOTE.
096600     MOVE WS-DETAIL-LINE TO RPT656-RECORD.
096700     WRITE RPT656-RECORD.
096800 7000-EXIT.
096900     EXIT.
097000*----------------------------------------------------------------
097100 7500-RESOLVE-DELIVERY.
097200*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
097300*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
097400*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
097500*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
097600     SET EDOCU051-FUNC-RESOLVE TO TRUE.
097700     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
097800     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
097900     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
098000     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
098100     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
098200     IF  EDOCU051-VALID
098300         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
098400         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
098500     END-IF.
098600 7500-EXIT.
098700     EXIT.
098704*----------------------------------------------------------------
098708 7550-ARCHIVE-PIECE.
098712*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
098716*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
098720*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
098724     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
098728     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
098732     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
098736     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
098740     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
098744     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
098748     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
098752     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
098756     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
098760     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
098764     IF  NOT EDOCU053-VALID
098768         DISPLAY 'DSDSB548 - ' EDOCU053-ERROR-TEXT
098772     END-IF.
098776 7550-EXIT.
098780     EXIT.
098800*----------------------------------------------------------------
098900 8000-FINALIZE.
099000     MOVE SPACES TO RPT656-RECORD.
099100     WRITE RPT656-RECORD.
099200     MOVE 'NEW ORDERS PROCESSED'   TO TL-LABEL.
099300     MOVE WS-TOTAL-ORDERS          TO TL-COUNT.
099400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
099500     MOVE 'ORDERS WITH FUNDS HELD' TO TL-LABEL.
099600     MOVE WS-TOTAL-HELD-ORDERS     TO TL-COUNT.
099700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
099800     MOVE 'ORDERS - NO FUNDS'      TO TL-LABEL.
099900     MOVE WS-TOTAL-NO-FUNDS        TO TL-COUNT.
100000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
100100     MOVE 'ORDERS - NO CUSTOMER'   TO TL-LABEL.
100200     MOVE WS-TOTAL-NO-MATCH        TO TL-COUNT.
100300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
100400     MOVE 'HOLDS PLACED'           TO TL-LABEL.
100500     MOVE WS-TOTAL-HOLDS           TO TL-COUNT.
100600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
100700     MOVE 'HOLDS FAILED'           TO TL-LABEL.
100800     MOVE WS-TOTAL-HOLD-FAIL       TO TL-COUNT.
100900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
101000     MOVE 'FEES POSTED'            TO TL-LABEL.
101100     MOVE WS-TOTAL-FEES            TO TL-COUNT.
101200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
101300     MOVE 'NOTICES SENT'           TO TL-LABEL.
101400     MOVE WS-TOTAL-NOTICES         TO TL-COUNT.
101500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
101600     MOVE 'ORDERS REMITTED'        TO TL-LABEL.
101700     MOVE WS-TOTAL-REMITTED        TO TL-COUNT.
101800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
101830     MOVE 'ORDERS NOT REMITTED'    TO TL-LABEL.
101860     MOVE WS-TOTAL-REMIT-FAIL      TO TL-COUNT.
101890     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
101900     MOVE 'AMOUNT PROTECTED'       TO AL-LABEL.
102000     MOVE WS-AMT-PROTECTED         TO AL-AMOUNT.
102100     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
102200     MOVE 'AMOUNT HELD'            TO AL-LABEL.
102300     MOVE WS-AMT-HELD              TO AL-AMOUNT.
102400     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
102500     MOVE 'AMOUNT REMITTED'        TO AL-LABEL.
102600     MOVE WS-AMT-REMITTED          TO AL-AMOUNT.
102700     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
102800     CLOSE RPT656-FILE.
102900 8000-EXIT.
103000     EXIT.
103100*----------------------------------------------------------------
103200 8100-WRITE-TOTAL.
103300     MOVE WS-TOTAL-LINE TO RPT656-RECORD.
103400     WRITE RPT656-RECORD.
103500 8100-EXIT.
103600     EXIT.
103700*----------------------------------------------------------------
103800 8200-WRITE-AMOUNT.
103900     MOVE WS-AMOUNT-LINE TO RPT656-RECORD.
104000     WRITE RPT656-RECORD.
104100 8200-EXIT.
104200     EXIT.
104300*----------------------------------------------------------------
104400 9000-LOG-FATAL.
104500*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
104600*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
104700*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
104800     MOVE 'DSDSB548'                TO ADMU501-PROGRAM.
104900     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
105000     MOVE SQLCODE                   TO ADMU501-SQLCODE.
105100     MOVE SPACES                    TO ADMU501-FILE-STATUS.
105200     MOVE SPACES                    TO ADMU501-KEY-DATA.
105300     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
105400       TO ADMU501-MSG.
105500     CALL 'ADMU501' USING ADMU501-PARAMETERS.
105600 9000-EXIT.
105700     EXIT.
