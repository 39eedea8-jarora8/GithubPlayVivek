000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMB520.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY FOREIGN   *
001500*                      ATM SURCHARGE REBATE FOR GOLD, WORLD AND  *
001600*                      BUSINESS CHECKING PLUS CARDS (CARD TYPES  *
001700*                      G, W, B).  EACH ELIGIBLE CHECKING         *
001800*                      ACCOUNT'S FOREIGN ATM DEBIT COUNT COMES   *
001900*                      OFF THE DSDS HISTORY CYCLE AND ITS        *
002000*                      SURCHARGE ITEMS OFF DSDS.PDTXARCH; THE    *
002100*                      SURCHARGES ARE REFUNDED UP TO THE CARD    *
002200*                      TYPE'S MONTHLY CAP ON AMS.PROPS AS A      *
002300*                      DSDS.PEND CREDIT UNDER ITS OWN TX CODE.   *
002400*                      EACH REBATE ALSO GOES TO THE GLB005 FEE   *
002500*                      FEED AS CONTRA CATEGORY ATMREBT, AND THE  *
002600*                      REBATE REGISTER PRINTS FOR AUDIT.  A      *
002700*                      CYCLE ALREADY REBATED IS NOT RUN TWICE.   *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT HIST501-FILE ASSIGN TO HIST501
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS DSDS-HISTORY-RECORD-KEY
004000         FILE STATUS IS WS-HIST-STATUS.
004100*    FEEOUT -- THIS RUN'S SHARE OF THE GLB005 FEEIN FEED.
004200     SELECT FEEOUT-FILE ASSIGN TO FEEOUT
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT RPT639-FILE ASSIGN TO RPT639
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HIST501-FILE.
004900     COPY DSDSIAT.
005000 FD  FEEOUT-FILE
005100     RECORDING MODE F.
005200*    THE GLB005 FEEIN LAYOUT -- CATEGORY, BANK, BRANCH, SIGNED
005300*    AMOUNT.  A REBATE IS FEE INCOME GIVEN BACK, SO IT RIDES
005400*    NEGATIVE.
005500 01  FEEOUT-RECORD.
005600     05  FEO-CATEGORY            PIC X(08).
005700     05  FEO-BANK-NBR            PIC 9(03).
005800     05  FEO-BRANCH              PIC 9(05).
005900     05  FEO-AMOUNT              PIC S9(09)V99 SIGN LEADING
006000                                               SEPARATE.
006100     05  FILLER                  PIC X(52).
006200 FD  RPT639-FILE
006300     RECORDING MODE F.
006400 01  RPT639-RECORD               PIC X(132).
006500*----------------------------------------------------------------
006600 WORKING-STORAGE SECTION.
006700*    ADMU501-PARAMETERS (COPY ADMU501P) -- THE COMMON ERROR
006800*    LOGGER EVERY OVERNIGHT JOB CALLS ON A FATAL CONDITION.
006900     COPY ADMU501P.
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW                PIC X       VALUE 'N'.
007200         88  WS-EOF-YES                   VALUE 'Y'.
007300     05  WS-HELD-SW               PIC X       VALUE 'N'.
007400         88  WS-ACCOUNT-HELD              VALUE 'Y'.
007500     05  WS-HIST-STATUS           PIC XX      VALUE '00'.
007600 01  WS-WORK-FIELDS.
007700     05  WS-IX                    PIC S9(4)   COMP  VALUE +0.
007800     05  WS-TX                    PIC S9(4)   COMP  VALUE +0.
007900     05  WS-CYC-IX                PIC S9(4)   COMP  VALUE +0.
008000     05  WS-SLOT-CYCLE            PIC S9(5)   COMP-3 VALUE +0.
008100     05  WS-REQ-CYCLE             PIC S9(5)   COMP-3 VALUE +0.
008200     05  WS-REQ-MO                PIC 9(02)   VALUE ZERO.
008300     05  WS-REQ-YY                PIC 9(02)   VALUE ZERO.
008400     05  WS-YY-QUOT               PIC 9(02)   VALUE ZERO.
008500     05  WS-FROM-DIGITS           PIC 9(07)   VALUE ZERO.
008600     05  FILLER REDEFINES WS-FROM-DIGITS.
008700         10  WS-FROM-CYY          PIC 9(03).
008800         10  WS-FROM-MM           PIC 9(02).
008900         10  WS-FROM-DD           PIC 9(02).
009000     05  WS-FROM-DATE             PIC S9(7)   COMP-3 VALUE +0.
009100     05  WS-THRU-DATE             PIC S9(7)   COMP-3 VALUE +0.
009200     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
009300     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
009400     05  WS-ARCH-BANK             PIC S9(2)   COMP-3 VALUE +0.
009500     05  WS-ACCT-NBR              PIC S9(9)   COMP-3 VALUE +0.
009600     05  WS-ROW-CAP               PIC S9(7)V99 COMP-3 VALUE +0.
009650     05  WS-ROW-BRANCH            PIC S9(3)   COMP-3 VALUE +0.
009700     05  WS-HIST-COUNT            PIC S9(5)   COMP-3 VALUE +0.
009800     05  WS-ARCH-COUNT            PIC S9(5)   COMP-3 VALUE +0.
009900     05  WS-SURCH-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
010000     05  WS-REBATE-AMT            PIC S9(9)V99 COMP-3 VALUE +0.
010100     05  WS-CAP-DISPLAY           PIC 9(09)   VALUE ZERO.
010200     05  WS-CYCLE-DISPLAY         PIC 9(05)   VALUE ZERO.
010300     05  WS-LAST-CYCLE            PIC S9(5)   COMP-3 VALUE +0.
010400     05  WS-TOTAL-CARDS           PIC S9(7)   COMP  VALUE ZERO.
010500     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
010600     05  WS-TOTAL-NO-FOREIGN      PIC S9(7)   COMP  VALUE ZERO.
010700     05  WS-TOTAL-NO-HIST         PIC S9(7)   COMP  VALUE ZERO.
010800     05  WS-TOTAL-REBATED         PIC S9(7)   COMP  VALUE ZERO.
010900     05  WS-TOTAL-CAPPED          PIC S9(7)   COMP  VALUE ZERO.
011000     05  WS-TOTAL-COUNT-DIFF      PIC S9(7)   COMP  VALUE ZERO.
011100     05  WS-TOTAL-NOTPOSTED       PIC S9(7)   COMP  VALUE ZERO.
011200     05  WS-TOTAL-REBATE-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.
011300*    THE ACCOUNT BEING GATHERED -- ONE ACCOUNT MAY CARRY SEVERAL
011400*    ELIGIBLE CARDS, AND IT REBATES UNDER THE ONE WITH THE
011500*    HIGHEST CAP.
011600 01  WS-HELD-ACCOUNT.
011700     05  WS-HELD-BANK             PIC S9(3)   COMP-3 VALUE +0.
011800     05  WS-HELD-KEY              PIC X(25)   VALUE SPACE.
011900     05  WS-HELD-CARD-TYPE        PIC X(01)   VALUE SPACE.
012000     05  WS-HELD-BRANCH           PIC S9(3)   COMP-3 VALUE +0.
012100     05  WS-HELD-CAP              PIC S9(7)V99 COMP-3 VALUE +0.
012200 01  WS-XREF-KEY-WORK.
012300     05  FILLER                   PIC X(16).
012400     05  WS-XREF-KEY-NBR          PIC 9(09).
012500*    THE ELIGIBLE CARD TYPES, THEIR MONTHLY CAPS (FROM AMS.PROPS
012600*    ACMB520.CAP.<TYPE>, CENTS, ZONED -- A TYPE WITH NO ROW HAS
012700*    NO CAP AND REBATES NOTHING) AND WHAT WAS PAID UNDER EACH.
012800 01  WS-TYPE-TABLE.
012900     05  FILLER                   PIC X(01)   VALUE 'G'.
013000     05  FILLER                   PIC X(01)   VALUE 'W'.
013100     05  FILLER                   PIC X(01)   VALUE 'B'.
013200 01  WS-TYPE-TABLE-R REDEFINES WS-TYPE-TABLE.
013300     05  WS-TYPE-CODE             PIC X(01)   OCCURS 3 TIMES.
013400 01  WS-TYPE-TOTALS.
013500     05  WS-TYPE-ENTRY  OCCURS 3 TIMES.
013600         10  WS-TYPE-CAP          PIC S9(7)V99 COMP-3.
013700         10  WS-TYPE-ACCOUNTS     PIC S9(7)   COMP.
013800         10  WS-TYPE-REBATE-AMT   PIC S9(9)V99 COMP-3.
013900*----------------------------------------------------------------
014000     COPY ACRSTRAN.
014100*----------------------------------------------------------------
014200     COPY ADMPARM1.
014300*----------------------------------------------------------------
014400     COPY DSDSPARC.
014500*----------------------------------------------------------------
014600     COPY APICPYA1.
014700*----------------------------------------------------------------
014800     COPY AMSU001P.
014900*----------------------------------------------------------------
015000 01  WS-HEADING-1.
015100     05  FILLER  PIC X(132) VALUE
015200       'ACMB520  FOREIGN ATM SURCHARGE REBATE REGISTER'.
015300 01  WS-HEADING-2.
015400     05  FILLER  PIC X(08)  VALUE 'CYCLE - '.
015500     05  HD-CYCLE                 PIC 9(04).
015600     05  FILLER  PIC X(11)  VALUE '   ITEMS - '.
015700     05  HD-FROM-DATE             PIC 9(07).
015800     05  FILLER  PIC X(04)  VALUE ' TO '.
015900     05  HD-THRU-DATE             PIC 9(07).
016000     05  FILLER                   PIC X(91)   VALUE SPACE.
016100 01  WS-HEADING-3.
016200     05  FILLER  PIC X(46)  VALUE
016300       'BNK ACCT-NO     T     HIST     ARCH SURCHARGES'.
016400     05  FILLER  PIC X(86)  VALUE
016500       '        CAP       REBATE  NOTE'.
016600 01  WS-DETAIL-LINE.
016700     05  DL-BANK-NBR              PIC 9(03).
016800     05  FILLER                   PIC X(01)   VALUE SPACE.
016900     05  DL-ACCT-NBR              PIC 9(09).
017000     05  FILLER                   PIC X(03)   VALUE SPACE.
017100     05  DL-CARD-TYPE             PIC X(01).
017200     05  FILLER                   PIC X(03)   VALUE SPACE.
017300     05  DL-HIST-COUNT            PIC ZZZZZ9.
017400     05  FILLER                   PIC X(03)   VALUE SPACE.
017500     05  DL-ARCH-COUNT            PIC ZZZZZ9.
017600     05  FILLER                   PIC X(01)   VALUE SPACE.
017700     05  DL-SURCH-AMT             PIC ZZZ,ZZ9.99.
017800     05  FILLER                   PIC X(01)   VALUE SPACE.
017900     05  DL-CAP-AMT               PIC ZZZ,ZZ9.99.
018000     05  FILLER                   PIC X(03)   VALUE SPACE.
018100     05  DL-REBATE-AMT            PIC ZZZ,ZZ9.99.
018200     05  FILLER                   PIC X(02)   VALUE SPACE.
018300     05  DL-NOTE                  PIC X(30).
018400     05  FILLER                   PIC X(30)   VALUE SPACE.
018500 01  WS-TYPE-LINE.
018600     05  FILLER  PIC X(10)  VALUE 'CARD TYPE '.
018700     05  TY-CARD-TYPE             PIC X(01).
018800     05  FILLER  PIC X(08)  VALUE '   CAP $'.
018900     05  TY-CAP                   PIC ZZZ,ZZ9.99.
019000     05  FILLER  PIC X(12)  VALUE '   ACCOUNTS '.
019100     05  TY-ACCOUNTS              PIC ZZZ,ZZ9.
019200     05  FILLER  PIC X(12)  VALUE '   REBATED $'.
019300     05  TY-REBATE-AMT            PIC ZZZ,ZZZ,ZZ9.99.
019400     05  FILLER                   PIC X(58)   VALUE SPACE.
019500 01  WS-TOTAL-LINE.
019600     05  TL-LABEL                 PIC X(26).
019700     05  TL-COUNT                 PIC ZZZ,ZZ9.
019800     05  FILLER                   PIC X(99)   VALUE SPACE.
019900 01  WS-AMOUNT-LINE.
020000     05  FILLER  PIC X(26)  VALUE 'TOTAL REBATED           $'.
020100     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
020200     05  FILLER                   PIC X(92)   VALUE SPACE.
020300*----------------------------------------------------------------
020400 LINKAGE SECTION.
020500 01  ACMB520-PARM.
020600*    THE CYCLE'S ITEM WINDOW (1900-BASED CYYMMDD, AS DSDS.PEND
020700*    AND DSDS.PDTXARCH CARRY DATES) -- THE FROM-DATE'S YEAR AND
020800*    MONTH ALSO PICK THE HISTORY SLOT.  SC-TX-CODE IS THE
020900*    TRANSACTION CODE THE OTHER BANK'S SURCHARGE POSTS UNDER.
021000*    PEND-TX-CODE, ACCT-ID AND BATCH-NBR IDENTIFY THE REBATE
021100*    CREDITS THIS RUN WRITES (ACCT-ID ALSO KEYS THE HISTORY AND
021200*    ARCHIVE).
021300     05  ACMB520-FROM-DATE         PIC 9(07).
021400     05  ACMB520-THRU-DATE         PIC 9(07).
021500     05  ACMB520-SC-TX-CODE        PIC 9(03).
021600     05  ACMB520-PEND-TX-CODE      PIC 9(03).
021700     05  ACMB520-PEND-ACCT-ID      PIC 9(03).
021800     05  ACMB520-PEND-BATCH-NBR    PIC 9(05).
021900*----------------------------------------------------------------
022000 PROCEDURE DIVISION USING ACMB520-PARM.
022100*
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     PERFORM 2000-GATHER-ONE-CARD THRU 2000-EXIT
022500         UNTIL WS-EOF-YES.
022600     IF  WS-ACCOUNT-HELD
022700         PERFORM 4000-REBATE-ONE-ACCOUNT THRU 4000-EXIT
022800     END-IF.
022900     EXEC SQL CLOSE CSR520 END-EXEC.
023000     PERFORM 7000-STORE-CYCLE THRU 7000-EXIT.
023100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023200     GOBACK.
023300*----------------------------------------------------------------
023400 1000-INITIALIZE.
023500     OPEN OUTPUT RPT639-FILE.
023600     MOVE WS-HEADING-1 TO RPT639-RECORD.
023700     WRITE RPT639-RECORD.
023800     MOVE ACMB520-FROM-DATE TO WS-FROM-DIGITS WS-FROM-DATE
023900                               HD-FROM-DATE.
024000     MOVE ACMB520-THRU-DATE TO WS-THRU-DATE HD-THRU-DATE.
024100*    YEAR-IND CARRIES THE TWO-DIGIT YEAR, SO THE 1900-BASED
024200*    CENTURY-YEAR REDUCES THE SAME WAY (THE DSDSB523 RULE).
024300     MOVE WS-FROM-MM TO WS-REQ-MO.
024400     DIVIDE WS-FROM-CYY BY 100
024500         GIVING WS-YY-QUOT REMAINDER WS-REQ-YY.
024600     COMPUTE WS-REQ-CYCLE = WS-REQ-YY * 100 + WS-REQ-MO.
024700     MOVE WS-REQ-CYCLE TO HD-CYCLE.
024800     MOVE WS-HEADING-2 TO RPT639-RECORD.
024900     WRITE RPT639-RECORD.
025000     PERFORM 1200-CHECK-LAST-CYCLE THRU 1200-EXIT.
025100     PERFORM 1100-FETCH-ONE-CAP THRU 1100-EXIT
025200         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3.
025300     MOVE SPACES TO RPT639-RECORD.
025400     WRITE RPT639-RECORD.
025500     MOVE WS-HEADING-3 TO RPT639-RECORD.
025600     WRITE RPT639-RECORD.
025700*    PEND DATES ARE PACKED CYYMMDD, THE SAME CONVENTION
025800*    DSDSB501 DOCUMENTS FOR DSDS.PEND.
025900     EXEC SQL
026000         SET :WS-TODAY-DATE =
026100             (YEAR(CURRENT DATE) - 1900) * 10000
026200             + MONTH(CURRENT DATE) * 100
026300             + DAY(CURRENT DATE)
026400     END-EXEC.
026500     OPEN INPUT HIST501-FILE.
026600     IF  WS-HIST-STATUS NOT = '00'
026700         DISPLAY 'ACMB520 - HIST501 I/O ERROR, STATUS '
026800             WS-HIST-STATUS
026900         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
027000         MOVE 16 TO RETURN-CODE
027100         GOBACK
027200     END-IF.
027300     OPEN OUTPUT FEEOUT-FILE.
027400*    EVERY LIVE G/W/B CARD WITH A CHECKING LINK, IN ACCOUNT
027500*    ORDER SO THE CARDS OF ONE ACCOUNT ARRIVE TOGETHER.  THE
027510*    REBATE BOOKS TO THE HOME BRANCH OF THE CUSTOMER OWNING THE
027520*    CHECKING ACCOUNT, BY WAY OF CIF.CUSTXREF (0 WHEN UNKNOWN).
027600     EXEC SQL
027700         DECLARE CSR520 CURSOR FOR
027800         SELECT X.ADCX_FILE_BANK, X.ADCX_FILE_KEY,
027900                D.ADC_CARD_TYPE,
027910                COALESCE(
027920                 (SELECT MIN(CUST.CUST_BRANCH)
027930                    FROM CIF.CUSTXREF XREF
027940                    JOIN CIF.CUSTOMER CUST
027950                      ON CUST.CUST_BANK_NBR =
027955                         XREF.RELATED_BANK_NBR
027960                     AND CUST.CUST_FILE_ID  = XREF.RELATED_FILE_ID
027965                     AND CUST.CUST_FILE_KEY =
027970                         XREF.RELATED_FILE_KEY
027975                   WHERE XREF.BANK_NBR        = X.ADCX_FILE_BANK
027980                     AND XREF.FILE_ID         = 'ACCT'
027985                     AND XREF.FILE_KEY        = X.ADCX_FILE_KEY
027990                     AND XREF.RELATED_FILE_ID = 'CUST'), 0)
028000           FROM ACM.DEBCARD D
028100           JOIN ACM.DEBCXREF X
028200             ON X.ADCX_BANK_NBR  = D.ADC_BANK_NBR
028300            AND X.ADCX_CARD_NBR  = D.ADC_CARD_NBR
028400            AND X.ADCX_FILE_TYPE = 1
028500          WHERE D.ADC_CARD_TYPE IN ('G', 'W', 'B')
028600            AND D.ADC_STATUS <> '90'
028700          ORDER BY X.ADCX_FILE_BANK, X.ADCX_FILE_KEY
028800     END-EXEC.
028900     EXEC SQL OPEN CSR520 END-EXEC.
029000     PERFORM 2100-FETCH-CARD THRU 2100-EXIT.
029100 1000-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400 1100-FETCH-ONE-CAP.
029500     MOVE ZERO TO WS-TYPE-CAP (WS-TX)
029600                  WS-TYPE-ACCOUNTS (WS-TX)
029700                  WS-TYPE-REBATE-AMT (WS-TX).
029800     MOVE SPACES TO AMSPRP-KEY-TEXT.
029900     STRING 'ACMB520.CAP.' WS-TYPE-CODE (WS-TX)
030000         DELIMITED BY SIZE
030100         INTO AMSPRP-KEY-TEXT.
030200     MOVE +13 TO AMSPRP-KEY-LEN.
030300     EXEC SQL
030400         SELECT AMSPRP_VALUE
030500           INTO :AMSPRP-VALUE
030600           FROM AMS.PROPS
030700          WHERE AMSPRP_KEY = :AMSPRP-KEY
030800     END-EXEC.
030900     IF  SQLCODE = ZERO
031000     AND AMSPRP-VALUE-TEXT (1:9) NUMERIC
031100         MOVE AMSPRP-VALUE-TEXT (1:9) TO WS-CAP-DISPLAY
031200         COMPUTE WS-TYPE-CAP (WS-TX) = WS-CAP-DISPLAY / 100
031300     END-IF.
031400     MOVE WS-TYPE-CODE (WS-TX) TO TY-CARD-TYPE.
031500     MOVE WS-TYPE-CAP (WS-TX)  TO TY-CAP.
031600     MOVE ZERO                 TO TY-ACCOUNTS TY-REBATE-AMT.
031700     MOVE WS-TYPE-LINE TO RPT639-RECORD.
031800     WRITE RPT639-RECORD.
031900 1100-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200 1200-CHECK-LAST-CYCLE.
032300*    THE LAST CYCLE REBATED IS KEPT ON AMS.PROPS.  A RERUN OF
032400*    THE SAME CYCLE WOULD CREDIT EVERY ACCOUNT TWICE, SO IT
032500*    STOPS HERE WITH RETURN CODE 8 AND NOTHING WRITTEN.
032600     MOVE SPACES TO AMSPRP-KEY-TEXT.
032700     MOVE 'ACMB520.LAST.CYCLE' TO AMSPRP-KEY-TEXT.
032800     MOVE +18 TO AMSPRP-KEY-LEN.
032900     EXEC SQL
033000         SELECT AMSPRP_VALUE
033100           INTO :AMSPRP-VALUE
033200           FROM AMS.PROPS
033300          WHERE AMSPRP_KEY = :AMSPRP-KEY
033400     END-EXEC.
033500     IF  SQLCODE = ZERO
033600     AND AMSPRP-VALUE-TEXT (1:5) NUMERIC
033700         MOVE AMSPRP-VALUE-TEXT (1:5) TO WS-CYCLE-DISPLAY
033800         MOVE WS-CYCLE-DISPLAY TO WS-LAST-CYCLE
033900     END-IF.
034000     IF  WS-LAST-CYCLE = WS-REQ-CYCLE
034100         DISPLAY 'ACMB520 - CYCLE ' WS-CYCLE-DISPLAY
034200             ' ALREADY REBATED - RUN STOPPED'
034300         MOVE '*** CYCLE ALREADY REBATED - NOTHING WRITTEN'
034400           TO RPT639-RECORD
034500         WRITE RPT639-RECORD
034600         CLOSE RPT639-FILE
034700         MOVE 8 TO RETURN-CODE
034800         GOBACK
034900     END-IF.
035000 1200-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300 2000-GATHER-ONE-CARD.
035400     ADD 1 TO WS-TOTAL-CARDS.
035500     IF  WS-ACCOUNT-HELD
035600     AND (ADCX-FILE-BANK NOT = WS-HELD-BANK
035700      OR  ADCX-FILE-KEY  NOT = WS-HELD-KEY)
035800         PERFORM 4000-REBATE-ONE-ACCOUNT THRU 4000-EXIT
035900         MOVE 'N' TO WS-HELD-SW
036000     END-IF.
036100     MOVE ZERO TO WS-ROW-CAP.
036200     PERFORM 2200-CAP-FOR-TYPE THRU 2200-EXIT
036300         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3.
036400     IF  NOT WS-ACCOUNT-HELD
036500         SET WS-ACCOUNT-HELD TO TRUE
036600         MOVE ADCX-FILE-BANK  TO WS-HELD-BANK
036700         MOVE ADCX-FILE-KEY   TO WS-HELD-KEY
036800         MOVE ADC-CARD-TYPE   TO WS-HELD-CARD-TYPE
036900         MOVE WS-ROW-BRANCH   TO WS-HELD-BRANCH
037000         MOVE WS-ROW-CAP      TO WS-HELD-CAP
037100     ELSE
037200         IF  WS-ROW-CAP > WS-HELD-CAP
037300             MOVE ADC-CARD-TYPE TO WS-HELD-CARD-TYPE
037400             MOVE WS-ROW-CAP    TO WS-HELD-CAP
037500         END-IF
037600     END-IF.
037700     PERFORM 2100-FETCH-CARD THRU 2100-EXIT.
037800 2000-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 2100-FETCH-CARD.
038200     EXEC SQL
038300         FETCH CSR520
038400          INTO :ADCX-FILE-BANK, :ADCX-FILE-KEY,
038500               :ADC-CARD-TYPE, :WS-ROW-BRANCH
038600     END-EXEC.
038700     IF  SQLCODE NOT = ZERO
038800         SET WS-EOF-YES TO TRUE
038900     END-IF.
039000 2100-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300 2200-CAP-FOR-TYPE.
039400     IF  WS-TYPE-CODE (WS-TX) = ADC-CARD-TYPE
039500         MOVE WS-TYPE-CAP (WS-TX) TO WS-ROW-CAP
039600     END-IF.
039700 2200-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000 4000-REBATE-ONE-ACCOUNT.
040100*    THE HISTORY CYCLE GIVES THE FOREIGN ATM DEBIT COUNT THE
040200*    CUSTOMER SAW ON THE STATEMENT; THE ARCHIVE GIVES THE
040300*    SURCHARGE ITEMS AND THEIR DOLLARS, WHICH ARE WHAT IS
040400*    REFUNDED.  A COUNT THAT DISAGREES IS PAID ON THE ITEMS
040500*    AND FLAGGED FOR REVIEW.
040600     ADD 1 TO WS-TOTAL-ACCOUNTS.
040700     MOVE WS-HELD-KEY     TO WS-XREF-KEY-WORK.
040800     MOVE WS-XREF-KEY-NBR TO WS-ACCT-NBR.
040900     MOVE WS-HELD-BANK    TO WS-ARCH-BANK.
041000     MOVE SPACES          TO DL-NOTE.
041100     PERFORM 4100-READ-HISTORY THRU 4100-EXIT.
041200     EXEC SQL
041300         SELECT COUNT(*), COALESCE(SUM(ARCH_TX_AMT), 0)
041400           INTO :WS-ARCH-COUNT, :WS-SURCH-AMT
041500           FROM DSDS.PDTXARCH
041600          WHERE ARCH_BANK_NO   = :WS-ARCH-BANK
041700            AND ARCH_ACCT_ID   = :ACMB520-PEND-ACCT-ID
041800            AND ARCH_ACCT_NO   = :WS-ACCT-NBR
041900            AND ARCH_POST_DATE >= :WS-FROM-DATE
042000            AND ARCH_POST_DATE <= :WS-THRU-DATE
042100            AND ARCH_TX_CODE   = :ACMB520-SC-TX-CODE
042200     END-EXEC.
042300     IF  SQLCODE NOT = ZERO
042400         MOVE ZERO TO WS-ARCH-COUNT WS-SURCH-AMT
042500     END-IF.
042600     IF  WS-SURCH-AMT < ZERO
042700         COMPUTE WS-SURCH-AMT = ZERO - WS-SURCH-AMT
042800     END-IF.
042900     IF  WS-HIST-COUNT = ZERO
043000     AND WS-ARCH-COUNT = ZERO
043100         ADD 1 TO WS-TOTAL-NO-FOREIGN
043200         GO TO 4000-EXIT
043300     END-IF.
043400     IF  WS-HIST-COUNT NOT = WS-ARCH-COUNT
043500         ADD 1 TO WS-TOTAL-COUNT-DIFF
043600         MOVE 'HISTORY/ITEM COUNT DIFFER' TO DL-NOTE
043700     END-IF.
043800     MOVE WS-SURCH-AMT TO WS-REBATE-AMT.
043900     IF  WS-REBATE-AMT > WS-HELD-CAP
044000         MOVE WS-HELD-CAP TO WS-REBATE-AMT
044100         ADD 1 TO WS-TOTAL-CAPPED
044200         IF  DL-NOTE = SPACES
044300             MOVE 'CAPPED' TO DL-NOTE
044400         END-IF
044500     END-IF.
044600     IF  WS-REBATE-AMT > ZERO
044700         PERFORM 4500-WRITE-REBATE THRU 4500-EXIT
044800     END-IF.
044900     MOVE WS-HELD-BANK      TO DL-BANK-NBR.
045000     MOVE WS-ACCT-NBR       TO DL-ACCT-NBR.
045100     MOVE WS-HELD-CARD-TYPE TO DL-CARD-TYPE.
045200     MOVE WS-HIST-COUNT     TO DL-HIST-COUNT.
045300     MOVE WS-ARCH-COUNT     TO DL-ARCH-COUNT.
045400     MOVE WS-SURCH-AMT      TO DL-SURCH-AMT.
045500     MOVE WS-HELD-CAP       TO DL-CAP-AMT.
045600     MOVE WS-REBATE-AMT     TO DL-REBATE-AMT.
045700     MOVE WS-DETAIL-LINE TO RPT639-RECORD.
045800     WRITE RPT639-RECORD.
045900 4000-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 4100-READ-HISTORY.
046300     MOVE ZERO TO WS-HIST-COUNT.
046400     MOVE SPACES TO DSDS-HIST-RECORD-ID.
046500     MOVE 'B'                  TO DSDS-HISTORY-RECORD-KEY (1:1).
046600     MOVE WS-HELD-BANK         TO DSDS-HIST-BANK-NO.
046700     MOVE ACMB520-PEND-ACCT-ID TO DSDS-HIST-ACCOUNT-ID.
046800     MOVE WS-ACCT-NBR          TO DSDS-HIST-ACCOUNT-NO.
046900     READ HIST501-FILE
047000         INVALID KEY
047100             ADD 1 TO WS-TOTAL-NO-HIST
047200             GO TO 4100-EXIT
047300     END-READ.
047400     MOVE ZERO TO WS-CYC-IX.
047500     PERFORM 4200-SCAN-ONE-CYCLE THRU 4200-EXIT
047600         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8.
047700     IF  WS-CYC-IX > ZERO
047800     AND HIST-NUM-FOR-ATM-SC-DEB (WS-CYC-IX) NUMERIC
047900         MOVE HIST-NUM-FOR-ATM-SC-DEB (WS-CYC-IX)
048000           TO WS-HIST-COUNT
048100     END-IF.
048200 4100-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500 4200-SCAN-ONE-CYCLE.
048600     IF  MO-QTR-IND (WS-IX) NUMERIC
048700     AND YEAR-IND (WS-IX) NUMERIC
048800         COMPUTE WS-SLOT-CYCLE =
048900             YEAR-IND (WS-IX) * 100 + MO-QTR-IND (WS-IX)
049000         IF  WS-SLOT-CYCLE = WS-REQ-CYCLE
049100             MOVE WS-IX TO WS-CYC-IX
049200         END-IF
049300     END-IF.
049400 4200-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700 4500-WRITE-REBATE.
049800*    THE CREDIT POSTS WITH THE NIGHTLY CYCLE; THE FEE FEED
049900*    ITEM PUTS THE SAME DOLLARS ON GLB005'S CONTRA LINE.
050000     ADD 1 TO WS-SEQUENCE.
050100     EXEC SQL
050200         INSERT INTO DSDS.PEND
050300                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
050400                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
050500                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
050600                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
050700                 PEND_ITEM_COUNT)
050800         VALUES (:WS-HELD-BANK, :ACMB520-PEND-ACCT-ID,
050900                 :WS-ACCT-NBR, :ACMB520-PEND-TX-CODE,
051000                 :WS-REBATE-AMT, :WS-TODAY-DATE,
051100                 :ACMB520-PEND-BATCH-NBR, :WS-SEQUENCE,
051200                 'FOREIGN ATM FEE REBATE', 'ACMB520',
051300                 :WS-TODAY-DATE, 1)
051400     END-EXEC.
051500     IF  SQLCODE NOT = ZERO
051600         ADD 1 TO WS-TOTAL-NOTPOSTED
051700         MOVE 'PEND WRITE FAILED - NOT PAID' TO DL-NOTE
051800         MOVE ZERO TO WS-REBATE-AMT
051900         GO TO 4500-EXIT
052000     END-IF.
052100     ADD 1 TO WS-TOTAL-REBATED.
052200     ADD WS-REBATE-AMT TO WS-TOTAL-REBATE-AMT.
052300     PERFORM 4600-POST-TO-TYPE THRU 4600-EXIT
052400         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3.
052500     MOVE SPACES            TO FEEOUT-RECORD.
052600     MOVE 'ATMREBT '        TO FEO-CATEGORY.
052700     MOVE WS-HELD-BANK      TO FEO-BANK-NBR.
052800     MOVE WS-HELD-BRANCH    TO FEO-BRANCH.
052900     COMPUTE FEO-AMOUNT = ZERO - WS-REBATE-AMT.
053000     WRITE FEEOUT-RECORD.
053100 4500-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400 4600-POST-TO-TYPE.
053500     IF  WS-TYPE-CODE (WS-TX) = WS-HELD-CARD-TYPE
053600         ADD 1             TO WS-TYPE-ACCOUNTS (WS-TX)
053700         ADD WS-REBATE-AMT TO WS-TYPE-REBATE-AMT (WS-TX)
053800     END-IF.
053900 4600-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200 7000-STORE-CYCLE.
054300     MOVE WS-REQ-CYCLE TO WS-CYCLE-DISPLAY.
054400     MOVE SPACES TO AMSU001-KEY.
054500     MOVE 'ACMB520.LAST.CYCLE' TO AMSU001-KEY.
054600     MOVE SPACES TO AMSU001-NEW-VALUE.
054700     MOVE WS-CYCLE-DISPLAY TO AMSU001-NEW-VALUE (1:5).
054800     MOVE ZERO      TO AMSU001-USERID.
054900     MOVE 'ACMB520' TO AMSU001-SOURCE-PROG.
055000     MOVE SPACES    TO AMSU001-EFFECTIVE-DATE.
055100     CALL 'AMSU001' USING AMSU001-PARAMETERS.
055200 7000-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500 8000-FINALIZE.
055600     MOVE SPACES TO RPT639-RECORD.
055700     WRITE RPT639-RECORD.
055800     PERFORM 8200-WRITE-TYPE-TOTAL THRU 8200-EXIT
055900         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3.
056000     MOVE SPACES TO RPT639-RECORD.
056100     WRITE RPT639-RECORD.
056200     MOVE 'ELIGIBLE CARDS          - ' TO TL-LABEL.
056300     MOVE WS-TOTAL-CARDS       TO TL-COUNT.
056400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
056500     MOVE 'ELIGIBLE ACCOUNTS       - ' TO TL-LABEL.
056600     MOVE WS-TOTAL-ACCOUNTS    TO TL-COUNT.
056700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
056800     MOVE '  NO FOREIGN ATM USE    - ' TO TL-LABEL.
056900     MOVE WS-TOTAL-NO-FOREIGN  TO TL-COUNT.
057000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057100     MOVE '  NO HISTORY RECORD     - ' TO TL-LABEL.
057200     MOVE WS-TOTAL-NO-HIST     TO TL-COUNT.
057300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057400     MOVE 'REBATES CREDITED        - ' TO TL-LABEL.
057500     MOVE WS-TOTAL-REBATED     TO TL-COUNT.
057600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057700     MOVE '  HELD TO CAP           - ' TO TL-LABEL.
057800     MOVE WS-TOTAL-CAPPED      TO TL-COUNT.
057900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
058000     MOVE 'COUNT DIFFERENCES       - ' TO TL-LABEL.
058100     MOVE WS-TOTAL-COUNT-DIFF  TO TL-COUNT.
058200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
058300     MOVE 'PEND WRITE FAILURES     - ' TO TL-LABEL.
058400     MOVE WS-TOTAL-NOTPOSTED   TO TL-COUNT.
058500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
058600     MOVE WS-TOTAL-REBATE-AMT TO AL-AMOUNT.
058700     MOVE WS-AMOUNT-LINE TO RPT639-RECORD.
058800     WRITE RPT639-RECORD.
058900     CLOSE HIST501-FILE.
059000     CLOSE FEEOUT-FILE.
059100     CLOSE RPT639-FILE.
059200 8000-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500 8100-WRITE-TOTAL.
059600     MOVE WS-TOTAL-LINE TO RPT639-RECORD.
059700     WRITE RPT639-RECORD.
059800 8100-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100 8200-WRITE-TYPE-TOTAL.
060200     MOVE WS-TYPE-CODE (WS-TX)       TO TY-CARD-TYPE.
060300     MOVE WS-TYPE-CAP (WS-TX)        TO TY-CAP.
060400     MOVE WS-TYPE-ACCOUNTS (WS-TX)   TO TY-ACCOUNTS.
060500     MOVE WS-TYPE-REBATE-AMT (WS-TX) TO TY-REBATE-AMT.
060600     MOVE WS-TYPE-LINE TO RPT639-RECORD.
060700     WRITE RPT639-RECORD.
060800 8200-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100 9000-LOG-FATAL.
061200*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
061300*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
061400*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
061500     MOVE 'ACMB520 '                TO ADMU501-PROGRAM.
061600     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
061700     MOVE ZERO                      TO ADMU501-SQLCODE.
061800     MOVE WS-HIST-STATUS            TO ADMU501-FILE-STATUS.
061900     MOVE SPACES                    TO ADMU501-KEY-DATA.
062000     MOVE 'FATAL I/O CONDITION - RUN STOPPED'
062100       TO ADMU501-MSG.
062200     CALL 'ADMU501' USING ADMU501-PARAMETERS.
062300 9000-EXIT.
062400     EXIT.
