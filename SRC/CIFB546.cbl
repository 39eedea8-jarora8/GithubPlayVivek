000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB546.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  FDIC PART 370     *
001500*                      DEPOSIT INSURANCE COVERAGE.  EVERY OPEN   *
001600*                      DEPOSIT ON CIF.ACCOUNT AND EVERY CD       *
001700*                      CARRYING A BALANCE ON CD.HISTORY IS GIVEN *
001800*                      AN OWNERSHIP RIGHTS CATEGORY FROM ITS     *
001900*                      TITLE AND CIF.CUSTXREF PARTIES, SPLIT TO  *
002000*                      ITS OWNERS, AND AGGREGATED BY DEPOSITOR   *
002100*                      TIN WITHIN CATEGORY AGAINST THE COVERAGE  *
002200*                      LIMIT (AMS.PROPS CIFB546.SMDIA, DEFAULT   *
002300*                      250,000).  WRITES THE P370CUST DEPOSITOR  *
002400*                      AND P370ACCT ACCOUNT FILES, THE INSURED/  *
002500*                      UNINSURED SUMMARY BY BANK (RPT632), AND   *
002600*                      THE UNDETERMINED-CATEGORY EXCEPTIONS      *
002700*                      (RPT633).                                 *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SORTWK-FILE ASSIGN TO SORTWK01.
003700     SELECT RPT632-FILE ASSIGN TO RPT632
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT RPT633-FILE ASSIGN TO RPT633
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100*    P370CUST -- ONE PIPE-DELIMITED LINE PER DEPOSITOR (BANK AND
004200*    TIN).  P370ACCT -- ONE LINE PER DEPOSITOR SHARE OF AN
004300*    ACCOUNT WITH ITS INSURED AND UNINSURED AMOUNTS.
004400     SELECT P370CUST-FILE ASSIGN TO P370CUST
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT P370ACCT-FILE ASSIGN TO P370ACCT
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 SD  SORTWK-FILE.
005100 01  SORTWK-RECORD.
005200     05  SW-BANK-NBR             PIC 9(03).
005300     05  SW-TAX-ID               PIC 9(09).
005400     05  SW-ORC                  PIC X(03).
005500     05  SW-BENE-CNT             PIC 9(03).
005600     05  SW-FILE-ID              PIC X(04).
005700     05  SW-ACCT-KEY             PIC X(25).
005800     05  SW-ORC-IX               PIC 9(01).
005900     05  SW-CUST-TYPE            PIC X(01).
006000     05  SW-NAME                 PIC X(40).
006100     05  SW-BALANCE              PIC S9(11)V99.
006200     05  SW-SHARE                PIC S9(11)V99.
006300 FD  RPT632-FILE
006400     RECORDING MODE F.
006500 01  RPT632-RECORD               PIC X(132).
006600 FD  RPT633-FILE
006700     RECORDING MODE F.
006800 01  RPT633-RECORD               PIC X(132).
006900 FD  P370CUST-FILE
007000     RECORDING MODE F.
007100 01  P370CUST-RECORD             PIC X(132).
007200 FD  P370ACCT-FILE
007300     RECORDING MODE F.
007400 01  P370ACCT-RECORD             PIC X(132).
007500*----------------------------------------------------------------
007600 WORKING-STORAGE SECTION.
007700 01  WS-SWITCHES.
007800     05  WS-EOF-SW                PIC X       VALUE 'N'.
007900         88  WS-EOF-YES                   VALUE 'Y'.
008000     05  WS-PARTY-EOF-SW          PIC X       VALUE 'N'.
008100         88  WS-PARTY-EOF-YES             VALUE 'Y'.
008200     05  WS-SORT-EOF-SW           PIC X       VALUE 'N'.
008300         88  WS-SORT-EOF-YES              VALUE 'Y'.
008400     05  WS-PARTY-OVER-SW         PIC X       VALUE 'N'.
008500         88  WS-PARTY-OVER                VALUE 'Y'.
008600*    WHO THE BALANCE BELONGS TO -- THE OWNERS, OR FOR A
008700*    CUSTODIAL ACCOUNT THE MINOR NAMED AS BENEFICIARY.
008800     05  WS-HOLDER-SW             PIC X       VALUE 'O'.
008900         88  WS-HOLDER-OWNERS             VALUE 'O'.
009000         88  WS-HOLDER-MINOR              VALUE 'M'.
009100*    TITLE WORDING FOUND BY 3100-SCAN-TITLE.
009200     05  WS-TTL-RETIRE-SW         PIC X       VALUE 'N'.
009300         88  WS-TTL-RETIRE                VALUE 'Y'.
009400     05  WS-TTL-IRREV-SW          PIC X       VALUE 'N'.
009500         88  WS-TTL-IRREV                 VALUE 'Y'.
009600     05  WS-TTL-TRUST-SW          PIC X       VALUE 'N'.
009700         88  WS-TTL-TRUST                 VALUE 'Y'.
009800     05  WS-TTL-CUSTODIAL-SW      PIC X       VALUE 'N'.
009900         88  WS-TTL-CUSTODIAL             VALUE 'Y'.
010000 01  WS-WORK-FIELDS.
010100     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
010200     05  WS-FILE-ID               PIC X(04)   VALUE SPACE.
010300     05  WS-ACCT-KEY              PIC X(25)   VALUE SPACE.
010400     05  WS-ACCT-TITLE.
010500         49  WS-ACCT-TITLE-LEN    PIC S9(4)   COMP.
010600         49  WS-ACCT-TITLE-TEXT   PIC X(40).
010700     05  WS-BALANCE               PIC S9(11)V99 COMP-3 VALUE +0.
010800     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
010900     05  WS-TAX-ID                PIC S9(9)   COMP-3 VALUE +0.
011000     05  WS-CUST-TYPE             PIC X(01)   VALUE SPACE.
011100     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
011200     05  WS-REL-CODE              PIC X(02)   VALUE SPACE.
011300     05  WS-TITLE-PAD             PIC X(42)   VALUE SPACE.
011400     05  WS-HITS                  PIC S9(4)   COMP  VALUE +0.
011500     05  WS-REASON                PIC X(34)   VALUE SPACE.
011600     05  WS-SMDIA                 PIC S9(9)V99 COMP-3
011700                                              VALUE +250000.
011800     05  WS-SMDIA-DIGITS          PIC 9(09)   VALUE ZERO.
011900     05  WS-LIMIT                 PIC S9(11)V99 COMP-3 VALUE +0.
012000     05  WS-REMAINING             PIC S9(11)V99 COMP-3 VALUE +0.
012100     05  WS-INSURED               PIC S9(11)V99 COMP-3 VALUE +0.
012200     05  WS-UNINSURED             PIC S9(11)V99 COMP-3 VALUE +0.
012300     05  WS-SHARE-BASE            PIC S9(11)V99 COMP-3 VALUE +0.
012400     05  WS-SHARE-REM             PIC S9(11)V99 COMP-3 VALUE +0.
012500     05  WS-FACTOR                PIC S9(4)   COMP  VALUE +0.
012600     05  WS-PARTY-CNT             PIC S9(4)   COMP  VALUE +0.
012700     05  WS-OWNER-CNT             PIC S9(4)   COMP  VALUE +0.
012800     05  WS-IND-OWNERS            PIC S9(4)   COMP  VALUE +0.
012900     05  WS-BUS-OWNERS            PIC S9(4)   COMP  VALUE +0.
013000     05  WS-OWNER-NO-TIN          PIC S9(4)   COMP  VALUE +0.
013100     05  WS-BENE-CNT              PIC S9(4)   COMP  VALUE +0.
013200     05  WS-BENE-NO-TIN           PIC S9(4)   COMP  VALUE +0.
013300     05  WS-SHARE-CNT             PIC S9(4)   COMP  VALUE +0.
013400     05  WS-RELEASED              PIC S9(4)   COMP  VALUE +0.
013500     05  WS-PX                    PIC S9(4)   COMP  VALUE +0.
013600     05  WS-OX                    PIC S9(4)   COMP  VALUE +0.
013700     05  WS-LX                    PIC S9(4)   COMP  VALUE +0.
013800     05  WS-ORC-IX                PIC S9(4)   COMP  VALUE +0.
013900         88  WS-ORC-SGL                   VALUE 1.
014000         88  WS-ORC-JNT                   VALUE 2.
014100         88  WS-ORC-REV                   VALUE 3.
014200         88  WS-ORC-IRR                   VALUE 4.
014300         88  WS-ORC-CRA                   VALUE 5.
014400         88  WS-ORC-BUS                   VALUE 6.
014500     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
014600     05  WS-TOTAL-CLASSIFIED      PIC S9(7)   COMP  VALUE ZERO.
014700     05  WS-TOTAL-EXCEPTIONS      PIC S9(7)   COMP  VALUE ZERO.
014800     05  WS-TOTAL-DEPOSITORS      PIC S9(7)   COMP  VALUE ZERO.
014900     05  WS-TOTAL-SHARES          PIC S9(7)   COMP  VALUE ZERO.
015000     05  WS-EXCEPTION-BALANCE     PIC S9(13)V99 COMP-3 VALUE +0.
015100*    THE PARTIES CROSS-REFERENCED TO THE ACCOUNT IN HAND.
015200*    ANY RELATIONSHIP OTHER THAN SIGNER, BENEFICIARY OR
015300*    GUARDIAN IS AN OWNER.
015400 01  WS-PARTY-TABLE.
015500     05  WS-PARTY                 OCCURS 20 TIMES.
015600         10  PT-TAX-ID            PIC S9(9)   COMP-3.
015700         10  PT-CUST-TYPE         PIC X(01).
015800             88  PT-INDIVIDUAL            VALUE 'I'.
015900         10  PT-NAME              PIC X(40).
016000         10  PT-REL-CODE          PIC X(02).
016100             88  PT-BENEFICIARY           VALUE 'BE'.
016200             88  PT-NOT-OWNER             VALUE 'AS' 'BE' 'GD'.
016300*    THE OWNERSHIP RIGHTS CATEGORIES, IN REPORT ORDER.
016400 01  WS-ORC-VALUES.
016500     05  FILLER  PIC X(27)  VALUE 'SGLSINGLE ACCOUNTS'.
016600     05  FILLER  PIC X(27)  VALUE 'JNTJOINT ACCOUNTS'.
016700     05  FILLER  PIC X(27)  VALUE 'REVREVOCABLE TRUST'.
016800     05  FILLER  PIC X(27)  VALUE 'IRRIRREVOCABLE TRUST'.
016900     05  FILLER  PIC X(27)  VALUE 'CRACERTAIN RETIREMENT'.
017000     05  FILLER  PIC X(27)  VALUE 'BUSBUSINESS/ORGANIZATION'.
017100 01  WS-ORC-TABLE REDEFINES WS-ORC-VALUES.
017200     05  WS-ORC-ENTRY             OCCURS 6 TIMES.
017300         10  WS-ORC-CODE          PIC X(03).
017400         10  WS-ORC-DESC          PIC X(24).
017500*    SORT KEYS OF THE SHARE IN HAND AND THE ONE BEFORE IT.
017600 01  WS-CURR-KEY.
017700     05  WS-CURR-DEPOSITOR.
017800         10  WS-CURR-BANK-GRP.
017900             15  WS-CURR-BANK     PIC 9(03).
018000         10  WS-CURR-TIN          PIC 9(09).
018100     05  WS-CURR-ORC              PIC X(03).
018200 01  WS-PREV-KEY                  VALUE SPACE.
018300     05  WS-PREV-DEPOSITOR.
018400         10  WS-PREV-BANK-GRP.
018500             15  WS-PREV-BANK     PIC 9(03).
018600         10  WS-PREV-TIN          PIC 9(09).
018700     05  WS-PREV-ORC              PIC X(03).
018800*    COVERAGE TOTALS BY CATEGORY -- LEVEL 1 THE BANK IN HAND,
018900*    LEVEL 2 ALL BANKS.  ENTRY 7 IS THE ALL-CATEGORY TOTAL.
019000 01  WS-SUMMARY.
019100     05  SM-LEVEL                 OCCURS 2 TIMES.
019200         10  SM-ORC               OCCURS 7 TIMES.
019300             15  SM-DEPOSITORS    PIC S9(9)   COMP-3.
019400             15  SM-SHARES        PIC S9(9)   COMP-3.
019500             15  SM-BALANCE       PIC S9(13)V99 COMP-3.
019600             15  SM-INSURED       PIC S9(13)V99 COMP-3.
019700             15  SM-UNINSURED     PIC S9(13)V99 COMP-3.
019800*    EDITED AMOUNTS FOR THE PIPE-DELIMITED FILES.
019900 01  WS-PIPE-FIELDS.
020000     05  PF-BANK                  PIC 9(03).
020100     05  PF-TIN                   PIC 9(09).
020200     05  PF-ID-TYPE               PIC X(03).
020300     05  PF-CUST-TYPE             PIC X(03).
020400     05  PF-BALANCE               PIC 9(11).99.
020500     05  PF-SHARE                 PIC 9(11).99.
020600     05  PF-INSURED               PIC 9(11).99.
020700     05  PF-UNINSURED             PIC 9(11).99.
020800*----------------------------------------------------------------
020900     COPY APICPYA1.
021000*----------------------------------------------------------------
021100 01  WS-HEADING-1.
021200     05  FILLER  PIC X(54)  VALUE
021300       'CIFB546  FDIC PART 370 DEPOSIT INSURANCE COVERAGE'.
021400     05  FILLER  PIC X(24)  VALUE
021500       'COVERAGE LIMIT (SMDIA) '.
021600     05  HD-SMDIA                 PIC ZZZ,ZZZ,ZZ9.99.
021700     05  FILLER  PIC X(40)  VALUE SPACE.
021800 01  WS-HEADING-2.
021900     05  FILLER  PIC X(44)  VALUE
022000       'BANK  CATEGORY                    DEPOSITORS'.
022100     05  FILLER  PIC X(47)  VALUE
022200       '   SHARES            BALANCE            INSURED'.
022300     05  FILLER  PIC X(41)  VALUE
022400       '          UNINSURED'.
022500 01  WS-SUMMARY-LINE.
022600     05  SL-BANK                  PIC ZZ9.
022700     05  SL-BANK-X REDEFINES SL-BANK
022800                                  PIC X(03).
022900     05  FILLER                   PIC X(03)   VALUE SPACE.
023000     05  SL-ORC                   PIC X(03).
023100     05  FILLER                   PIC X(02)   VALUE SPACE.
023200     05  SL-ORC-DESC              PIC X(24).
023300     05  FILLER                   PIC X(02)   VALUE SPACE.
023400     05  SL-DEPOSITORS            PIC ZZZ,ZZ9.
023500     05  FILLER                   PIC X(02)   VALUE SPACE.
023600     05  SL-SHARES                PIC ZZZ,ZZ9.
023700     05  FILLER                   PIC X(01)   VALUE SPACE.
023800     05  SL-BALANCE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
023900     05  FILLER                   PIC X(01)   VALUE SPACE.
024000     05  SL-INSURED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
024100     05  FILLER                   PIC X(01)   VALUE SPACE.
024200     05  SL-UNINSURED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
024300     05  FILLER                   PIC X(22)   VALUE SPACE.
024400 01  WS-TOTAL-LINE.
024500     05  TL-LABEL                 PIC X(26).
024600     05  TL-COUNT                 PIC ZZZ,ZZ9.
024700     05  FILLER                   PIC X(99)   VALUE SPACE.
024800*----------------------------------------------------------------
024900 01  WS-EXCEPTION-HEADING-1.
025000     05  FILLER  PIC X(132) VALUE
025100       'CIFB546  PART 370 ACCOUNTS WITH NO OWNERSHIP CATEGORY'.
025200 01  WS-EXCEPTION-HEADING-2.
025300     05  FILLER  PIC X(44)  VALUE
025400       'BANK  FILE  ACCOUNT KEY'.
025500     05  FILLER  PIC X(47)  VALUE
025600       ' BALANCE PARTIES  REASON'.
025700     05  FILLER  PIC X(41)  VALUE
025800       '       TITLE'.
025900 01  WS-EXCEPTION-LINE.
026000     05  EL-BANK                  PIC ZZ9.
026100     05  FILLER                   PIC X(03)   VALUE SPACE.
026200     05  EL-FILE-ID               PIC X(04).
026300     05  FILLER                   PIC X(02)   VALUE SPACE.
026400     05  EL-ACCT-KEY              PIC X(25).
026500     05  FILLER                   PIC X(01)   VALUE SPACE.
026600     05  EL-BALANCE               PIC ZZZ,ZZZ,ZZ9.99.
026700     05  FILLER                   PIC X(05)   VALUE SPACE.
026800     05  EL-PARTIES               PIC ZZ9.
026900     05  FILLER                   PIC X(02)   VALUE SPACE.
027000     05  EL-REASON                PIC X(34).
027100     05  FILLER                   PIC X(02)   VALUE SPACE.
027200     05  EL-TITLE                 PIC X(34).
027300 01  WS-EXCEPTION-TOTAL.
027400     05  FILLER  PIC X(36)  VALUE
027500       'ACCOUNTS LISTED -'.
027600     05  ET-COUNT                 PIC ZZZ,ZZ9.
027700     05  FILLER  PIC X(13)  VALUE
027800       '   BALANCE - '.
027900     05  ET-BALANCE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028000     05  FILLER                   PIC X(58)   VALUE SPACE.
028100*----------------------------------------------------------------
028200 PROCEDURE DIVISION.
028300*
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     SORT SORTWK-FILE
028700         ON ASCENDING KEY SW-BANK-NBR
028800         ON ASCENDING KEY SW-TAX-ID
028900         ON ASCENDING KEY SW-ORC
029000         ON DESCENDING KEY SW-BENE-CNT
029100         ON ASCENDING KEY SW-FILE-ID
029200         ON ASCENDING KEY SW-ACCT-KEY
029300         INPUT PROCEDURE IS 2000-SPLIT-DEPOSITS
029400             THRU 2000-EXIT
029500         OUTPUT PROCEDURE IS 6000-APPLY-COVERAGE
029600             THRU 6000-EXIT.
029700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
029800     GOBACK.
029900*----------------------------------------------------------------
030000 0500-RESOLVE-SMDIA.
030100*    THE AMS.PROPS KEY, WHEN SET TO A WHOLE-DOLLAR AMOUNT,
030200*    OVERRIDES THE STANDARD MAXIMUM DEPOSIT INSURANCE AMOUNT.
030300*    THE LIMIT IN FORCE IS ECHOED IN THE REPORT HEADING.
030400     MOVE SPACES TO AMSPRP-KEY-TEXT.
030500     MOVE 'CIFB546.SMDIA' TO AMSPRP-KEY-TEXT.
030600     MOVE +13 TO AMSPRP-KEY-LEN.
030700     EXEC SQL
030800         SELECT AMSPRP_VALUE
030900           INTO :AMSPRP-VALUE
031000           FROM AMS.PROPS
031100          WHERE AMSPRP_KEY = :AMSPRP-KEY
031200     END-EXEC.
031300     IF  SQLCODE = ZERO
031400     AND AMSPRP-VALUE-LEN > ZERO
031500     AND AMSPRP-VALUE-LEN < 10
031600     AND AMSPRP-VALUE-TEXT (1:AMSPRP-VALUE-LEN) NUMERIC
031700         MOVE AMSPRP-VALUE-TEXT (1:AMSPRP-VALUE-LEN)
031800                               TO WS-SMDIA-DIGITS
031900         IF  WS-SMDIA-DIGITS > ZERO
032000             MOVE WS-SMDIA-DIGITS TO WS-SMDIA
032100         END-IF
032200     END-IF.
032300     MOVE WS-SMDIA TO HD-SMDIA.
032400 0500-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------
032700 1000-INITIALIZE.
032800     INITIALIZE WS-SUMMARY.
032900     OPEN OUTPUT RPT632-FILE.
033000     OPEN OUTPUT RPT633-FILE.
033100     OPEN OUTPUT P370CUST-FILE.
033200     OPEN OUTPUT P370ACCT-FILE.
033300     PERFORM 0500-RESOLVE-SMDIA THRU 0500-EXIT.
033400     MOVE WS-HEADING-1 TO RPT632-RECORD.
033500     WRITE RPT632-RECORD.
033600     MOVE WS-HEADING-2 TO RPT632-RECORD.
033700     WRITE RPT632-RECORD.
033800     MOVE WS-EXCEPTION-HEADING-1 TO RPT633-RECORD.
033900     WRITE RPT633-RECORD.
034000     MOVE WS-EXCEPTION-HEADING-2 TO RPT633-RECORD.
034100     WRITE RPT633-RECORD.
034200 1000-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500 2000-SPLIT-DEPOSITS.
034600*    EVERY DEPOSIT WITH A BALANCE -- OPEN NON-LOAN ACCOUNTS FROM
034700*    CIF.ACCOUNT, AND CDS AT THEIR NET CD.HISTORY BALANCE
034800*    (CREDITS LESS DEBITS; A REVERSAL POSTS ON THE OPPOSITE
034900*    SIDE AND NETS OUT).  CDS ARE TAKEN ONLY FROM HISTORY SO
035000*    NONE IS COUNTED TWICE.
035100     EXEC SQL
035200         DECLARE CSR632 CURSOR FOR
035300         SELECT A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY,
035400                A.ACCT_TITLE, A.ACCT_BALANCE
035500           FROM CIF.ACCOUNT A
035600          WHERE A.ACCT_STATUS = 'O'
035700            AND A.ACCT_FILE_ID NOT IN ('ML  ', 'CD  ')
035800            AND A.ACCT_BALANCE > 0
035900         UNION ALL
036000         SELECT H.CDH_BANK_NBR, 'CD  ', H.CDH_ACCT_NBR,
036100                COALESCE(MAX(A.ACCT_TITLE), ''),
036200                SUM(CASE WHEN H.CDH_DR_CR_IND = 'D'
036300                         THEN 0 - H.CDH_TX_AMT
036400                         ELSE H.CDH_TX_AMT END)
036500           FROM CD.HISTORY H
036600           LEFT JOIN CIF.ACCOUNT A
036700             ON A.ACCT_BANK_NBR = H.CDH_BANK_NBR
036800            AND A.ACCT_FILE_ID  = 'CD  '
036900            AND A.ACCT_KEY      = H.CDH_ACCT_NBR
037000          GROUP BY H.CDH_BANK_NBR, H.CDH_ACCT_NBR
037100         HAVING SUM(CASE WHEN H.CDH_DR_CR_IND = 'D'
037200                         THEN 0 - H.CDH_TX_AMT
037300                         ELSE H.CDH_TX_AMT END) > 0
037400          ORDER BY 1, 2, 3
037500     END-EXEC.
037600     EXEC SQL
037700         OPEN CSR632
037800     END-EXEC.
037900     PERFORM 2100-FETCH-DEPOSIT THRU 2100-EXIT.
038000     PERFORM 2200-SPLIT-ONE-DEPOSIT THRU 2200-EXIT
038100         UNTIL WS-EOF-YES.
038200     EXEC SQL
038300         CLOSE CSR632
038400     END-EXEC.
038500 2000-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800 2100-FETCH-DEPOSIT.
038900     MOVE SPACES TO WS-ACCT-TITLE-TEXT.
039000     EXEC SQL
039100         FETCH CSR632
039200          INTO :WS-BANK-NBR, :WS-FILE-ID, :WS-ACCT-KEY,
039300               :WS-ACCT-TITLE, :WS-BALANCE
039400     END-EXEC.
039500     IF  SQLCODE NOT = ZERO
039600         SET WS-EOF-YES TO TRUE
039700     END-IF.
039800 2100-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100 2200-SPLIT-ONE-DEPOSIT.
040200     ADD 1 TO WS-TOTAL-ACCOUNTS.
040300     PERFORM 2300-LOAD-PARTIES THRU 2300-EXIT.
040400     PERFORM 3000-CLASSIFY-ACCOUNT THRU 3000-EXIT.
040500     IF  WS-REASON = SPACES
040600         ADD 1 TO WS-TOTAL-CLASSIFIED
040700         PERFORM 2500-RELEASE-SHARES THRU 2500-EXIT
040800     ELSE
040900         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
041000     END-IF.
041100     PERFORM 2100-FETCH-DEPOSIT THRU 2100-EXIT.
041200 2200-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500 2300-LOAD-PARTIES.
041600*    THE ACCOUNT'S CUSTOMERS FROM CIF.CUSTXREF, COUNTED BY THEIR
041700*    PART IN THE ACCOUNT AS THEY ARE LOADED.
041800     MOVE ZERO TO WS-PARTY-CNT    WS-OWNER-CNT
041900                  WS-IND-OWNERS   WS-BUS-OWNERS
042000                  WS-OWNER-NO-TIN WS-BENE-CNT
042100                  WS-BENE-NO-TIN.
042200     MOVE 'N' TO WS-PARTY-OVER-SW.
042300     MOVE 'N' TO WS-PARTY-EOF-SW.
042400     EXEC SQL
042500         DECLARE CSR633 CURSOR FOR
042600         SELECT C.CUST_ID, C.CUST_TAX_ID, C.CUST_TYPE,
042700                C.CUST_NAME, X.RELATIONSHIP_CODE
042800           FROM CIF.CUSTXREF X
042900           JOIN CIF.CUSTOMER C
043000             ON C.CUST_BANK_NBR    = X.RELATED_BANK_NBR
043100            AND C.CUST_FILE_ID     = X.RELATED_FILE_ID
043200            AND C.CUST_FILE_KEY    = X.RELATED_FILE_KEY
043300          WHERE X.BANK_NBR         = :WS-BANK-NBR
043400            AND X.FILE_ID          = 'ACCT'
043500            AND X.FILE_KEY         = :WS-ACCT-KEY
043600            AND X.RELATED_FILE_ID  = 'CUST'
043700          ORDER BY C.CUST_ID
043800     END-EXEC.
043900     EXEC SQL
044000         OPEN CSR633
044100     END-EXEC.
044200     PERFORM 2310-FETCH-PARTY THRU 2310-EXIT.
044300     PERFORM 2320-LOAD-ONE-PARTY THRU 2320-EXIT
044400         UNTIL WS-PARTY-EOF-YES.
044500     EXEC SQL
044600         CLOSE CSR633
044700     END-EXEC.
044800 2300-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------
045100 2310-FETCH-PARTY.
045200     EXEC SQL
045300         FETCH CSR633
045400          INTO :WS-CUST-ID, :WS-TAX-ID, :WS-CUST-TYPE,
045500               :WS-CUST-NAME, :WS-REL-CODE
045600     END-EXEC.
045700     IF  SQLCODE NOT = ZERO
045800         SET WS-PARTY-EOF-YES TO TRUE
045900     END-IF.
046000 2310-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300 2320-LOAD-ONE-PARTY.
046400     IF  WS-PARTY-CNT NOT < 20
046500         SET WS-PARTY-OVER TO TRUE
046600         PERFORM 2310-FETCH-PARTY THRU 2310-EXIT
046700         GO TO 2320-EXIT
046800     END-IF.
046900     ADD 1 TO WS-PARTY-CNT.
047000     MOVE WS-TAX-ID    TO PT-TAX-ID (WS-PARTY-CNT).
047100     MOVE WS-CUST-TYPE TO PT-CUST-TYPE (WS-PARTY-CNT).
047200     MOVE WS-CUST-NAME TO PT-NAME (WS-PARTY-CNT).
047300     MOVE WS-REL-CODE  TO PT-REL-CODE (WS-PARTY-CNT).
047400     IF  PT-BENEFICIARY (WS-PARTY-CNT)
047500         ADD 1 TO WS-BENE-CNT
047600         IF  WS-TAX-ID NOT > ZERO
047700             ADD 1 TO WS-BENE-NO-TIN
047800         END-IF
047900     END-IF.
048000     IF  NOT PT-NOT-OWNER (WS-PARTY-CNT)
048100         ADD 1 TO WS-OWNER-CNT
048200         IF  PT-INDIVIDUAL (WS-PARTY-CNT)
048300             ADD 1 TO WS-IND-OWNERS
048400         ELSE
048500             ADD 1 TO WS-BUS-OWNERS
048600         END-IF
048700         IF  WS-TAX-ID NOT > ZERO
048800             ADD 1 TO WS-OWNER-NO-TIN
048900         END-IF
049000     END-IF.
049100     PERFORM 2310-FETCH-PARTY THRU 2310-EXIT.
049200 2320-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500 2500-RELEASE-SHARES.
049600*    THE BALANCE IS SPLIT EQUALLY AMONG THE HOLDERS; THE FIRST
049700*    HOLDER TAKES ANY ODD CENTS SO THE SHARES ADD BACK UP.
049800     IF  WS-HOLDER-MINOR
049900         MOVE 1 TO WS-SHARE-CNT
050000     ELSE
050100         MOVE WS-OWNER-CNT TO WS-SHARE-CNT
050200     END-IF.
050300     COMPUTE WS-SHARE-BASE = WS-BALANCE / WS-SHARE-CNT.
050400     COMPUTE WS-SHARE-REM  = WS-BALANCE
050500                           - WS-SHARE-BASE * WS-SHARE-CNT.
050600     MOVE ZERO TO WS-RELEASED.
050700     PERFORM 2510-RELEASE-ONE-SHARE THRU 2510-EXIT
050800         VARYING WS-PX FROM 1 BY 1
050900         UNTIL WS-PX > WS-PARTY-CNT.
051000 2500-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300 2510-RELEASE-ONE-SHARE.
051400     IF  WS-HOLDER-MINOR
051500         IF  NOT PT-BENEFICIARY (WS-PX)
051600             GO TO 2510-EXIT
051700         END-IF
051800     ELSE
051900         IF  PT-NOT-OWNER (WS-PX)
052000             GO TO 2510-EXIT
052100         END-IF
052200     END-IF.
052300     ADD 1 TO WS-RELEASED.
052400     MOVE WS-BANK-NBR            TO SW-BANK-NBR.
052500     MOVE PT-TAX-ID (WS-PX)      TO SW-TAX-ID.
052600     MOVE WS-ORC-IX              TO SW-ORC-IX.
052700     MOVE WS-ORC-CODE (WS-ORC-IX) TO SW-ORC.
052800     IF  WS-ORC-REV
052900     OR  WS-ORC-IRR
053000         MOVE WS-BENE-CNT        TO SW-BENE-CNT
053100     ELSE
053200         MOVE ZERO               TO SW-BENE-CNT
053300     END-IF.
053400     MOVE WS-FILE-ID             TO SW-FILE-ID.
053500     MOVE WS-ACCT-KEY            TO SW-ACCT-KEY.
053600     MOVE PT-CUST-TYPE (WS-PX)   TO SW-CUST-TYPE.
053700     MOVE PT-NAME (WS-PX)        TO SW-NAME.
053800     MOVE WS-BALANCE             TO SW-BALANCE.
053900     IF  WS-RELEASED = 1
054000         COMPUTE SW-SHARE = WS-SHARE-BASE + WS-SHARE-REM
054100     ELSE
054200         MOVE WS-SHARE-BASE      TO SW-SHARE
054300     END-IF.
054400     ADD 1 TO WS-TOTAL-SHARES.
054500     RELEASE SORTWK-RECORD.
054600 2510-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900 2700-WRITE-EXCEPTION.
055000     ADD 1          TO WS-TOTAL-EXCEPTIONS.
055100     ADD WS-BALANCE TO WS-EXCEPTION-BALANCE.
055200     MOVE WS-BANK-NBR        TO EL-BANK.
055300     MOVE WS-FILE-ID         TO EL-FILE-ID.
055400     MOVE WS-ACCT-KEY        TO EL-ACCT-KEY.
055500     MOVE WS-BALANCE         TO EL-BALANCE.
055600     MOVE WS-PARTY-CNT       TO EL-PARTIES.
055700     MOVE WS-REASON          TO EL-REASON.
055800     MOVE WS-ACCT-TITLE-TEXT TO EL-TITLE.
055900     MOVE WS-EXCEPTION-LINE TO RPT633-RECORD.
056000     WRITE RPT633-RECORD.
056100 2700-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400 3000-CLASSIFY-ACCOUNT.
056500*    THE CATEGORY COMES FROM THE TITLE AND THE PARTIES.  A
056600*    CUSTODIAL (UTMA/UGMA) ACCOUNT IS THE MINOR'S SINGLE
056700*    ACCOUNT.  A BUSINESS OWNER MAKES IT BUSINESS/ORGANIZATION.
056800*    FOR PERSONAL OWNERS A RETIREMENT TITLE IS CERTAIN
056900*    RETIREMENT, A TRUST TITLE OR NAMED BENEFICIARIES MAKE IT
057000*    A TRUST, AND OTHERWISE IT IS SINGLE OR JOINT BY THE NUMBER
057100*    OF OWNERS.  ANYTHING THAT DOES NOT FIT IS AN EXCEPTION
057200*    WITH THE REASON SET.
057300     MOVE SPACES TO WS-REASON.
057400     MOVE ZERO   TO WS-ORC-IX.
057500     SET WS-HOLDER-OWNERS TO TRUE.
057600     IF  WS-PARTY-OVER
057700         MOVE 'MORE THAN 20 PARTIES ON CUSTXREF' TO WS-REASON
057800         GO TO 3000-EXIT
057900     END-IF.
058000     PERFORM 3100-SCAN-TITLE THRU 3100-EXIT.
058100     IF  WS-TTL-CUSTODIAL
058200         PERFORM 3200-CLASSIFY-CUSTODIAL THRU 3200-EXIT
058300         GO TO 3000-EXIT
058400     END-IF.
058500     IF  WS-OWNER-CNT = ZERO
058600         MOVE 'NO OWNER ON CUSTXREF' TO WS-REASON
058700         GO TO 3000-EXIT
058800     END-IF.
058900     IF  WS-OWNER-NO-TIN > ZERO
059000         MOVE 'OWNER HAS NO TIN' TO WS-REASON
059100         GO TO 3000-EXIT
059200     END-IF.
059300     IF  WS-BUS-OWNERS > ZERO
059400         PERFORM 3300-CLASSIFY-BUSINESS THRU 3300-EXIT
059500         GO TO 3000-EXIT
059600     END-IF.
059700     IF  WS-TTL-RETIRE
059800         IF  WS-IND-OWNERS > 1
059900             MOVE 'RETIREMENT TITLE, JOINT OWNERS' TO WS-REASON
060000         ELSE
060100             SET WS-ORC-CRA TO TRUE
060200         END-IF
060300         GO TO 3000-EXIT
060400     END-IF.
060500     IF  WS-TTL-IRREV
060600     OR  WS-TTL-TRUST
060700     OR  WS-BENE-CNT > ZERO
060800         PERFORM 3400-CLASSIFY-TRUST THRU 3400-EXIT
060900         GO TO 3000-EXIT
061000     END-IF.
061100     IF  WS-IND-OWNERS > 1
061200         SET WS-ORC-JNT TO TRUE
061300     ELSE
061400         SET WS-ORC-SGL TO TRUE
061500     END-IF.
061600 3000-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900 3100-SCAN-TITLE.
062000*    THE TITLE IS PADDED WITH A SPACE EACH SIDE SO SHORT WORDS
062100*    ARE MATCHED WHOLE.
062200     MOVE 'N' TO WS-TTL-RETIRE-SW.
062300     MOVE 'N' TO WS-TTL-IRREV-SW.
062400     MOVE 'N' TO WS-TTL-TRUST-SW.
062500     MOVE 'N' TO WS-TTL-CUSTODIAL-SW.
062600     MOVE SPACES TO WS-TITLE-PAD.
062700     MOVE WS-ACCT-TITLE-TEXT TO WS-TITLE-PAD (2:40).
062800     MOVE ZERO TO WS-HITS.
062900     INSPECT WS-TITLE-PAD TALLYING WS-HITS
063000         FOR ALL ' IRA ' ALL 'ROTH ' ALL 'KEOGH' ALL ' SEP '.
063100     IF  WS-HITS > ZERO
063200         SET WS-TTL-RETIRE TO TRUE
063300     END-IF.
063400     MOVE ZERO TO WS-HITS.
063500     INSPECT WS-TITLE-PAD TALLYING WS-HITS
063600         FOR ALL 'IRREV'.
063700     IF  WS-HITS > ZERO
063800         SET WS-TTL-IRREV TO TRUE
063900     END-IF.
064000     MOVE ZERO TO WS-HITS.
064100     INSPECT WS-TITLE-PAD TALLYING WS-HITS
064200         FOR ALL 'TRUST' ALL ' TR ' ALL 'TTEE' ALL ' POD '
064300             ALL ' ITF '.
064400     IF  WS-HITS > ZERO
064500         SET WS-TTL-TRUST TO TRUE
064600     END-IF.
064700     MOVE ZERO TO WS-HITS.
064800     INSPECT WS-TITLE-PAD TALLYING WS-HITS
064900         FOR ALL 'UTMA' ALL 'UGMA' ALL ' CUST ' ALL 'CUSTODIAN'.
065000     IF  WS-HITS > ZERO
065100         SET WS-TTL-CUSTODIAL TO TRUE
065200     END-IF.
065300 3100-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600 3200-CLASSIFY-CUSTODIAL.
065700*    THE MINOR IS THE BENEFICIARY; THE CUSTODIAN OWNS NOTHING.
065800     IF  WS-BENE-CNT NOT = 1
065900         MOVE 'CUSTODIAL TITLE, NOT ONE MINOR' TO WS-REASON
066000         GO TO 3200-EXIT
066100     END-IF.
066200     IF  WS-BENE-NO-TIN > ZERO
066300         MOVE 'MINOR HAS NO TIN' TO WS-REASON
066400         GO TO 3200-EXIT
066500     END-IF.
066600     SET WS-HOLDER-MINOR TO TRUE.
066700     SET WS-ORC-SGL      TO TRUE.
066800 3200-EXIT.
066900     EXIT.
067000*----------------------------------------------------------------
067100 3300-CLASSIFY-BUSINESS.
067200     IF  WS-IND-OWNERS > ZERO
067300         MOVE 'PERSONAL AND BUSINESS OWNERS' TO WS-REASON
067400         GO TO 3300-EXIT
067500     END-IF.
067600     IF  WS-BUS-OWNERS > 1
067700         MOVE 'MORE THAN ONE BUSINESS OWNER' TO WS-REASON
067800         GO TO 3300-EXIT
067900     END-IF.
068000     SET WS-ORC-BUS TO TRUE.
068100 3300-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400 3400-CLASSIFY-TRUST.
068500*    A TRUST IS INSURED PER BENEFICIARY, SO ONE WITH NONE NAMED
068600*    ON CIF.CUSTXREF CANNOT BE CATEGORIZED.
068700     IF  WS-BENE-CNT = ZERO
068800         MOVE 'TRUST TITLE, NO BENEFICIARY' TO WS-REASON
068900         GO TO 3400-EXIT
069000     END-IF.
069100     IF  WS-TTL-IRREV
069200         SET WS-ORC-IRR TO TRUE
069300     ELSE
069400         SET WS-ORC-REV TO TRUE
069500     END-IF.
069600 3400-EXIT.
069700     EXIT.
069800*----------------------------------------------------------------
069900 6000-APPLY-COVERAGE.
070000     RETURN SORTWK-FILE
070100         AT END
070200             SET WS-SORT-EOF-YES TO TRUE
070300     END-RETURN.
070400     PERFORM 6100-COVER-ONE-SHARE THRU 6100-EXIT
070500         UNTIL WS-SORT-EOF-YES.
070600     IF  WS-PREV-KEY NOT = SPACES
070700         PERFORM 7000-BANK-BREAK THRU 7000-EXIT
070800     END-IF.
070900 6000-EXIT.
071000     EXIT.
071100*----------------------------------------------------------------
071200 6100-COVER-ONE-SHARE.
071300*    SHARES COME BY BANK, DEPOSITOR TIN AND CATEGORY.  EACH
071400*    DEPOSITOR'S CATEGORY HAS ONE LIMIT, FILLED ACCOUNT BY
071500*    ACCOUNT; WHAT IS LEFT OVER IS UNINSURED.
071600     MOVE SW-BANK-NBR TO WS-CURR-BANK.
071700     MOVE SW-TAX-ID   TO WS-CURR-TIN.
071800     MOVE SW-ORC      TO WS-CURR-ORC.
071900     IF  WS-CURR-BANK-GRP NOT = WS-PREV-BANK-GRP
072000     AND WS-PREV-KEY NOT = SPACES
072100         PERFORM 7000-BANK-BREAK THRU 7000-EXIT
072200     END-IF.
072300     IF  WS-CURR-DEPOSITOR NOT = WS-PREV-DEPOSITOR
072400         PERFORM 6200-START-DEPOSITOR THRU 6200-EXIT
072500     END-IF.
072600     IF  WS-CURR-KEY NOT = WS-PREV-KEY
072700         PERFORM 6300-START-CATEGORY THRU 6300-EXIT
072800     END-IF.
072900     MOVE WS-CURR-KEY TO WS-PREV-KEY.
073000     IF  SW-SHARE > WS-REMAINING
073100         MOVE WS-REMAINING TO WS-INSURED
073200     ELSE
073300         MOVE SW-SHARE     TO WS-INSURED
073400     END-IF.
073500     SUBTRACT WS-INSURED FROM WS-REMAINING.
073600     COMPUTE WS-UNINSURED = SW-SHARE - WS-INSURED.
073700     MOVE SW-ORC-IX TO WS-OX.
073800     ADD 1            TO SM-SHARES (1 WS-OX)    SM-SHARES (1 7).
073900     ADD SW-SHARE     TO SM-BALANCE (1 WS-OX)   SM-BALANCE (1 7).
074000     ADD WS-INSURED   TO SM-INSURED (1 WS-OX)   SM-INSURED (1 7).
074100     ADD WS-UNINSURED TO SM-UNINSURED (1 WS-OX)
074200                         SM-UNINSURED (1 7).
074300     PERFORM 6400-WRITE-ACCOUNT THRU 6400-EXIT.
074400     RETURN SORTWK-FILE
074500         AT END
074600             SET WS-SORT-EOF-YES TO TRUE
074700     END-RETURN.
074800 6100-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100 6200-START-DEPOSITOR.
075200*    THE DEPOSITOR LINE, ONE PER BANK AND TIN.  AN INDIVIDUAL
075300*    IS IDENTIFIED BY SSN, ANY OTHER DEPOSITOR BY EIN.
075400     ADD 1 TO WS-TOTAL-DEPOSITORS.
075500     ADD 1 TO SM-DEPOSITORS (1 7).
075600     MOVE SW-BANK-NBR TO PF-BANK.
075700     MOVE SW-TAX-ID   TO PF-TIN.
075800     IF  SW-CUST-TYPE = 'I'
075900         MOVE 'SSN'   TO PF-ID-TYPE
076000         MOVE 'IND'   TO PF-CUST-TYPE
076100     ELSE
076200         MOVE 'EIN'   TO PF-ID-TYPE
076300         MOVE 'BUS'   TO PF-CUST-TYPE
076400     END-IF.
076500     INSPECT SW-NAME REPLACING ALL '|' BY SPACE.
076600     MOVE SPACES TO P370CUST-RECORD.
076700     STRING PF-BANK      DELIMITED BY SIZE
076800            '|'          DELIMITED BY SIZE
076900            PF-TIN       DELIMITED BY SIZE
077000            '|'          DELIMITED BY SIZE
077100            PF-ID-TYPE   DELIMITED BY SIZE
077200            '|'          DELIMITED BY SIZE
077300            PF-CUST-TYPE DELIMITED BY SIZE
077400            '|'          DELIMITED BY SIZE
077500            SW-NAME      DELIMITED BY SIZE
077600       INTO P370CUST-RECORD
077700     END-STRING.
077800     WRITE P370CUST-RECORD.
077900 6200-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200 6300-START-CATEGORY.
078300*    ONE LIMIT PER DEPOSITOR PER CATEGORY.  A TRUST OWNER IS
078400*    COVERED FOR EACH BENEFICIARY UP TO FIVE; THE SHARE WITH
078500*    THE MOST BENEFICIARIES SORTS FIRST AND SETS THE COUNT.
078600     ADD 1 TO SM-DEPOSITORS (1 SW-ORC-IX).
078700     MOVE 1 TO WS-FACTOR.
078800     IF  SW-ORC = 'REV' OR 'IRR'
078900         MOVE SW-BENE-CNT TO WS-FACTOR
079000         IF  WS-FACTOR > 5
079100             MOVE 5 TO WS-FACTOR
079200         END-IF
079300         IF  WS-FACTOR < 1
079400             MOVE 1 TO WS-FACTOR
079500         END-IF
079600     END-IF.
079700     COMPUTE WS-LIMIT = WS-SMDIA * WS-FACTOR.
079800     MOVE WS-LIMIT TO WS-REMAINING.
079900 6300-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200 6400-WRITE-ACCOUNT.
080300     MOVE SW-BANK-NBR  TO PF-BANK.
080400     MOVE SW-TAX-ID    TO PF-TIN.
080500     MOVE SW-BALANCE   TO PF-BALANCE.
080600     MOVE SW-SHARE     TO PF-SHARE.
080700     MOVE WS-INSURED   TO PF-INSURED.
080800     MOVE WS-UNINSURED TO PF-UNINSURED.
080900     MOVE SPACES TO P370ACCT-RECORD.
081000     STRING PF-BANK      DELIMITED BY SIZE
081100            '|'          DELIMITED BY SIZE
081200            PF-TIN       DELIMITED BY SIZE
081300            '|'          DELIMITED BY SIZE
081400            SW-FILE-ID   DELIMITED BY SIZE
081500            '|'          DELIMITED BY SIZE
081600            SW-ACCT-KEY  DELIMITED BY SPACE
081700            '|'          DELIMITED BY SIZE
081800            SW-ORC       DELIMITED BY SIZE
081900            '|'          DELIMITED BY SIZE
082000            PF-BALANCE   DELIMITED BY SIZE
082100            '|'          DELIMITED BY SIZE
082200            PF-SHARE     DELIMITED BY SIZE
082300            '|'          DELIMITED BY SIZE
082400            PF-INSURED   DELIMITED BY SIZE
082500            '|'          DELIMITED BY SIZE
082600            PF-UNINSURED DELIMITED BY SIZE
082700       INTO P370ACCT-RECORD
082800     END-STRING.
082900     WRITE P370ACCT-RECORD.
083000 6400-EXIT.
083100     EXIT.
083200*----------------------------------------------------------------
083300 7000-BANK-BREAK.
083400*    THE BANK'S LINE FOR EACH CATEGORY AND ITS TOTAL, THEN ITS
083500*    COUNTS ROLL INTO THE ALL-BANKS LEVEL.
083600     MOVE 1 TO WS-LX.
083700     MOVE WS-PREV-BANK TO SL-BANK.
083800     PERFORM 7100-WRITE-CATEGORY THRU 7100-EXIT
083900         VARYING WS-OX FROM 1 BY 1
084000         UNTIL WS-OX > 7.
084100     MOVE SPACES TO RPT632-RECORD.
084200     WRITE RPT632-RECORD.
084300     PERFORM 7200-ROLL-UP THRU 7200-EXIT
084400         VARYING WS-OX FROM 1 BY 1
084500         UNTIL WS-OX > 7.
084600     INITIALIZE SM-LEVEL (1).
084700 7000-EXIT.
084800     EXIT.
084900*----------------------------------------------------------------
085000 7100-WRITE-CATEGORY.
085100     IF  WS-OX > 6
085200         MOVE 'ALL'                 TO SL-ORC
085300         MOVE 'TOTAL'               TO SL-ORC-DESC
085400     ELSE
085500         MOVE WS-ORC-CODE (WS-OX)   TO SL-ORC
085600         MOVE WS-ORC-DESC (WS-OX)   TO SL-ORC-DESC
085700     END-IF.
085800     MOVE SM-DEPOSITORS (WS-LX WS-OX) TO SL-DEPOSITORS.
085900     MOVE SM-SHARES (WS-LX WS-OX)     TO SL-SHARES.
086000     MOVE SM-BALANCE (WS-LX WS-OX)    TO SL-BALANCE.
086100     MOVE SM-INSURED (WS-LX WS-OX)    TO SL-INSURED.
086200     MOVE SM-UNINSURED (WS-LX WS-OX)  TO SL-UNINSURED.
086300     MOVE WS-SUMMARY-LINE TO RPT632-RECORD.
086400     WRITE RPT632-RECORD.
086500 7100-EXIT.
086600     EXIT.
086700*----------------------------------------------------------------
086800 7200-ROLL-UP.
086900     ADD SM-DEPOSITORS (1 WS-OX) TO SM-DEPOSITORS (2 WS-OX).
087000     ADD SM-SHARES (1 WS-OX)     TO SM-SHARES (2 WS-OX).
087100     ADD SM-BALANCE (1 WS-OX)    TO SM-BALANCE (2 WS-OX).
087200     ADD SM-INSURED (1 WS-OX)    TO SM-INSURED (2 WS-OX).
087300     ADD SM-UNINSURED (1 WS-OX)  TO SM-UNINSURED (2 WS-OX).
087400 7200-EXIT.
087500     EXIT.
087600*----------------------------------------------------------------
087700 8000-FINALIZE.
087800*    THE ALL-BANKS LINES, THE RUN TOTALS, AND THE EXCEPTION
087900*    LIST'S COUNT AND BALANCE.
088000     MOVE 2 TO WS-LX.
088100     MOVE 'ALL' TO SL-BANK-X.
088200     PERFORM 7100-WRITE-CATEGORY THRU 7100-EXIT
088300         VARYING WS-OX FROM 1 BY 1
088400         UNTIL WS-OX > 7.
088500     MOVE SPACES TO RPT632-RECORD.
088600     WRITE RPT632-RECORD.
088700     MOVE 'DEPOSIT ACCOUNTS READ   - ' TO TL-LABEL.
088800     MOVE WS-TOTAL-ACCOUNTS   TO TL-COUNT.
088900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
089000     MOVE 'ACCOUNTS CATEGORIZED    - ' TO TL-LABEL.
089100     MOVE WS-TOTAL-CLASSIFIED TO TL-COUNT.
089200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
089300     MOVE 'OWNER SHARES            - ' TO TL-LABEL.
089400     MOVE WS-TOTAL-SHARES     TO TL-COUNT.
089500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
089600     MOVE 'DEPOSITORS              - ' TO TL-LABEL.
089700     MOVE WS-TOTAL-DEPOSITORS TO TL-COUNT.
089800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
089900     MOVE 'NOT CATEGORIZED (RPT633)- ' TO TL-LABEL.
090000     MOVE WS-TOTAL-EXCEPTIONS TO TL-COUNT.
090100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
090200     MOVE SPACES TO RPT633-RECORD.
090300     WRITE RPT633-RECORD.
090400     MOVE WS-TOTAL-EXCEPTIONS  TO ET-COUNT.
090500     MOVE WS-EXCEPTION-BALANCE TO ET-BALANCE.
090600     MOVE WS-EXCEPTION-TOTAL TO RPT633-RECORD.
090700     WRITE RPT633-RECORD.
090800     CLOSE RPT632-FILE.
090900     CLOSE RPT633-FILE.
091000     CLOSE P370CUST-FILE.
091100     CLOSE P370ACCT-FILE.
091200 8000-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500 8100-WRITE-TOTAL.
091600     MOVE WS-TOTAL-LINE TO RPT632-RECORD.
091700     WRITE RPT632-RECORD.
091800 8100-EXIT.
091900     EXIT.
