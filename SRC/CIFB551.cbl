000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB551.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  TEST-REGION DATA  *
001500*                      MASKING, RUN AFTER EVERY REFRESH FROM     *
001600*                      PRODUCTION.  CUSTOMER NAMES AND TINS,     *
001700*                      CUSTIND PHONES, ACCOUNT NAME LINES,       *
001800*                      CIF.ADDRESS STREET LINES, NIPS PAYEES,    *
001900*                      CARD NUMBERS IN EVERY ACM CARD TABLE,     *
002000*                      NETWORK TOKENS, IRS.PENDLST ACCOUNT       *
002100*                      NUMBERS, DSDS.PDTXARCH ACCOUNT NUMBERS,   *
002110*                      ACCOUNT KEYS ON CIF.ACCOUNT, CUSTXREF AND *
002120*                      DEBCXREF, AND CD ACCOUNT NUMBERS IN EVERY *
002130*                      CD TABLE ARE REPLACED WITH CIFU524        *
002200*                      SUBSTITUTES.  ONE REAL VALUE ALWAYS GETS  *
002300*                      ONE SUBSTITUTE, AND AN ACCOUNT'S DIGITS   *
002400*                      COME OUT ALIKE IN EVERY COLUMN, SO THE    *
002500*                      MASKED TABLES STILL JOIN; CARDS KEEP      *
002600*                      THEIR BIN AND A GOOD CHECK DIGIT.  EVERY  *
002700*                      SUBSTITUTE IS KEPT ON CIF.MASKVAL, AND    *
002800*                      THE VERIFICATION PASS PROVES EVERY        *
002900*                      NON-BLANK VALUE IN A MASKED COLUMN IS     *
002910*                      ONE.  WILL NOT RUN UNLESS THE REGION'S    *
003000*                      AMS.PROPS SAYS TEST.  RPT682.             *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RPT682-FILE ASSIGN TO RPT682
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPT682-FILE
004500     RECORDING MODE F.
004600 01  RPT682-RECORD               PIC X(132).
004700*----------------------------------------------------------------
004800 WORKING-STORAGE SECTION.
004900 01  WS-SWITCHES.
005000     05  WS-EOF-SW                PIC X       VALUE 'N'.
005100         88  WS-EOF-YES                   VALUE 'Y'.
005200     05  WS-VALUE-SW              PIC X       VALUE 'L'.
005300         88  WS-VALUE-MASKED              VALUE 'M'.
005400         88  WS-VALUE-LEFT                VALUE 'L'.
005500     05  WS-ROW-SW                PIC X       VALUE 'N'.
005600         88  WS-ROW-CHANGED               VALUE 'Y'.
005700         88  WS-ROW-UNCHANGED             VALUE 'N'.
005800     05  WS-EXCEPTION-SW          PIC X       VALUE 'N'.
005900         88  WS-EXCEPTION                 VALUE 'Y'.
006000     05  WS-PROD-FOUND-SW         PIC X       VALUE 'N'.
006100         88  WS-PROD-FOUND                VALUE 'Y'.
006200     05  WS-MODE-SW               PIC X       VALUE SPACE.
006300         88  WS-MODE-MASK                 VALUE 'M'.
006400         88  WS-MODE-VERIFY               VALUE 'V'.
006500 01  WS-WORK-FIELDS.
006600     05  WS-MASK-KEY              PIC X(18)   VALUE SPACE.
006700     05  WS-REG-GROUP             PIC X(04)   VALUE SPACE.
006800     05  WS-MASK-IN               PIC X(40)   VALUE SPACE.
006900     05  WS-MASK-OUT              PIC X(40)   VALUE SPACE.
007000     05  WS-MASK-OUT-LEN          PIC S9(4)   COMP  VALUE ZERO.
007100     05  WS-SLOT                  PIC S9(4)   COMP  VALUE ZERO.
007200     05  WS-COUNT                 PIC S9(9)   COMP  VALUE ZERO.
007300     05  WS-HELD-COUNT            PIC S9(9)   COMP  VALUE ZERO.
007400     05  WS-SINCE-COMMIT          PIC S9(5)   COMP  VALUE ZERO.
007500     05  WS-TOTAL-COMMITS         PIC S9(5)   COMP  VALUE ZERO.
007600     05  WS-TABLE-NAME            PIC X(18)   VALUE SPACE.
007700     05  WS-TABLE-COLUMNS         PIC X(22)   VALUE SPACE.
007800     05  WS-COLUMN-NAME           PIC X(20)   VALUE SPACE.
007900     05  WS-ROWS-READ             PIC S9(9)   COMP  VALUE ZERO.
008000     05  WS-ROWS-CHANGED          PIC S9(9)   COMP  VALUE ZERO.
008100     05  WS-VALS-MASKED           PIC S9(9)   COMP  VALUE ZERO.
008200     05  WS-VALS-PRIOR            PIC S9(9)   COMP  VALUE ZERO.
008300     05  WS-VALS-LEFT             PIC S9(9)   COMP  VALUE ZERO.
008400     05  WS-TOTAL-CHANGED         PIC S9(9)   COMP  VALUE ZERO.
008500     05  WS-TOTAL-MASKED          PIC S9(9)   COMP  VALUE ZERO.
008600     05  WS-TOTAL-PRIOR           PIC S9(9)   COMP  VALUE ZERO.
008700     05  WS-TOTAL-LEFT            PIC S9(9)   COMP  VALUE ZERO.
008800     05  WS-TOTAL-COLUMNS         PIC S9(5)   COMP  VALUE ZERO.
008900     05  WS-TOTAL-PROD-COLUMNS    PIC S9(5)   COMP  VALUE ZERO.
009000     05  WS-DIGITS-9              PIC 9(09)   VALUE ZERO.
009100     05  WS-DIGITS-11             PIC 9(11)   VALUE ZERO.
009200     05  WS-KEY-NBR               PIC 9(09)   VALUE ZERO.
009300     05  WS-EX-REASON             PIC X(50)   VALUE SPACE.
009400     05  WS-EX-KEY                PIC X(36)   VALUE SPACE.
009500     05  WS-SQL-STMT              PIC X(30)   VALUE SPACE.
009600     05  WS-ARCH-PREFIX           PIC X(05)   VALUE SPACE.
009700*    ROW AND VALUE HOST FIELDS FOR THE TABLES WITHOUT A
009800*    DCLGEN IN THIS PROGRAM.
009900 01  WS-CUSTOMER-ROW.
010000     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
010100     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
010200     05  WS-CUST-TAX-ID           PIC S9(9)   COMP-3 VALUE +0.
010300     05  WS-NEW-NAME              PIC X(40)   VALUE SPACE.
010400     05  WS-NEW-TAX-ID            PIC S9(9)   COMP-3 VALUE +0.
010500 01  WS-CUSTIND-ROW.
010600     05  WS-HOME-PHONE            PIC S9(11)  COMP-3 VALUE +0.
010700     05  WS-BUS-PHONE             PIC S9(11)  COMP-3 VALUE +0.
010800     05  WS-CELL-PHONE            PIC S9(11)  COMP-3 VALUE +0.
010900 01  WS-XREF-ROW.
011000     05  WS-XR-BANK-NBR           PIC S9(3)   COMP-3 VALUE +0.
011100     05  WS-XR-FILE-ID            PIC X(04)   VALUE SPACE.
011200     05  WS-XR-FILE-KEY           PIC X(25)   VALUE SPACE.
011300     05  WS-XR-REL-BANK-NBR       PIC S9(3)   COMP-3 VALUE +0.
011400     05  WS-XR-REL-FILE-ID        PIC X(04)   VALUE SPACE.
011500     05  WS-XR-REL-FILE-KEY       PIC X(25)   VALUE SPACE.
011600     05  WS-XR-REL-CODE           PIC X(02)   VALUE SPACE.
011700     05  WS-XR-REL-NAME           PIC X(40)   VALUE SPACE.
011800 01  WS-VALUE-ROW.
011900     05  WS-CARD-NBR              PIC X(19)   VALUE SPACE.
012000     05  WS-NEW-CARD              PIC X(19)   VALUE SPACE.
012100     05  WS-IRS-ACCT              PIC X(14)   VALUE SPACE.
012200     05  WS-NEW-IRS-ACCT          PIC X(14)   VALUE SPACE.
012300     05  WS-NEW-ACCT-NO           PIC S9(9)   COMP-3 VALUE +0.
012310     05  WS-ACCT-KEY              PIC X(25)   VALUE SPACE.
012320     05  WS-NEW-ACCT-KEY          PIC X(25)   VALUE SPACE.
012330     05  WS-CD-ACCT               PIC X(09)   VALUE SPACE.
012340     05  WS-NEW-CD-ACCT           PIC X(09)   VALUE SPACE.
012400 01  WS-VERIFY-ROW.
012500     05  WS-VF-TABLE              PIC X(18)   VALUE SPACE.
012600     05  WS-VF-COLUMN             PIC X(20)   VALUE SPACE.
012700     05  WS-VF-ROWS               PIC S9(9)   COMP  VALUE ZERO.
012800     05  WS-VF-MASKED             PIC S9(9)   COMP  VALUE ZERO.
012900*    THE MASKED COLUMNS OF A ROW, WORKED ONE SLOT AT A TIME.
013000 01  WS-PHONE-SLOTS.
013100     05  WS-PS-PHONE              PIC S9(11)  COMP-3
013200                                              OCCURS 3 TIMES.
013300 01  WS-PHONE-COLUMN-DATA.
013400     05  FILLER  PIC X(20) VALUE 'CUSTI_HOME_PHONE'.
013500     05  FILLER  PIC X(20) VALUE 'CUSTI_BUS_PHONE'.
013600     05  FILLER  PIC X(20) VALUE 'CUSTI_CELL_PHONE'.
013700 01  WS-PHONE-COLUMN-TABLE REDEFINES WS-PHONE-COLUMN-DATA.
013800     05  WS-PHONE-COLUMN          PIC X(20)   OCCURS 3 TIMES.
013900 01  WS-NAME-SLOTS.
014000     05  WS-NAME-SLOT                         OCCURS 5 TIMES.
014100         10  WS-NS-LEN            PIC S9(4)   COMP.
014200         10  WS-NS-TEXT           PIC X(40).
014300 01  WS-NAME-COLUMN-DATA.
014400     05  FILLER  PIC X(20) VALUE 'ACCT_NAME_RPL'.
014500     05  FILLER  PIC X(20) VALUE 'ACCT_NAME_EXT_RPL'.
014600     05  FILLER  PIC X(20) VALUE 'ACCT_NAME_ADD1'.
014700     05  FILLER  PIC X(20) VALUE 'ACCT_NAME_ADD2'.
014800     05  FILLER  PIC X(20) VALUE 'ACCT_NAME_ADD3'.
014900 01  WS-NAME-COLUMN-TABLE REDEFINES WS-NAME-COLUMN-DATA.
015000     05  WS-NAME-COLUMN           PIC X(20)   OCCURS 5 TIMES.
015100 01  WS-ADDR-SLOTS.
015200     05  WS-AS-LINE               PIC X(40)   OCCURS 2 TIMES.
015300 01  WS-ADDR-COLUMN-DATA.
015400     05  FILLER  PIC X(20) VALUE 'ADDR_LINE1'.
015500     05  FILLER  PIC X(20) VALUE 'ADDR_LINE2'.
015600 01  WS-ADDR-COLUMN-TABLE REDEFINES WS-ADDR-COLUMN-DATA.
015700     05  WS-ADDR-COLUMN           PIC X(20)   OCCURS 2 TIMES.
015800*----------------------------------------------------------------
015900     COPY CIFMASKV.
016000*----------------------------------------------------------------
016100     COPY CIFU010P.
016200*----------------------------------------------------------------
016300     COPY CIFADDR.
016400*----------------------------------------------------------------
016500     COPY ODBGLTXN.
016600*----------------------------------------------------------------
016700     COPY DSDSPARC.
016800*----------------------------------------------------------------
016900     COPY APICPYA1.
017000*----------------------------------------------------------------
017100     COPY CIFU524P.
017200*----------------------------------------------------------------
017300 01  WS-HEADING-1.
017400     05  FILLER  PIC X(132) VALUE
017500       'CIFB551  TEST-REGION DATA MASKING'.
017600 01  WS-HEADING-2.
017700     05  FILLER       PIC X(13) VALUE 'RUN MODE     '.
017800     05  HL-MODE                  PIC X(20).
017900     05  FILLER                   PIC X(99)   VALUE SPACE.
018000 01  WS-HEADING-3.
018100     05  FILLER  PIC X(132) VALUE
018200       'VALUES REPLACED BY TABLE'.
018300 01  WS-HEADING-4.
018400     05  FILLER  PIC X(19)  VALUE 'TABLE'.
018500     05  FILLER  PIC X(23)  VALUE 'COLUMNS'.
018600     05  FILLER  PIC X(12)  VALUE '       READ'.
018700     05  FILLER  PIC X(12)  VALUE '    CHANGED'.
018800     05  FILLER  PIC X(12)  VALUE '     MASKED'.
018900     05  FILLER  PIC X(12)  VALUE '    ALREADY'.
019000     05  FILLER  PIC X(12)  VALUE ' NOT MASKED'.
019100     05  FILLER  PIC X(30)  VALUE SPACE.
019200 01  WS-HEADING-5.
019300     05  FILLER  PIC X(132) VALUE
019400       'VERIFICATION -- EVERY NON-BLANK VALUE IN A MASKED COLUMN M
019500-      'UST BE A SUBSTITUTE ON CIF.MASKVAL'.
019600 01  WS-HEADING-6.
019700     05  FILLER  PIC X(19)  VALUE 'TABLE'.
019800     05  FILLER  PIC X(21)  VALUE 'COLUMN'.
019900     05  FILLER  PIC X(12)  VALUE '  NON-BLANK'.
020000     05  FILLER  PIC X(12)  VALUE '     MASKED'.
020100     05  FILLER  PIC X(12)  VALUE ' PRODUCTION'.
020200     05  FILLER  PIC X(56)  VALUE SPACE.
020300 01  WS-MASK-LINE.
020400     05  ML-TABLE                 PIC X(18).
020500     05  FILLER                   PIC X(01)   VALUE SPACE.
020600     05  ML-COLUMNS               PIC X(22).
020700     05  FILLER                   PIC X(01)   VALUE SPACE.
020800     05  ML-READ                  PIC ZZZ,ZZZ,ZZ9.
020900     05  FILLER                   PIC X(01)   VALUE SPACE.
021000     05  ML-CHANGED               PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                   PIC X(01)   VALUE SPACE.
021200     05  ML-MASKED                PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                   PIC X(01)   VALUE SPACE.
021400     05  ML-PRIOR                 PIC ZZZ,ZZZ,ZZ9.
021500     05  FILLER                   PIC X(01)   VALUE SPACE.
021600     05  ML-LEFT                  PIC ZZZ,ZZZ,ZZ9.
021700     05  FILLER                   PIC X(30)   VALUE SPACE.
021800 01  WS-EXCEPTION-LINE.
021900     05  FILLER                   PIC X(04)   VALUE '*** '.
022000     05  EX-TABLE                 PIC X(18).
022100     05  FILLER                   PIC X(01)   VALUE SPACE.
022200     05  EX-COLUMN                PIC X(20).
022300     05  FILLER                   PIC X(01)   VALUE SPACE.
022400     05  EX-REASON                PIC X(50).
022500     05  FILLER                   PIC X(01)   VALUE SPACE.
022600     05  EX-KEY                   PIC X(36).
022700     05  FILLER                   PIC X(01)   VALUE SPACE.
022800 01  WS-VERIFY-LINE.
022900     05  VL-TABLE                 PIC X(18).
023000     05  FILLER                   PIC X(01)   VALUE SPACE.
023100     05  VL-COLUMN                PIC X(20).
023200     05  FILLER                   PIC X(01)   VALUE SPACE.
023300     05  VL-ROWS                  PIC ZZZ,ZZZ,ZZ9.
023400     05  FILLER                   PIC X(01)   VALUE SPACE.
023500     05  VL-MASKED                PIC ZZZ,ZZZ,ZZ9.
023600     05  FILLER                   PIC X(01)   VALUE SPACE.
023700     05  VL-PRODUCTION            PIC ZZZ,ZZZ,ZZ9.
023800     05  FILLER                   PIC X(01)   VALUE SPACE.
023900     05  VL-FLAG                  PIC X(15).
024000     05  FILLER                   PIC X(41)   VALUE SPACE.
024100 01  WS-VERIFIED-LINE.
024200     05  FILLER       PIC X(50) VALUE
024300         'VERIFIED -- NO PRODUCTION VALUES REMAIN IN ANY MAS'.
024400     05  FILLER       PIC X(50) VALUE
024500         'KED COLUMN'.
024600     05  FILLER                   PIC X(32)   VALUE SPACE.
024700 01  WS-NOT-VERIFIED-LINE.
024800     05  FILLER       PIC X(50) VALUE
024900         '*** PRODUCTION VALUES REMAIN -- THE TEST REGION IS'.
025000     05  FILLER       PIC X(50) VALUE
025100         ' NOT TO BE RELEASED ***'.
025200     05  FILLER                   PIC X(32)   VALUE SPACE.
025300 01  WS-TOTAL-LINE.
025400     05  TL-LABEL                 PIC X(26).
025500     05  TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
025600     05  FILLER                   PIC X(95)   VALUE SPACE.
025700*----------------------------------------------------------------
025800 LINKAGE SECTION.
025900 01  CIFB551-PARM.
026000*    MODE M MASKS THEN VERIFIES; MODE V ONLY VERIFIES.  A
026100*    COMMIT EVERY CHECKPOINT-COUNT CHANGED ROWS KEEPS THE UNDO
026200*    SMALL; A RERUN AFTER A FAILURE LEAVES WHAT IS ALREADY
026300*    MASKED ALONE (ITS VALUES ARE ON CIF.MASKVAL) AND FINISHES
026400*    THE REST.
026500     05  CIFB551-MODE              PIC X(01).
026600     05  CIFB551-CHECKPOINT        PIC 9(05).
026700*----------------------------------------------------------------
026800 PROCEDURE DIVISION USING CIFB551-PARM.
026900*
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     IF  WS-MODE-MASK
027300         PERFORM 2000-MASK-CUSTOMERS THRU 2000-EXIT
027400         PERFORM 2100-MASK-CUSTIND THRU 2100-EXIT
027500         PERFORM 2200-MASK-CUSTXREF THRU 2200-EXIT
027600         PERFORM 2300-MASK-ACCOUNTS THRU 2300-EXIT
027700         PERFORM 2400-MASK-ADDRESSES THRU 2400-EXIT
027800         PERFORM 2500-MASK-NIPS-PAYEES THRU 2500-EXIT
027900         PERFORM 3000-MASK-CARDS THRU 3000-EXIT
028000         PERFORM 3100-MASK-TOKENS THRU 3100-EXIT
028100         PERFORM 3200-MASK-IRS-ACCOUNTS THRU 3200-EXIT
028200         PERFORM 3300-MASK-ARCHIVE-ACCOUNTS THRU 3300-EXIT
028210         PERFORM 3400-MASK-ACCOUNT-KEYS THRU 3400-EXIT
028220         PERFORM 3500-MASK-CD-ACCOUNTS THRU 3500-EXIT
028300     END-IF.
028400     PERFORM 6000-VERIFY THRU 6000-EXIT.
028500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
028600     GOBACK.
028700*----------------------------------------------------------------
028800 0500-RESOLVE-REGION.
028900*    THE TEST REGION'S AMS.PROPS CARRIES CIFB551.REGION = TEST
029000*    AND THE 18-DIGIT MASK KEY; PRODUCTION CARRIES NEITHER, SO
029100*    A JOB POINTED AT THE WRONG SUBSYSTEM STOPS HERE.
029200     MOVE SPACES TO AMSPRP-KEY-TEXT.
029300     MOVE 'CIFB551.REGION' TO AMSPRP-KEY-TEXT.
029400     MOVE +14 TO AMSPRP-KEY-LEN.
029500     EXEC SQL
029600         SELECT AMSPRP_VALUE
029700           INTO :AMSPRP-VALUE
029800           FROM AMS.PROPS
029900          WHERE AMSPRP_KEY = :AMSPRP-KEY
030000     END-EXEC.
030100     IF  SQLCODE NOT = ZERO
030200     OR  AMSPRP-VALUE-LEN NOT = +4
030300     OR  AMSPRP-VALUE-TEXT (1:4) NOT = 'TEST'
030400         DISPLAY 'CIFB551 - CIFB551.REGION IS NOT TEST -- '
030500             'THIS IS NOT A TEST REGION, NOTHING MASKED'
030600         MOVE 16 TO RETURN-CODE
030700         GOBACK
030800     END-IF.
030900     IF  WS-MODE-VERIFY
031000         GO TO 0500-EXIT
031100     END-IF.
031200     MOVE SPACES TO AMSPRP-KEY-TEXT.
031300     MOVE 'CIFB551.MASK.KEY' TO AMSPRP-KEY-TEXT.
031400     MOVE +16 TO AMSPRP-KEY-LEN.
031500     EXEC SQL
031600         SELECT AMSPRP_VALUE
031700           INTO :AMSPRP-VALUE
031800           FROM AMS.PROPS
031900          WHERE AMSPRP_KEY = :AMSPRP-KEY
032000     END-EXEC.
032100     IF  SQLCODE NOT = ZERO
032200     OR  AMSPRP-VALUE-LEN NOT = +18
032300     OR  AMSPRP-VALUE-TEXT (1:18) NOT NUMERIC
032400         DISPLAY 'CIFB551 - CIFB551.MASK.KEY MUST BE 18 DIGITS'
032500         MOVE 16 TO RETURN-CODE
032600         GOBACK
032700     END-IF.
032800     MOVE AMSPRP-VALUE-TEXT (1:18) TO WS-MASK-KEY.
032900 0500-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 1000-INITIALIZE.
033300     MOVE CIFB551-MODE TO WS-MODE-SW.
033400     IF  NOT WS-MODE-MASK
033500     AND NOT WS-MODE-VERIFY
033600         DISPLAY 'CIFB551 - MODE MUST BE M (MASK) OR V (VERIFY)'
033700         MOVE 16 TO RETURN-CODE
033800         GOBACK
033900     END-IF.
034000     PERFORM 0500-RESOLVE-REGION THRU 0500-EXIT.
034100     OPEN OUTPUT RPT682-FILE.
034200     MOVE WS-HEADING-1 TO RPT682-RECORD.
034300     WRITE RPT682-RECORD.
034400     IF  WS-MODE-MASK
034500         MOVE 'MASK AND VERIFY' TO HL-MODE
034600     ELSE
034700         MOVE 'VERIFY ONLY'     TO HL-MODE
034800     END-IF.
034900     MOVE WS-HEADING-2 TO RPT682-RECORD.
035000     WRITE RPT682-RECORD.
035100     MOVE SPACES       TO RPT682-RECORD.
035200     WRITE RPT682-RECORD.
035300     IF  WS-MODE-MASK
035400         MOVE WS-HEADING-3 TO RPT682-RECORD
035500         WRITE RPT682-RECORD
035600         MOVE WS-HEADING-4 TO RPT682-RECORD
035700         WRITE RPT682-RECORD
035800     END-IF.
035900 1000-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200 2000-MASK-CUSTOMERS.
036300     MOVE 'CIF.CUSTOMER'   TO WS-TABLE-NAME.
036400     MOVE 'NAME, TAX ID'   TO WS-TABLE-COLUMNS.
036500     PERFORM 5300-START-TABLE THRU 5300-EXIT.
036600     EXEC SQL
036700         DECLARE CSR682C CURSOR WITH HOLD FOR
036800         SELECT CUST_ID, CUST_NAME, CUST_TAX_ID
036900           FROM CIF.CUSTOMER
037000          ORDER BY CUST_ID
037100     END-EXEC.
037200     EXEC SQL OPEN CSR682C END-EXEC.
037300     PERFORM 2010-FETCH-CUSTOMER THRU 2010-EXIT.
037400     PERFORM 2020-MASK-CUSTOMER-ROW THRU 2020-EXIT
037500         UNTIL WS-EOF-YES.
037600     EXEC SQL CLOSE CSR682C END-EXEC.
037700     PERFORM 5400-END-TABLE THRU 5400-EXIT.
037800 2000-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 2010-FETCH-CUSTOMER.
038200     EXEC SQL
038300         FETCH CSR682C
038400          INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-CUST-TAX-ID
038500     END-EXEC.
038600     IF  SQLCODE NOT = ZERO
038700         SET WS-EOF-YES TO TRUE
038800     END-IF.
038900 2010-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200 2020-MASK-CUSTOMER-ROW.
039300     ADD 1 TO WS-ROWS-READ.
039400     SET WS-ROW-UNCHANGED TO TRUE.
039500     MOVE WS-CUST-ID TO WS-KEY-NBR.
039600     MOVE SPACES TO WS-EX-KEY.
039700     STRING 'CUST ID ' WS-KEY-NBR DELIMITED BY SIZE
039800       INTO WS-EX-KEY.
039900     MOVE WS-CUST-NAME   TO WS-NEW-NAME.
040000     MOVE WS-CUST-TAX-ID TO WS-NEW-TAX-ID.
040100     MOVE 'CUST_NAME'    TO WS-COLUMN-NAME.
040200     MOVE 'NAME'         TO CIFU524-DOMAIN.
040300     MOVE 'NAME'         TO WS-REG-GROUP.
040400     MOVE WS-CUST-NAME   TO WS-MASK-IN.
040500     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
040600     IF  WS-VALUE-MASKED
040700         MOVE WS-MASK-OUT TO WS-NEW-NAME
040800         PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT
040900         SET WS-ROW-CHANGED TO TRUE
041000     END-IF.
041100     IF  WS-CUST-TAX-ID NOT = ZERO
041200         PERFORM 2030-MASK-TAX-ID THRU 2030-EXIT
041300     END-IF.
041400     IF  WS-ROW-UNCHANGED
041500         GO TO 2020-NEXT
041600     END-IF.
041700     EXEC SQL
041800         UPDATE CIF.CUSTOMER
041900            SET CUST_NAME   = :WS-NEW-NAME,
042000                CUST_TAX_ID = :WS-NEW-TAX-ID
042100          WHERE CUST_ID     = :WS-CUST-ID
042200     END-EXEC.
042300     IF  SQLCODE NOT = ZERO
042400         MOVE 'CIF.CUSTOMER UPDATE' TO WS-SQL-STMT
042500         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
042600     END-IF.
042700     ADD 1 TO WS-ROWS-CHANGED.
042800     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
042900 2020-NEXT.
043000     PERFORM 2010-FETCH-CUSTOMER THRU 2010-EXIT.
043100 2020-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400 2030-MASK-TAX-ID.
043500*    A SUBSTITUTE TIN STILL CARRIED BY ANOTHER CUSTOMER NOT YET
043600*    MASKED WAITS FOR THE RERUN -- WRITING IT NOW WOULD LEAVE
043700*    THAT CUSTOMER'S REAL TIN LOOKING MASKED.
043800     MOVE 'CUST_TAX_ID'  TO WS-COLUMN-NAME.
043900     MOVE 'TIN '         TO CIFU524-DOMAIN.
044000     MOVE 'TIN '         TO WS-REG-GROUP.
044100     MOVE WS-CUST-TAX-ID TO WS-DIGITS-9.
044200     MOVE WS-DIGITS-9    TO WS-MASK-IN.
044300     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
044400     IF  NOT WS-VALUE-MASKED
044500         GO TO 2030-EXIT
044600     END-IF.
044700     MOVE WS-MASK-OUT (1:9) TO WS-DIGITS-9.
044800     MOVE WS-DIGITS-9       TO WS-NEW-TAX-ID.
044900     EXEC SQL
045000         SELECT COUNT(*)
045100           INTO :WS-HELD-COUNT
045200           FROM CIF.CUSTOMER
045300          WHERE CUST_TAX_ID = :WS-NEW-TAX-ID
045400     END-EXEC.
045500     IF  SQLCODE NOT = ZERO
045600         MOVE 'CIF.CUSTOMER TIN COUNT' TO WS-SQL-STMT
045700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
045800     END-IF.
045900     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
046000     IF  NOT WS-VALUE-MASKED
046100         MOVE WS-CUST-TAX-ID TO WS-NEW-TAX-ID
046200         GO TO 2030-EXIT
046300     END-IF.
046400     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
046500     SET WS-ROW-CHANGED TO TRUE.
046600 2030-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 2100-MASK-CUSTIND.
047000     MOVE 'CIF.CUSTIND'    TO WS-TABLE-NAME.
047100     MOVE 'HOME/BUS/CELL PHONE' TO WS-TABLE-COLUMNS.
047200     PERFORM 5300-START-TABLE THRU 5300-EXIT.
047300     EXEC SQL
047400         DECLARE CSR682I CURSOR WITH HOLD FOR
047500         SELECT CUSTI_CUST_ID, CUSTI_HOME_PHONE,
047600                CUSTI_BUS_PHONE, CUSTI_CELL_PHONE
047700           FROM CIF.CUSTIND
047800          ORDER BY CUSTI_CUST_ID
047900     END-EXEC.
048000     EXEC SQL OPEN CSR682I END-EXEC.
048100     PERFORM 2110-FETCH-CUSTIND THRU 2110-EXIT.
048200     PERFORM 2120-MASK-CUSTIND-ROW THRU 2120-EXIT
048300         UNTIL WS-EOF-YES.
048400     EXEC SQL CLOSE CSR682I END-EXEC.
048500     PERFORM 5400-END-TABLE THRU 5400-EXIT.
048600 2100-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900 2110-FETCH-CUSTIND.
049000     EXEC SQL
049100         FETCH CSR682I
049200          INTO :WS-CUST-ID, :WS-HOME-PHONE,
049300               :WS-BUS-PHONE, :WS-CELL-PHONE
049400     END-EXEC.
049500     IF  SQLCODE NOT = ZERO
049600         SET WS-EOF-YES TO TRUE
049700     END-IF.
049800 2110-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100 2120-MASK-CUSTIND-ROW.
050200     ADD 1 TO WS-ROWS-READ.
050300     SET WS-ROW-UNCHANGED TO TRUE.
050400     MOVE WS-CUST-ID TO WS-KEY-NBR.
050500     MOVE SPACES TO WS-EX-KEY.
050600     STRING 'CUST ID ' WS-KEY-NBR DELIMITED BY SIZE
050700       INTO WS-EX-KEY.
050800     MOVE WS-HOME-PHONE TO WS-PS-PHONE (1).
050900     MOVE WS-BUS-PHONE  TO WS-PS-PHONE (2).
051000     MOVE WS-CELL-PHONE TO WS-PS-PHONE (3).
051100     PERFORM 2130-MASK-PHONE-SLOT THRU 2130-EXIT
051200         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.
051300     IF  WS-ROW-UNCHANGED
051400         GO TO 2120-NEXT
051500     END-IF.
051600     MOVE WS-PS-PHONE (1) TO WS-HOME-PHONE.
051700     MOVE WS-PS-PHONE (2) TO WS-BUS-PHONE.
051800     MOVE WS-PS-PHONE (3) TO WS-CELL-PHONE.
051900     EXEC SQL
052000         UPDATE CIF.CUSTIND
052100            SET CUSTI_HOME_PHONE = :WS-HOME-PHONE,
052200                CUSTI_BUS_PHONE  = :WS-BUS-PHONE,
052300                CUSTI_CELL_PHONE = :WS-CELL-PHONE
052400          WHERE CUSTI_CUST_ID    = :WS-CUST-ID
052500     END-EXEC.
052600     IF  SQLCODE NOT = ZERO
052700         MOVE 'CIF.CUSTIND UPDATE' TO WS-SQL-STMT
052800         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
052900     END-IF.
053000     ADD 1 TO WS-ROWS-CHANGED.
053100     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
053200 2120-NEXT.
053300     PERFORM 2110-FETCH-CUSTIND THRU 2110-EXIT.
053400 2120-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700 2130-MASK-PHONE-SLOT.
053800     IF  WS-PS-PHONE (WS-SLOT) = ZERO
053900         GO TO 2130-EXIT
054000     END-IF.
054100     MOVE WS-PHONE-COLUMN (WS-SLOT) TO WS-COLUMN-NAME.
054200     MOVE 'PHON'              TO CIFU524-DOMAIN.
054300     MOVE 'PHON'              TO WS-REG-GROUP.
054400     MOVE WS-PS-PHONE (WS-SLOT) TO WS-DIGITS-11.
054500     MOVE WS-DIGITS-11        TO WS-MASK-IN.
054600     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
054700     IF  WS-VALUE-MASKED
054800         MOVE WS-MASK-OUT (1:11) TO WS-DIGITS-11
054900         MOVE WS-DIGITS-11       TO WS-PS-PHONE (WS-SLOT)
055000         PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT
055100         SET WS-ROW-CHANGED TO TRUE
055200     END-IF.
055300 2130-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600 2200-MASK-CUSTXREF.
055700*    THE RELATED NAME IS A COPY OF THE CUSTOMER'S NAME, AND
055800*    GETS THE SAME SUBSTITUTE.
055900     MOVE 'CIF.CUSTXREF'   TO WS-TABLE-NAME.
056000     MOVE 'RELATED NAME'   TO WS-TABLE-COLUMNS.
056100     PERFORM 5300-START-TABLE THRU 5300-EXIT.
056200     EXEC SQL
056300         DECLARE CSR682X CURSOR WITH HOLD FOR
056400         SELECT BANK_NBR, FILE_ID, FILE_KEY, RELATED_BANK_NBR,
056500                RELATED_FILE_ID, RELATED_FILE_KEY,
056600                RELATIONSHIP_CODE, RELATED_CUST_NAME
056700           FROM CIF.CUSTXREF
056800          WHERE RELATED_CUST_NAME <> ' '
056900          ORDER BY BANK_NBR, FILE_ID, FILE_KEY,
057000                RELATED_BANK_NBR, RELATED_FILE_ID,
057100                RELATED_FILE_KEY, RELATIONSHIP_CODE
057200     END-EXEC.
057300     EXEC SQL OPEN CSR682X END-EXEC.
057400     PERFORM 2210-FETCH-CUSTXREF THRU 2210-EXIT.
057500     PERFORM 2220-MASK-CUSTXREF-ROW THRU 2220-EXIT
057600         UNTIL WS-EOF-YES.
057700     EXEC SQL CLOSE CSR682X END-EXEC.
057800     PERFORM 5400-END-TABLE THRU 5400-EXIT.
057900 2200-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200 2210-FETCH-CUSTXREF.
058300     EXEC SQL
058400         FETCH CSR682X
058500          INTO :WS-XR-BANK-NBR, :WS-XR-FILE-ID, :WS-XR-FILE-KEY,
058600               :WS-XR-REL-BANK-NBR, :WS-XR-REL-FILE-ID,
058700               :WS-XR-REL-FILE-KEY, :WS-XR-REL-CODE,
058800               :WS-XR-REL-NAME
058900     END-EXEC.
059000     IF  SQLCODE NOT = ZERO
059100         SET WS-EOF-YES TO TRUE
059200     END-IF.
059300 2210-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600 2220-MASK-CUSTXREF-ROW.
059700     ADD 1 TO WS-ROWS-READ.
059800     MOVE SPACES TO WS-EX-KEY.
059900     STRING WS-XR-FILE-ID ' ' WS-XR-FILE-KEY DELIMITED BY SIZE
060000       INTO WS-EX-KEY.
060100     MOVE 'RELATED_CUST_NAME' TO WS-COLUMN-NAME.
060200     MOVE 'NAME'              TO CIFU524-DOMAIN.
060300     MOVE 'NAME'              TO WS-REG-GROUP.
060400     MOVE WS-XR-REL-NAME      TO WS-MASK-IN.
060500     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
060600     IF  NOT WS-VALUE-MASKED
060700         GO TO 2220-NEXT
060800     END-IF.
060900     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
061000     EXEC SQL
061100         UPDATE CIF.CUSTXREF
061200            SET RELATED_CUST_NAME = :WS-MASK-OUT
061300          WHERE BANK_NBR          = :WS-XR-BANK-NBR
061400            AND FILE_ID           = :WS-XR-FILE-ID
061500            AND FILE_KEY          = :WS-XR-FILE-KEY
061600            AND RELATED_BANK_NBR  = :WS-XR-REL-BANK-NBR
061700            AND RELATED_FILE_ID   = :WS-XR-REL-FILE-ID
061800            AND RELATED_FILE_KEY  = :WS-XR-REL-FILE-KEY
061900            AND RELATIONSHIP_CODE = :WS-XR-REL-CODE
062000     END-EXEC.
062100     IF  SQLCODE NOT = ZERO
062200         MOVE 'CIF.CUSTXREF UPDATE' TO WS-SQL-STMT
062300         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
062400     END-IF.
062500     ADD 1 TO WS-ROWS-CHANGED.
062600     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
062700 2220-NEXT.
062800     PERFORM 2210-FETCH-CUSTXREF THRU 2210-EXIT.
062900 2220-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200 2300-MASK-ACCOUNTS.
063300     MOVE 'CIF.ACCOUNT'    TO WS-TABLE-NAME.
063400     MOVE 'NAME LINES 1-5' TO WS-TABLE-COLUMNS.
063500     PERFORM 5300-START-TABLE THRU 5300-EXIT.
063600     EXEC SQL
063700         DECLARE CSR682A CURSOR WITH HOLD FOR
063800         SELECT ACCT_BANK_NBR, ACCT_FILE_ID, ACCT_KEY,
063900                ACCT_NAME_RPL, ACCT_NAME_EXT_RPL,
064000                ACCT_NAME_ADD1, ACCT_NAME_ADD2, ACCT_NAME_ADD3
064100           FROM CIF.ACCOUNT
064200          ORDER BY ACCT_BANK_NBR, ACCT_FILE_ID, ACCT_KEY
064300     END-EXEC.
064400     EXEC SQL OPEN CSR682A END-EXEC.
064500     PERFORM 2310-FETCH-ACCOUNT THRU 2310-EXIT.
064600     PERFORM 2320-MASK-ACCOUNT-ROW THRU 2320-EXIT
064700         UNTIL WS-EOF-YES.
064800     EXEC SQL CLOSE CSR682A END-EXEC.
064900     PERFORM 5400-END-TABLE THRU 5400-EXIT.
065000 2300-EXIT.
065100     EXIT.
065200*----------------------------------------------------------------
065300 2310-FETCH-ACCOUNT.
065400     EXEC SQL
065500         FETCH CSR682A
065600          INTO :ACCT-BANK-NBR, :ACCT-FILE-ID, :ACCT-KEY,
065700               :ACCT-NAME-RPL, :ACCT-NAME-EXT-RPL,
065800               :ACCT-NAME-ADD1, :ACCT-NAME-ADD2, :ACCT-NAME-ADD3
065900     END-EXEC.
066000     IF  SQLCODE NOT = ZERO
066100         SET WS-EOF-YES TO TRUE
066200     END-IF.
066300 2310-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 2320-MASK-ACCOUNT-ROW.
066700     ADD 1 TO WS-ROWS-READ.
066800     SET WS-ROW-UNCHANGED TO TRUE.
066900     MOVE SPACES TO WS-EX-KEY.
067000     STRING ACCT-FILE-ID ' ' ACCT-KEY DELIMITED BY SIZE
067100       INTO WS-EX-KEY.
067200     MOVE ACCT-NAME-RPL     TO WS-NAME-SLOT (1).
067300     MOVE ACCT-NAME-EXT-RPL TO WS-NAME-SLOT (2).
067400     MOVE ACCT-NAME-ADD1    TO WS-NAME-SLOT (3).
067500     MOVE ACCT-NAME-ADD2    TO WS-NAME-SLOT (4).
067600     MOVE ACCT-NAME-ADD3    TO WS-NAME-SLOT (5).
067700     PERFORM 2330-MASK-NAME-SLOT THRU 2330-EXIT
067800         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5.
067900     IF  WS-ROW-UNCHANGED
068000         GO TO 2320-NEXT
068100     END-IF.
068200     MOVE WS-NAME-SLOT (1) TO ACCT-NAME-RPL.
068300     MOVE WS-NAME-SLOT (2) TO ACCT-NAME-EXT-RPL.
068400     MOVE WS-NAME-SLOT (3) TO ACCT-NAME-ADD1.
068500     MOVE WS-NAME-SLOT (4) TO ACCT-NAME-ADD2.
068600     MOVE WS-NAME-SLOT (5) TO ACCT-NAME-ADD3.
068700     EXEC SQL
068800         UPDATE CIF.ACCOUNT
068900            SET ACCT_NAME_RPL     = :ACCT-NAME-RPL,
069000                ACCT_NAME_EXT_RPL = :ACCT-NAME-EXT-RPL,
069100                ACCT_NAME_ADD1    = :ACCT-NAME-ADD1,
069200                ACCT_NAME_ADD2    = :ACCT-NAME-ADD2,
069300                ACCT_NAME_ADD3    = :ACCT-NAME-ADD3
069400          WHERE ACCT_BANK_NBR     = :ACCT-BANK-NBR
069500            AND ACCT_FILE_ID      = :ACCT-FILE-ID
069600            AND ACCT_KEY          = :ACCT-KEY
069700     END-EXEC.
069800     IF  SQLCODE NOT = ZERO
069900         MOVE 'CIF.ACCOUNT UPDATE' TO WS-SQL-STMT
070000         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
070100     END-IF.
070200     ADD 1 TO WS-ROWS-CHANGED.
070300     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
070400 2320-NEXT.
070500     PERFORM 2310-FETCH-ACCOUNT THRU 2310-EXIT.
070600 2320-EXIT.
070700     EXIT.
070800*----------------------------------------------------------------
070900 2330-MASK-NAME-SLOT.
071000     IF  WS-NS-LEN (WS-SLOT) < 1
071100     OR  WS-NS-LEN (WS-SLOT) > 40
071200         GO TO 2330-EXIT
071300     END-IF.
071400     MOVE WS-NAME-COLUMN (WS-SLOT) TO WS-COLUMN-NAME.
071500     MOVE 'NAME'              TO CIFU524-DOMAIN.
071600     MOVE 'NAME'              TO WS-REG-GROUP.
071700     MOVE SPACES              TO WS-MASK-IN.
071800     MOVE WS-NS-TEXT (WS-SLOT) (1:WS-NS-LEN (WS-SLOT))
071900       TO WS-MASK-IN.
072000     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
072100     IF  WS-VALUE-MASKED
072200         MOVE WS-MASK-OUT     TO WS-NS-TEXT (WS-SLOT)
072300         MOVE WS-MASK-OUT-LEN TO WS-NS-LEN (WS-SLOT)
072400         PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT
072500         SET WS-ROW-CHANGED TO TRUE
072600     END-IF.
072700 2330-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000 2400-MASK-ADDRESSES.
073100     MOVE 'CIF.ADDRESS'    TO WS-TABLE-NAME.
073200     MOVE 'LINE 1, LINE 2' TO WS-TABLE-COLUMNS.
073300     PERFORM 5300-START-TABLE THRU 5300-EXIT.
073400     EXEC SQL
073500         DECLARE CSR682D CURSOR WITH HOLD FOR
073600         SELECT ADDR_ADDRESS_ID, ADDR_LINE1, ADDR_LINE2
073700           FROM CIF.ADDRESS
073800          ORDER BY ADDR_ADDRESS_ID
073900     END-EXEC.
074000     EXEC SQL OPEN CSR682D END-EXEC.
074100     PERFORM 2410-FETCH-ADDRESS THRU 2410-EXIT.
074200     PERFORM 2420-MASK-ADDRESS-ROW THRU 2420-EXIT
074300         UNTIL WS-EOF-YES.
074400     EXEC SQL CLOSE CSR682D END-EXEC.
074500     PERFORM 5400-END-TABLE THRU 5400-EXIT.
074600 2400-EXIT.
074700     EXIT.
074800*----------------------------------------------------------------
074900 2410-FETCH-ADDRESS.
075000     EXEC SQL
075100         FETCH CSR682D
075200          INTO :ADDR-ADDRESS-ID, :ADDR-LINE1, :ADDR-LINE2
075300     END-EXEC.
075400     IF  SQLCODE NOT = ZERO
075500         SET WS-EOF-YES TO TRUE
075600     END-IF.
075700 2410-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000 2420-MASK-ADDRESS-ROW.
076100     ADD 1 TO WS-ROWS-READ.
076200     SET WS-ROW-UNCHANGED TO TRUE.
076300     MOVE ADDR-ADDRESS-ID TO WS-KEY-NBR.
076400     MOVE SPACES TO WS-EX-KEY.
076500     STRING 'ADDRESS ID ' WS-KEY-NBR DELIMITED BY SIZE
076600       INTO WS-EX-KEY.
076700     MOVE ADDR-LINE1 TO WS-AS-LINE (1).
076800     MOVE ADDR-LINE2 TO WS-AS-LINE (2).
076900     PERFORM 2430-MASK-ADDR-SLOT THRU 2430-EXIT
077000         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2.
077100     IF  WS-ROW-UNCHANGED
077200         GO TO 2420-NEXT
077300     END-IF.
077400     MOVE WS-AS-LINE (1) TO ADDR-LINE1.
077500     MOVE WS-AS-LINE (2) TO ADDR-LINE2.
077600     EXEC SQL
077700         UPDATE CIF.ADDRESS
077800            SET ADDR_LINE1      = :ADDR-LINE1,
077900                ADDR_LINE2      = :ADDR-LINE2
078000          WHERE ADDR_ADDRESS_ID = :ADDR-ADDRESS-ID
078100     END-EXEC.
078200     IF  SQLCODE NOT = ZERO
078300         MOVE 'CIF.ADDRESS UPDATE' TO WS-SQL-STMT
078400         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
078500     END-IF.
078600     ADD 1 TO WS-ROWS-CHANGED.
078700     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
078800 2420-NEXT.
078900     PERFORM 2410-FETCH-ADDRESS THRU 2410-EXIT.
079000 2420-EXIT.
079100     EXIT.
079200*----------------------------------------------------------------
079300 2430-MASK-ADDR-SLOT.
079400     MOVE WS-ADDR-COLUMN (WS-SLOT) TO WS-COLUMN-NAME.
079500     MOVE 'ADDR'              TO CIFU524-DOMAIN.
079600     MOVE 'ADDR'              TO WS-REG-GROUP.
079700     MOVE WS-AS-LINE (WS-SLOT) TO WS-MASK-IN.
079800     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
079900     IF  WS-VALUE-MASKED
080000         MOVE WS-MASK-OUT TO WS-AS-LINE (WS-SLOT)
080100         PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT
080200         SET WS-ROW-CHANGED TO TRUE
080300     END-IF.
080400 2430-EXIT.
080500     EXIT.
080600*----------------------------------------------------------------
080700 2500-MASK-NIPS-PAYEES.
080800     MOVE 'NIPS.DETAIL'    TO WS-TABLE-NAME.
080900     MOVE 'PAYEE'          TO WS-TABLE-COLUMNS.
081000     PERFORM 5300-START-TABLE THRU 5300-EXIT.
081100     EXEC SQL
081200         DECLARE CSR682N CURSOR WITH HOLD FOR
081300         SELECT NIPS_BANK_NBR, NIPS_ACCT_NBR, NIPS_SEQ_NBR,
081400                NIPS_PAYEE
081500           FROM NIPS.DETAIL
081600          WHERE NIPS_PAYEE <> ' '
081700          ORDER BY NIPS_BANK_NBR, NIPS_ACCT_NBR, NIPS_SEQ_NBR
081800     END-EXEC.
081900     EXEC SQL OPEN CSR682N END-EXEC.
082000     PERFORM 2510-FETCH-NIPS THRU 2510-EXIT.
082100     PERFORM 2520-MASK-NIPS-ROW THRU 2520-EXIT
082200         UNTIL WS-EOF-YES.
082300     EXEC SQL CLOSE CSR682N END-EXEC.
082400     PERFORM 5400-END-TABLE THRU 5400-EXIT.
082500 2500-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800 2510-FETCH-NIPS.
082900     EXEC SQL
083000         FETCH CSR682N
083100          INTO :NIPS-BANK-NBR, :NIPS-ACCT-NBR, :NIPS-SEQ-NBR,
083200               :NIPS-PAYEE
083300     END-EXEC.
083400     IF  SQLCODE NOT = ZERO
083500         SET WS-EOF-YES TO TRUE
083600     END-IF.
083700 2510-EXIT.
083800     EXIT.
083900*----------------------------------------------------------------
084000 2520-MASK-NIPS-ROW.
084100     ADD 1 TO WS-ROWS-READ.
084200     MOVE NIPS-ACCT-NBR TO WS-KEY-NBR.
084300     MOVE SPACES TO WS-EX-KEY.
084400     STRING 'ACCT ' WS-KEY-NBR DELIMITED BY SIZE
084500       INTO WS-EX-KEY.
084600     MOVE 'NIPS_PAYEE'    TO WS-COLUMN-NAME.
084700     MOVE 'NAME'          TO CIFU524-DOMAIN.
084800     MOVE 'NAME'          TO WS-REG-GROUP.
084900     MOVE NIPS-PAYEE      TO WS-MASK-IN.
085000     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
085100     IF  NOT WS-VALUE-MASKED
085200         GO TO 2520-NEXT
085300     END-IF.
085400     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
085500     MOVE WS-MASK-OUT (1:20) TO NIPS-PAYEE.
085600     EXEC SQL
085700         UPDATE NIPS.DETAIL
085800            SET NIPS_PAYEE    = :NIPS-PAYEE
085900          WHERE NIPS_BANK_NBR = :NIPS-BANK-NBR
086000            AND NIPS_ACCT_NBR = :NIPS-ACCT-NBR
086100            AND NIPS_SEQ_NBR  = :NIPS-SEQ-NBR
086200     END-EXEC.
086300     IF  SQLCODE NOT = ZERO
086400         MOVE 'NIPS.DETAIL UPDATE' TO WS-SQL-STMT
086500         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
086600     END-IF.
086700     ADD 1 TO WS-ROWS-CHANGED.
086800     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
086900 2520-NEXT.
087000     PERFORM 2510-FETCH-NIPS THRU 2510-EXIT.
087100 2520-EXIT.
087200     EXIT.
087300*----------------------------------------------------------------
087400 3000-MASK-CARDS.
087500*    ONE PASS OVER EVERY DISTINCT CARD NUMBER IN THE ACM CARD
087600*    TABLES.  EACH IS CHANGED IN ALL TEN TABLES IN THE SAME
087700*    UNIT OF WORK, SO THE CARD, ITS ACCOUNT CROSS-REFERENCE,
087800*    ITS TOKENS AND ITS HISTORY STAY JOINED.
087900     MOVE 'ACM CARD TABLES'  TO WS-TABLE-NAME.
088000     MOVE 'CARD NUMBER'      TO WS-TABLE-COLUMNS.
088100     PERFORM 5300-START-TABLE THRU 5300-EXIT.
088200     EXEC SQL
088300         DECLARE CSR682K CURSOR WITH HOLD FOR
088400         SELECT ADC_CARD_NBR  FROM ACM.DEBCARD
088500         UNION
088600         SELECT ADCX_CARD_NBR FROM ACM.DEBCXREF
088700         UNION
088800         SELECT TOK_CARD_NBR  FROM ACM.TOKENXRF
088900         UNION
089000         SELECT CACT_CARD_NBR FROM ACM.CARDACTV
089100         UNION
089200         SELECT CJ_CARD_NBR   FROM ACM.CARDJRNL
089300         UNION
089400         SELECT CPRD_CARD_NBR FROM ACM.CARDPROD
089500         UNION
089600         SELECT DSP_CARD_NBR  FROM ACM.DISPUTE
089700         UNION
089800         SELECT ALO_CARD_NBR  FROM ACM.LIMITOVR
089900         UNION
090000         SELECT TLO_CARD_NBR  FROM ACM.TMPLIMIT
090100         UNION
090200         SELECT ADV_CARD_NBR  FROM ACM.CARDVEL
090300     END-EXEC.
090400     EXEC SQL OPEN CSR682K END-EXEC.
090500     PERFORM 3010-FETCH-CARD THRU 3010-EXIT.
090600     PERFORM 3020-MASK-CARD THRU 3020-EXIT
090700         UNTIL WS-EOF-YES.
090800     EXEC SQL CLOSE CSR682K END-EXEC.
090900     PERFORM 5400-END-TABLE THRU 5400-EXIT.
091000 3000-EXIT.
091100     EXIT.
091200*----------------------------------------------------------------
091300 3010-FETCH-CARD.
091400     EXEC SQL
091500         FETCH CSR682K
091600          INTO :WS-CARD-NBR
091700     END-EXEC.
091800     IF  SQLCODE NOT = ZERO
091900         SET WS-EOF-YES TO TRUE
092000     END-IF.
092100 3010-EXIT.
092200     EXIT.
092300*----------------------------------------------------------------
092400 3020-MASK-CARD.
092500     ADD 1 TO WS-ROWS-READ.
092600     MOVE SPACES          TO WS-EX-KEY.
092700     MOVE 'CARD NUMBER'   TO WS-COLUMN-NAME.
092800     MOVE 'CARD'          TO CIFU524-DOMAIN.
092900     MOVE 'CARD'          TO WS-REG-GROUP.
093000     MOVE WS-CARD-NBR     TO WS-MASK-IN.
093100     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
093200     IF  NOT WS-VALUE-MASKED
093300         GO TO 3020-NEXT
093400     END-IF.
093500     MOVE WS-MASK-OUT (1:19) TO WS-NEW-CARD.
093600     PERFORM 3030-COUNT-CARD-HELD THRU 3030-EXIT.
093700     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
093800     IF  NOT WS-VALUE-MASKED
093900         GO TO 3020-NEXT
094000     END-IF.
094100     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
094200     PERFORM 3040-UPDATE-CARD THRU 3040-EXIT.
094300     ADD 1 TO WS-ROWS-CHANGED.
094400     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
094500 3020-NEXT.
094600     PERFORM 3010-FETCH-CARD THRU 3010-EXIT.
094700 3020-EXIT.
094800     EXIT.
094900*----------------------------------------------------------------
095000 3030-COUNT-CARD-HELD.
095100*    HOW MANY ROWS, IN ANY CARD TABLE, ALREADY CARRY THE
095200*    SUBSTITUTE.
095300     MOVE ZERO TO WS-HELD-COUNT.
095400     EXEC SQL
095500         SELECT COUNT(*) INTO :WS-COUNT
095600           FROM ACM.DEBCARD  WHERE ADC_CARD_NBR  = :WS-NEW-CARD
095700     END-EXEC.
095800     ADD WS-COUNT TO WS-HELD-COUNT.
095900     EXEC SQL
096000         SELECT COUNT(*) INTO :WS-COUNT
096100           FROM ACM.DEBCXREF WHERE ADCX_CARD_NBR = :WS-NEW-CARD
096200     END-EXEC.
096300     ADD WS-COUNT TO WS-HELD-COUNT.
096400     EXEC SQL
096500         SELECT COUNT(*) INTO :WS-COUNT
096600           FROM ACM.TOKENXRF WHERE TOK_CARD_NBR  = :WS-NEW-CARD
096700     END-EXEC.
096800     ADD WS-COUNT TO WS-HELD-COUNT.
096900     EXEC SQL
097000         SELECT COUNT(*) INTO :WS-COUNT
097100           FROM ACM.CARDACTV WHERE CACT_CARD_NBR = :WS-NEW-CARD
097200     END-EXEC.
097300     ADD WS-COUNT TO WS-HELD-COUNT.
097400     EXEC SQL
097500         SELECT COUNT(*) INTO :WS-COUNT
097600           FROM ACM.CARDJRNL WHERE CJ_CARD_NBR   = :WS-NEW-CARD
097700     END-EXEC.
097800     ADD WS-COUNT TO WS-HELD-COUNT.
097900     EXEC SQL
098000         SELECT COUNT(*) INTO :WS-COUNT
098100           FROM ACM.CARDPROD WHERE CPRD_CARD_NBR = :WS-NEW-CARD
098200     END-EXEC.
098300     ADD WS-COUNT TO WS-HELD-COUNT.
098400     EXEC SQL
098500         SELECT COUNT(*) INTO :WS-COUNT
098600           FROM ACM.DISPUTE  WHERE DSP_CARD_NBR  = :WS-NEW-CARD
098700     END-EXEC.
098800     ADD WS-COUNT TO WS-HELD-COUNT.
098900     EXEC SQL
099000         SELECT COUNT(*) INTO :WS-COUNT
099100           FROM ACM.LIMITOVR WHERE ALO_CARD_NBR  = :WS-NEW-CARD
099200     END-EXEC.
099300     ADD WS-COUNT TO WS-HELD-COUNT.
099400     EXEC SQL
099500         SELECT COUNT(*) INTO :WS-COUNT
099600           FROM ACM.TMPLIMIT WHERE TLO_CARD_NBR  = :WS-NEW-CARD
099700     END-EXEC.
099800     ADD WS-COUNT TO WS-HELD-COUNT.
099900     EXEC SQL
100000         SELECT COUNT(*) INTO :WS-COUNT
100100           FROM ACM.CARDVEL  WHERE ADV_CARD_NBR  = :WS-NEW-CARD
100200     END-EXEC.
100300     ADD WS-COUNT TO WS-HELD-COUNT.
100400 3030-EXIT.
100500     EXIT.
100600*----------------------------------------------------------------
100700 3040-UPDATE-CARD.
100800*    A TABLE WITH NO ROW FOR THE CARD RETURNS +100, WHICH IS
100900*    NOT AN ERROR HERE.
101000     MOVE 'ACM CARD UPDATE' TO WS-SQL-STMT.
101100     EXEC SQL
101200         UPDATE ACM.DEBCARD  SET ADC_CARD_NBR  = :WS-NEW-CARD
101300          WHERE ADC_CARD_NBR  = :WS-CARD-NBR
101400     END-EXEC.
101500     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
101600         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
101700     END-IF.
101800     EXEC SQL
101900         UPDATE ACM.DEBCXREF SET ADCX_CARD_NBR = :WS-NEW-CARD
102000          WHERE ADCX_CARD_NBR = :WS-CARD-NBR
102100     END-EXEC.
102200     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
102300         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
102400     END-IF.
102500     EXEC SQL
102600         UPDATE ACM.TOKENXRF SET TOK_CARD_NBR  = :WS-NEW-CARD
102700          WHERE TOK_CARD_NBR  = :WS-CARD-NBR
102800     END-EXEC.
102900     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
103000         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
103100     END-IF.
103200     EXEC SQL
103300         UPDATE ACM.CARDACTV SET CACT_CARD_NBR = :WS-NEW-CARD
103400          WHERE CACT_CARD_NBR = :WS-CARD-NBR
103500     END-EXEC.
103600     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
103700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
103800     END-IF.
103900     EXEC SQL
104000         UPDATE ACM.CARDJRNL SET CJ_CARD_NBR   = :WS-NEW-CARD
104100          WHERE CJ_CARD_NBR   = :WS-CARD-NBR
104200     END-EXEC.
104300     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
104400         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
104500     END-IF.
104600     EXEC SQL
104700         UPDATE ACM.CARDPROD SET CPRD_CARD_NBR = :WS-NEW-CARD
104800          WHERE CPRD_CARD_NBR = :WS-CARD-NBR
104900     END-EXEC.
105000     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
105100         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
105200     END-IF.
105300     EXEC SQL
105400         UPDATE ACM.DISPUTE  SET DSP_CARD_NBR  = :WS-NEW-CARD
105500          WHERE DSP_CARD_NBR  = :WS-CARD-NBR
105600     END-EXEC.
105700     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
105800         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
105900     END-IF.
106000     EXEC SQL
106100         UPDATE ACM.LIMITOVR SET ALO_CARD_NBR  = :WS-NEW-CARD
106200          WHERE ALO_CARD_NBR  = :WS-CARD-NBR
106300     END-EXEC.
106400     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
106500         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
106600     END-IF.
106700     EXEC SQL
106800         UPDATE ACM.TMPLIMIT SET TLO_CARD_NBR  = :WS-NEW-CARD
106900          WHERE TLO_CARD_NBR  = :WS-CARD-NBR
107000     END-EXEC.
107100     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
107200         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
107300     END-IF.
107400     EXEC SQL
107500         UPDATE ACM.CARDVEL  SET ADV_CARD_NBR  = :WS-NEW-CARD
107600          WHERE ADV_CARD_NBR  = :WS-CARD-NBR
107700     END-EXEC.
107800     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
107900         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
108000     END-IF.
108100 3040-EXIT.
108200     EXIT.
108300*----------------------------------------------------------------
108400 3100-MASK-TOKENS.
108500     MOVE 'ACM.TOKENXRF'     TO WS-TABLE-NAME.
108600     MOVE 'TOKEN NUMBER'     TO WS-TABLE-COLUMNS.
108700     PERFORM 5300-START-TABLE THRU 5300-EXIT.
108800     EXEC SQL
108900         DECLARE CSR682T CURSOR WITH HOLD FOR
109000         SELECT DISTINCT TOK_TOKEN_NBR
109100           FROM ACM.TOKENXRF
109200     END-EXEC.
109300     EXEC SQL OPEN CSR682T END-EXEC.
109400     PERFORM 3110-FETCH-TOKEN THRU 3110-EXIT.
109500     PERFORM 3120-MASK-TOKEN THRU 3120-EXIT
109600         UNTIL WS-EOF-YES.
109700     EXEC SQL CLOSE CSR682T END-EXEC.
109800     PERFORM 5400-END-TABLE THRU 5400-EXIT.
109900 3100-EXIT.
110000     EXIT.
110100*----------------------------------------------------------------
110200 3110-FETCH-TOKEN.
110300     EXEC SQL
110400         FETCH CSR682T
110500          INTO :WS-CARD-NBR
110600     END-EXEC.
110700     IF  SQLCODE NOT = ZERO
110800         SET WS-EOF-YES TO TRUE
110900     END-IF.
111000 3110-EXIT.
111100     EXIT.
111200*----------------------------------------------------------------
111300 3120-MASK-TOKEN.
111400     ADD 1 TO WS-ROWS-READ.
111500     MOVE SPACES          TO WS-EX-KEY.
111600     MOVE 'TOK_TOKEN_NBR' TO WS-COLUMN-NAME.
111700     MOVE 'TOKN'          TO CIFU524-DOMAIN.
111800     MOVE 'TOKN'          TO WS-REG-GROUP.
111900     MOVE WS-CARD-NBR     TO WS-MASK-IN.
112000     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
112100     IF  NOT WS-VALUE-MASKED
112200         GO TO 3120-NEXT
112300     END-IF.
112400     MOVE WS-MASK-OUT (1:19) TO WS-NEW-CARD.
112500     EXEC SQL
112600         SELECT COUNT(*)
112700           INTO :WS-HELD-COUNT
112800           FROM ACM.TOKENXRF
112900          WHERE TOK_TOKEN_NBR = :WS-NEW-CARD
113000     END-EXEC.
113100     IF  SQLCODE NOT = ZERO
113200         MOVE 'ACM.TOKENXRF COUNT' TO WS-SQL-STMT
113300         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
113400     END-IF.
113500     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
113600     IF  NOT WS-VALUE-MASKED
113700         GO TO 3120-NEXT
113800     END-IF.
113900     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
114000     EXEC SQL
114100         UPDATE ACM.TOKENXRF
114200            SET TOK_TOKEN_NBR = :WS-NEW-CARD
114300          WHERE TOK_TOKEN_NBR = :WS-CARD-NBR
114400     END-EXEC.
114500     IF  SQLCODE NOT = ZERO
114600         MOVE 'ACM.TOKENXRF UPDATE' TO WS-SQL-STMT
114700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
114800     END-IF.
114900     ADD 1 TO WS-ROWS-CHANGED.
115000     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
115100 3120-NEXT.
115200     PERFORM 3110-FETCH-TOKEN THRU 3110-EXIT.
115300 3120-EXIT.
115400     EXIT.
115500*----------------------------------------------------------------
115600 3200-MASK-IRS-ACCOUNTS.
115700*    THE DIGITS OF THE ACCOUNT NUMBER ARE REPLACED WHERE THEY
115800*    STAND, SO THE SAME ACCOUNT ON DSDS.PDTXARCH (3300) COMES
115900*    OUT THE SAME AND THE TWO STILL JOIN.
116000     MOVE 'IRS.PENDLST'      TO WS-TABLE-NAME.
116100     MOVE 'ACCOUNT NUMBER'   TO WS-TABLE-COLUMNS.
116200     PERFORM 5300-START-TABLE THRU 5300-EXIT.
116300     EXEC SQL
116400         DECLARE CSR682P CURSOR WITH HOLD FOR
116500         SELECT DISTINCT IRSPL_ACCT_NBR
116600           FROM IRS.PENDLST
116700     END-EXEC.
116800     EXEC SQL OPEN CSR682P END-EXEC.
116900     PERFORM 3210-FETCH-IRS-ACCOUNT THRU 3210-EXIT.
117000     PERFORM 3220-MASK-IRS-ACCOUNT THRU 3220-EXIT
117100         UNTIL WS-EOF-YES.
117200     EXEC SQL CLOSE CSR682P END-EXEC.
117300     PERFORM 5400-END-TABLE THRU 5400-EXIT.
117400 3200-EXIT.
117500     EXIT.
117600*----------------------------------------------------------------
117700 3210-FETCH-IRS-ACCOUNT.
117800     EXEC SQL
117900         FETCH CSR682P
118000          INTO :WS-IRS-ACCT
118100     END-EXEC.
118200     IF  SQLCODE NOT = ZERO
118300         SET WS-EOF-YES TO TRUE
118400     END-IF.
118500 3210-EXIT.
118600     EXIT.
118700*----------------------------------------------------------------
118800 3220-MASK-IRS-ACCOUNT.
118900     ADD 1 TO WS-ROWS-READ.
119000     MOVE SPACES           TO WS-EX-KEY.
119100     MOVE 'IRSPL_ACCT_NBR' TO WS-COLUMN-NAME.
119200     MOVE 'ACCT'           TO CIFU524-DOMAIN.
119300     MOVE 'IRSA'           TO WS-REG-GROUP.
119400     MOVE WS-IRS-ACCT      TO WS-MASK-IN.
119500     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
119600     IF  NOT WS-VALUE-MASKED
119700         GO TO 3220-NEXT
119800     END-IF.
119900     MOVE WS-MASK-OUT (1:14) TO WS-NEW-IRS-ACCT.
120000     EXEC SQL
120100         SELECT COUNT(*)
120200           INTO :WS-HELD-COUNT
120300           FROM IRS.PENDLST
120400          WHERE IRSPL_ACCT_NBR = :WS-NEW-IRS-ACCT
120500     END-EXEC.
120600     IF  SQLCODE NOT = ZERO
120700         MOVE 'IRS.PENDLST COUNT' TO WS-SQL-STMT
120800         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
120900     END-IF.
121000     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
121100     IF  NOT WS-VALUE-MASKED
121200         GO TO 3220-NEXT
121300     END-IF.
121400     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
121500     EXEC SQL
121600         UPDATE IRS.PENDLST
121700            SET IRSPL_ACCT_NBR = :WS-NEW-IRS-ACCT
121800          WHERE IRSPL_ACCT_NBR = :WS-IRS-ACCT
121900     END-EXEC.
122000     IF  SQLCODE NOT = ZERO
122100         MOVE 'IRS.PENDLST UPDATE' TO WS-SQL-STMT
122200         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
122300     END-IF.
122400     ADD 1 TO WS-ROWS-CHANGED.
122500     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
122600 3220-NEXT.
122700     PERFORM 3210-FETCH-IRS-ACCOUNT THRU 3210-EXIT.
122800 3220-EXIT.
122900     EXIT.
123000*----------------------------------------------------------------
123100 3300-MASK-ARCHIVE-ACCOUNTS.
123200*    THE ACCOUNT NUMBER IS PART OF THE ARCHIVE KEY, SO IT IS
123300*    REGISTERED WITH ITS BANK AND ACCOUNT ID AND A SUBSTITUTE
123400*    IS ONLY WRITTEN WHERE NO OTHER ROW UNDER THAT BANK AND
123500*    ACCOUNT ID STILL CARRIES IT.
123600     MOVE 'DSDS.PDTXARCH'    TO WS-TABLE-NAME.
123700     MOVE 'ACCOUNT NUMBER'   TO WS-TABLE-COLUMNS.
123800     PERFORM 5300-START-TABLE THRU 5300-EXIT.
123900     EXEC SQL
124000         DECLARE CSR682H CURSOR WITH HOLD FOR
124100         SELECT DISTINCT ARCH_BANK_NO, ARCH_ACCT_ID,
124200                ARCH_ACCT_NO
124300           FROM DSDS.PDTXARCH
124400          ORDER BY ARCH_BANK_NO, ARCH_ACCT_ID, ARCH_ACCT_NO
124500     END-EXEC.
124600     EXEC SQL OPEN CSR682H END-EXEC.
124700     PERFORM 3310-FETCH-ARCHIVE-ACCOUNT THRU 3310-EXIT.
124800     PERFORM 3320-MASK-ARCHIVE-ACCOUNT THRU 3320-EXIT
124900         UNTIL WS-EOF-YES.
125000     EXEC SQL CLOSE CSR682H END-EXEC.
125100     PERFORM 5400-END-TABLE THRU 5400-EXIT.
125200 3300-EXIT.
125300     EXIT.
125400*----------------------------------------------------------------
125500 3310-FETCH-ARCHIVE-ACCOUNT.
125600     EXEC SQL
125700         FETCH CSR682H
125800          INTO :ARCH-BANK-NO, :ARCH-ACCT-ID, :ARCH-ACCT-NO
125900     END-EXEC.
126000     IF  SQLCODE NOT = ZERO
126100         SET WS-EOF-YES TO TRUE
126200     END-IF.
126300 3310-EXIT.
126400     EXIT.
126500*----------------------------------------------------------------
126600 3320-MASK-ARCHIVE-ACCOUNT.
126700     ADD 1 TO WS-ROWS-READ.
126800     MOVE SPACES           TO WS-EX-KEY.
126900     MOVE 'ARCH_ACCT_NO'   TO WS-COLUMN-NAME.
127000     IF  ARCH-ACCT-NO = ZERO
127100         GO TO 3320-NEXT
127200     END-IF.
127300*    THE ACCOUNT IS MASKED ALONE; THE REGISTER VALUE CARRIES
127400*    THE BANK AND ACCOUNT ID IN FRONT OF IT.
127500     MOVE 'ACCT'           TO CIFU524-DOMAIN.
127600     MOVE 'DSDA'           TO WS-REG-GROUP.
127700     MOVE ARCH-BANK-NO     TO WS-KEY-NBR.
127800     MOVE WS-KEY-NBR (8:2) TO WS-ARCH-PREFIX (1:2).
127900     MOVE ARCH-ACCT-ID     TO WS-KEY-NBR.
128000     MOVE WS-KEY-NBR (7:3) TO WS-ARCH-PREFIX (3:3).
128100     MOVE ARCH-ACCT-NO     TO WS-DIGITS-9.
128200     MOVE SPACES           TO MASKV-VALUE.
128300     STRING WS-ARCH-PREFIX WS-DIGITS-9 DELIMITED BY SIZE
128400       INTO MASKV-VALUE.
128500     MOVE WS-REG-GROUP     TO MASKV-DOMAIN.
128600     PERFORM 5050-LOOK-UP-REGISTER THRU 5050-EXIT.
128700     IF  WS-COUNT > ZERO
128800         ADD 1 TO WS-VALS-PRIOR
128900         GO TO 3320-NEXT
129000     END-IF.
129100     STRING 'BANK ' WS-ARCH-PREFIX (1:2) ' ACCT ID '
129200            WS-ARCH-PREFIX (3:3) DELIMITED BY SIZE
129300       INTO WS-EX-KEY.
129400     MOVE WS-DIGITS-9      TO WS-MASK-IN.
129500     PERFORM 5010-CALL-MASK THRU 5010-EXIT.
129600     IF  NOT WS-VALUE-MASKED
129700         GO TO 3320-NEXT
129800     END-IF.
129900     MOVE WS-MASK-OUT (1:9) TO WS-DIGITS-9.
130000     MOVE WS-DIGITS-9       TO WS-NEW-ACCT-NO.
130100     MOVE SPACES            TO WS-MASK-OUT.
130200     STRING WS-ARCH-PREFIX WS-DIGITS-9 DELIMITED BY SIZE
130300       INTO WS-MASK-OUT.
130400     EXEC SQL
130500         SELECT COUNT(*)
130600           INTO :WS-HELD-COUNT
130700           FROM DSDS.PDTXARCH
130800          WHERE ARCH_BANK_NO = :ARCH-BANK-NO
130900            AND ARCH_ACCT_ID = :ARCH-ACCT-ID
131000            AND ARCH_ACCT_NO = :WS-NEW-ACCT-NO
131100     END-EXEC.
131200     IF  SQLCODE NOT = ZERO
131300         MOVE 'DSDS.PDTXARCH COUNT' TO WS-SQL-STMT
131400         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
131500     END-IF.
131600     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
131700     IF  NOT WS-VALUE-MASKED
131800         GO TO 3320-NEXT
131900     END-IF.
132000     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
132100     EXEC SQL
132200         UPDATE DSDS.PDTXARCH
132300            SET ARCH_ACCT_NO = :WS-NEW-ACCT-NO
132400          WHERE ARCH_BANK_NO = :ARCH-BANK-NO
132500            AND ARCH_ACCT_ID = :ARCH-ACCT-ID
132600            AND ARCH_ACCT_NO = :ARCH-ACCT-NO
132700     END-EXEC.
132800     IF  SQLCODE NOT = ZERO
132900         MOVE 'DSDS.PDTXARCH UPDATE' TO WS-SQL-STMT
133000         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
133100     END-IF.
133200     ADD 1 TO WS-ROWS-CHANGED.
133300     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
133400 3320-NEXT.
133500     PERFORM 3310-FETCH-ARCHIVE-ACCOUNT THRU 3310-EXIT.
133600 3320-EXIT.
133700     EXIT.
133800*----------------------------------------------------------------
133900 3400-MASK-ACCOUNT-KEYS.
134000*    ONE PASS OVER EVERY DISTINCT ACCOUNT KEY -- THE CIF.ACCOUNT
134100*    KEY, EITHER SIDE OF A CUSTXREF ACCOUNT LINK AND THE ACCOUNT
134200*    A CARD IS TIED TO.  EACH KEY IS CHANGED EVERYWHERE IN THE
134300*    SAME UNIT OF WORK, AND ITS DIGITS COME OUT THE SAME AS THE
134400*    SAME ACCOUNT ON IRS.PENDLST AND DSDS.PDTXARCH, SO THE
134500*    ACCOUNT STILL JOINS TO ITS OWNERS, ITS CARDS AND ITS TAX
134600*    AND ARCHIVE ROWS.
134700     MOVE 'ACCOUNT KEYS'     TO WS-TABLE-NAME.
134800     MOVE 'ACCOUNT NUMBER'   TO WS-TABLE-COLUMNS.
134900     PERFORM 5300-START-TABLE THRU 5300-EXIT.
135000     EXEC SQL
135100         DECLARE CSR682N CURSOR WITH HOLD FOR
135200         SELECT ACCT_KEY         FROM CIF.ACCOUNT
135300         UNION
135400         SELECT FILE_KEY         FROM CIF.CUSTXREF
135500          WHERE FILE_ID          = 'ACCT'
135600         UNION
135700         SELECT RELATED_FILE_KEY FROM CIF.CUSTXREF
135800          WHERE RELATED_FILE_ID  = 'ACCT'
135900         UNION
136000         SELECT ADCX_FILE_KEY    FROM ACM.DEBCXREF
136100     END-EXEC.
136200     EXEC SQL OPEN CSR682N END-EXEC.
136300     PERFORM 3410-FETCH-ACCOUNT-KEY THRU 3410-EXIT.
136400     PERFORM 3420-MASK-ACCOUNT-KEY THRU 3420-EXIT
136500         UNTIL WS-EOF-YES.
136600     EXEC SQL CLOSE CSR682N END-EXEC.
136700     PERFORM 5400-END-TABLE THRU 5400-EXIT.
136800 3400-EXIT.
136900     EXIT.
137000*----------------------------------------------------------------
137100 3410-FETCH-ACCOUNT-KEY.
137200     EXEC SQL
137300         FETCH CSR682N
137400          INTO :WS-ACCT-KEY
137500     END-EXEC.
137600     IF  SQLCODE NOT = ZERO
137700         SET WS-EOF-YES TO TRUE
137800     END-IF.
137900 3410-EXIT.
138000     EXIT.
138100*----------------------------------------------------------------
138200 3420-MASK-ACCOUNT-KEY.
138300     ADD 1 TO WS-ROWS-READ.
138400     MOVE SPACES           TO WS-EX-KEY.
138500     MOVE 'ACCOUNT KEY'    TO WS-COLUMN-NAME.
138600     MOVE 'ACCT'           TO CIFU524-DOMAIN.
138700     MOVE 'ACCK'           TO WS-REG-GROUP.
138800     MOVE WS-ACCT-KEY      TO WS-MASK-IN.
138900     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
139000     IF  NOT WS-VALUE-MASKED
139100         GO TO 3420-NEXT
139200     END-IF.
139300     MOVE WS-MASK-OUT (1:25) TO WS-NEW-ACCT-KEY.
139400     PERFORM 3430-COUNT-KEY-HELD THRU 3430-EXIT.
139500     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
139600     IF  NOT WS-VALUE-MASKED
139700         GO TO 3420-NEXT
139800     END-IF.
139900     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
140000     PERFORM 3440-UPDATE-ACCOUNT-KEY THRU 3440-EXIT.
140100     ADD 1 TO WS-ROWS-CHANGED.
140200     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
140300 3420-NEXT.
140400     PERFORM 3410-FETCH-ACCOUNT-KEY THRU 3410-EXIT.
140500 3420-EXIT.
140600     EXIT.
140700*----------------------------------------------------------------
140800 3430-COUNT-KEY-HELD.
140900*    HOW MANY ROWS, IN ANY ACCOUNT KEY COLUMN, ALREADY CARRY THE
141000*    SUBSTITUTE.
141100     MOVE ZERO TO WS-HELD-COUNT.
141200     EXEC SQL
141300         SELECT COUNT(*) INTO :WS-COUNT
141400           FROM CIF.ACCOUNT
141500          WHERE ACCT_KEY         = :WS-NEW-ACCT-KEY
141600     END-EXEC.
141700     ADD WS-COUNT TO WS-HELD-COUNT.
141800     EXEC SQL
141900         SELECT COUNT(*) INTO :WS-COUNT
142000           FROM CIF.CUSTXREF
142100          WHERE (FILE_ID         = 'ACCT'
142200            AND  FILE_KEY        = :WS-NEW-ACCT-KEY)
142300             OR (RELATED_FILE_ID = 'ACCT'
142400            AND  RELATED_FILE_KEY = :WS-NEW-ACCT-KEY)
142500     END-EXEC.
142600     ADD WS-COUNT TO WS-HELD-COUNT.
142700     EXEC SQL
142800         SELECT COUNT(*) INTO :WS-COUNT
142900           FROM ACM.DEBCXREF
143000          WHERE ADCX_FILE_KEY    = :WS-NEW-ACCT-KEY
143100     END-EXEC.
143200     ADD WS-COUNT TO WS-HELD-COUNT.
143300 3430-EXIT.
143400     EXIT.
143500*----------------------------------------------------------------
143600 3440-UPDATE-ACCOUNT-KEY.
143700*    A COLUMN WITH NO ROW FOR THE ACCOUNT RETURNS +100, WHICH IS
143800*    NOT AN ERROR HERE.
143900     MOVE 'ACCOUNT KEY UPDATE' TO WS-SQL-STMT.
144000     EXEC SQL
144100         UPDATE CIF.ACCOUNT  SET ACCT_KEY = :WS-NEW-ACCT-KEY
144200          WHERE ACCT_KEY         = :WS-ACCT-KEY
144300     END-EXEC.
144400     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
144500         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
144600     END-IF.
144700     EXEC SQL
144800         UPDATE CIF.CUSTXREF SET FILE_KEY = :WS-NEW-ACCT-KEY
144900          WHERE FILE_ID          = 'ACCT'
145000            AND FILE_KEY         = :WS-ACCT-KEY
145100     END-EXEC.
145200     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
145300         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
145400     END-IF.
145500     EXEC SQL
145600         UPDATE CIF.CUSTXREF
145700            SET RELATED_FILE_KEY = :WS-NEW-ACCT-KEY
145800          WHERE RELATED_FILE_ID  = 'ACCT'
145900            AND RELATED_FILE_KEY = :WS-ACCT-KEY
146000     END-EXEC.
146100     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
146200         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
146300     END-IF.
146400     EXEC SQL
146500         UPDATE ACM.DEBCXREF SET ADCX_FILE_KEY = :WS-NEW-ACCT-KEY
146600          WHERE ADCX_FILE_KEY    = :WS-ACCT-KEY
146700     END-EXEC.
146800     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
146900         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
147000     END-IF.
147100 3440-EXIT.
147200     EXIT.
147300*----------------------------------------------------------------
147400 3500-MASK-CD-ACCOUNTS.
147500*    THE CD ACCOUNT NUMBER IS THE SAME NINE DIGITS AS THE LAST
147600*    NINE OF ITS ACCOUNT KEY, SO IT GETS THE SAME SUBSTITUTE AS
147700*    3400 GAVE THE KEY.  IT IS CHANGED IN EVERY CD TABLE IN THE
147800*    SAME UNIT OF WORK SO THE CD, ITS HISTORY, ITS PENDING
147900*    ITEMS, ITS PLEDGES AND ITS PAYOUT ELECTION STAY JOINED.
148000     MOVE 'CD TABLES'        TO WS-TABLE-NAME.
148100     MOVE 'ACCOUNT NUMBER'   TO WS-TABLE-COLUMNS.
148200     PERFORM 5300-START-TABLE THRU 5300-EXIT.
148300     EXEC SQL
148400         DECLARE CSR682D CURSOR WITH HOLD FOR
148500         SELECT CDM_ACCT_NBR  FROM CD.MASTER
148600         UNION
148700         SELECT CDH_ACCT_NBR  FROM CD.HISTORY
148800         UNION
148900         SELECT CDP_ACCT_NBR  FROM CD.PEND
149000         UNION
149100         SELECT CDPL_ACCT_NBR FROM CD.PLEDGE
149200         UNION
149300         SELECT CDD_ACCT_NBR  FROM CD.DISBOPT
149400     END-EXEC.
149500     EXEC SQL OPEN CSR682D END-EXEC.
149600     PERFORM 3510-FETCH-CD-ACCOUNT THRU 3510-EXIT.
149700     PERFORM 3520-MASK-CD-ACCOUNT THRU 3520-EXIT
149800         UNTIL WS-EOF-YES.
149900     EXEC SQL CLOSE CSR682D END-EXEC.
150000     PERFORM 5400-END-TABLE THRU 5400-EXIT.
150100 3500-EXIT.
150200     EXIT.
150300*----------------------------------------------------------------
150400 3510-FETCH-CD-ACCOUNT.
150500     EXEC SQL
150600         FETCH CSR682D
150700          INTO :WS-CD-ACCT
150800     END-EXEC.
150900     IF  SQLCODE NOT = ZERO
151000         SET WS-EOF-YES TO TRUE
151100     END-IF.
151200 3510-EXIT.
151300     EXIT.
151400*----------------------------------------------------------------
151500 3520-MASK-CD-ACCOUNT.
151600     ADD 1 TO WS-ROWS-READ.
151700     MOVE SPACES           TO WS-EX-KEY.
151800     MOVE 'CD ACCOUNT NBR' TO WS-COLUMN-NAME.
151900     MOVE 'ACCT'           TO CIFU524-DOMAIN.
152000     MOVE 'CDAC'           TO WS-REG-GROUP.
152100     MOVE WS-CD-ACCT       TO WS-MASK-IN.
152200     PERFORM 5000-MASK-VALUE THRU 5000-EXIT.
152300     IF  NOT WS-VALUE-MASKED
152400         GO TO 3520-NEXT
152500     END-IF.
152600     MOVE WS-MASK-OUT (1:9) TO WS-NEW-CD-ACCT.
152700     PERFORM 3530-COUNT-CD-HELD THRU 3530-EXIT.
152800     PERFORM 5150-CHECK-SUBSTITUTE-HELD THRU 5150-EXIT.
152900     IF  NOT WS-VALUE-MASKED
153000         GO TO 3520-NEXT
153100     END-IF.
153200     PERFORM 5100-REGISTER-VALUE THRU 5100-EXIT.
153300     PERFORM 3540-UPDATE-CD-ACCOUNT THRU 3540-EXIT.
153400     ADD 1 TO WS-ROWS-CHANGED.
153500     PERFORM 5200-CHECKPOINT THRU 5200-EXIT.
153600 3520-NEXT.
153700     PERFORM 3510-FETCH-CD-ACCOUNT THRU 3510-EXIT.
153800 3520-EXIT.
153900     EXIT.
154000*----------------------------------------------------------------
154100 3530-COUNT-CD-HELD.
154200*    HOW MANY ROWS, IN ANY CD TABLE, ALREADY CARRY THE
154300*    SUBSTITUTE.
154400     MOVE ZERO TO WS-HELD-COUNT.
154500     EXEC SQL
154600         SELECT COUNT(*) INTO :WS-COUNT
154700           FROM CD.MASTER  WHERE CDM_ACCT_NBR  = :WS-NEW-CD-ACCT
154800     END-EXEC.
154900     ADD WS-COUNT TO WS-HELD-COUNT.
155000     EXEC SQL
155100         SELECT COUNT(*) INTO :WS-COUNT
155200           FROM CD.HISTORY WHERE CDH_ACCT_NBR  = :WS-NEW-CD-ACCT
155300     END-EXEC.
155400     ADD WS-COUNT TO WS-HELD-COUNT.
155500     EXEC SQL
155600         SELECT COUNT(*) INTO :WS-COUNT
155700           FROM CD.PEND    WHERE CDP_ACCT_NBR  = :WS-NEW-CD-ACCT
155800     END-EXEC.
155900     ADD WS-COUNT TO WS-HELD-COUNT.
156000     EXEC SQL
156100         SELECT COUNT(*) INTO :WS-COUNT
156200           FROM CD.PLEDGE  WHERE CDPL_ACCT_NBR = :WS-NEW-CD-ACCT
156300     END-EXEC.
156400     ADD WS-COUNT TO WS-HELD-COUNT.
156500     EXEC SQL
156600         SELECT COUNT(*) INTO :WS-COUNT
156700           FROM CD.DISBOPT WHERE CDD_ACCT_NBR  = :WS-NEW-CD-ACCT
156800     END-EXEC.
156900     ADD WS-COUNT TO WS-HELD-COUNT.
157000 3530-EXIT.
157100     EXIT.
157200*----------------------------------------------------------------
157300 3540-UPDATE-CD-ACCOUNT.
157400*    A TABLE WITH NO ROW FOR THE CD RETURNS +100, WHICH IS NOT
157500*    AN ERROR HERE.
157600     MOVE 'CD ACCOUNT UPDATE' TO WS-SQL-STMT.
157700     EXEC SQL
157800         UPDATE CD.MASTER  SET CDM_ACCT_NBR  = :WS-NEW-CD-ACCT
157900          WHERE CDM_ACCT_NBR  = :WS-CD-ACCT
158000     END-EXEC.
158100     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
158200         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
158300     END-IF.
158400     EXEC SQL
158500         UPDATE CD.HISTORY SET CDH_ACCT_NBR  = :WS-NEW-CD-ACCT
158600          WHERE CDH_ACCT_NBR  = :WS-CD-ACCT
158700     END-EXEC.
158800     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
158900         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
159000     END-IF.
159100     EXEC SQL
159200         UPDATE CD.PEND    SET CDP_ACCT_NBR  = :WS-NEW-CD-ACCT
159300          WHERE CDP_ACCT_NBR  = :WS-CD-ACCT
159400     END-EXEC.
159500     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
159600         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
159700     END-IF.
159800     EXEC SQL
159900         UPDATE CD.PLEDGE  SET CDPL_ACCT_NBR = :WS-NEW-CD-ACCT
160000          WHERE CDPL_ACCT_NBR = :WS-CD-ACCT
160100     END-EXEC.
160200     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
160300         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
160400     END-IF.
160500     EXEC SQL
160600         UPDATE CD.DISBOPT SET CDD_ACCT_NBR  = :WS-NEW-CD-ACCT
160700          WHERE CDD_ACCT_NBR  = :WS-CD-ACCT
160800     END-EXEC.
160900     IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
161000         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
161100     END-IF.
161200 3540-EXIT.
161300     EXIT.
161400*----------------------------------------------------------------
161500 5000-MASK-VALUE.
161600*    IN:  CIFU524-DOMAIN, WS-REG-GROUP, WS-MASK-IN.
161700*    OUT: WS-VALUE-MASKED WITH THE SUBSTITUTE IN WS-MASK-OUT,
161800*         OR WS-VALUE-LEFT WHEN THE VALUE IS BLANK, IS ALREADY
161900*         A SUBSTITUTE, OR COULD NOT BE MASKED.
162000     SET WS-VALUE-LEFT TO TRUE.
162100     MOVE WS-MASK-IN TO WS-MASK-OUT.
162200     IF  WS-MASK-IN = SPACES
162300         GO TO 5000-EXIT
162400     END-IF.
162500     MOVE WS-REG-GROUP TO MASKV-DOMAIN.
162600     MOVE WS-MASK-IN   TO MASKV-VALUE.
162700     PERFORM 5050-LOOK-UP-REGISTER THRU 5050-EXIT.
162800     IF  WS-COUNT > ZERO
162900         ADD 1 TO WS-VALS-PRIOR
163000         GO TO 5000-EXIT
163100     END-IF.
163200     PERFORM 5010-CALL-MASK THRU 5010-EXIT.
163300 5000-EXIT.
163400     EXIT.
163500*----------------------------------------------------------------
163600 5010-CALL-MASK.
163700*    THE VALUE ITSELF IS NEVER PRINTED -- A VALUE CIFU524
163800*    REJECTS IS REPORTED BY TABLE, COLUMN AND ROW KEY ONLY.
163900     SET WS-VALUE-LEFT TO TRUE.
164000     MOVE WS-MASK-KEY TO CIFU524-MASK-KEY.
164100     MOVE WS-MASK-IN  TO CIFU524-VALUE-IN.
164200     CALL 'CIFU524' USING CIFU524-PARAMETERS.
164300     IF  NOT CIFU524-VALID
164400         ADD 1 TO WS-VALS-LEFT
164500         MOVE CIFU524-ERROR-TEXT TO WS-EX-REASON
164600         PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT
164700         GO TO 5010-EXIT
164800     END-IF.
164900     MOVE CIFU524-VALUE-OUT TO WS-MASK-OUT.
165000     MOVE CIFU524-OUT-LEN   TO WS-MASK-OUT-LEN.
165100     SET WS-VALUE-MASKED TO TRUE.
165200 5010-EXIT.
165300     EXIT.
165400*----------------------------------------------------------------
165500 5050-LOOK-UP-REGISTER.
165600*    IN:  MASKV-DOMAIN, MASKV-VALUE.  OUT: WS-COUNT 0 OR 1.
165700     EXEC SQL
165800         SELECT COUNT(*)
165900           INTO :WS-COUNT
166000           FROM CIF.MASKVAL
166100          WHERE MASKV_DOMAIN = :MASKV-DOMAIN
166200            AND MASKV_VALUE  = :MASKV-VALUE
166300     END-EXEC.
166400     IF  SQLCODE NOT = ZERO
166500         MOVE 'CIF.MASKVAL SELECT' TO WS-SQL-STMT
166600         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
166700     END-IF.
166800 5050-EXIT.
166900     EXIT.
167000*----------------------------------------------------------------
167100 5100-REGISTER-VALUE.
167200*    THE SAME SUBSTITUTE COMES BACK FOR EVERY ROW CARRYING THE
167300*    SAME REAL VALUE, SO A DUPLICATE (-803) IS EXPECTED.
167400     MOVE WS-REG-GROUP TO MASKV-DOMAIN.
167500     MOVE WS-MASK-OUT  TO MASKV-VALUE.
167600     EXEC SQL
167700         INSERT INTO CIF.MASKVAL
167800                (MASKV_DOMAIN, MASKV_VALUE, MASKV_CREATE_DATE)
167900         VALUES (:MASKV-DOMAIN, :MASKV-VALUE, CURRENT DATE)
168000     END-EXEC.
168100     IF  SQLCODE NOT = ZERO
168200     AND SQLCODE NOT = -803
168300         MOVE 'CIF.MASKVAL INSERT' TO WS-SQL-STMT
168400         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
168500     END-IF.
168600     ADD 1 TO WS-VALS-MASKED.
168700 5100-EXIT.
168800     EXIT.
168900*----------------------------------------------------------------
169000 5150-CHECK-SUBSTITUTE-HELD.
169100*    IN:  WS-HELD-COUNT, THE ROWS ALREADY CARRYING THE
169200*         SUBSTITUTE IN WS-MASK-OUT.
169300*    A SUBSTITUTE THAT IS ALSO SOMEONE'S REAL, NOT YET MASKED
169400*    VALUE IS NOT WRITTEN: REGISTERING IT WOULD MAKE THAT REAL
169500*    VALUE LOOK MASKED.  ONCE THE HOLDER IS MASKED THE RERUN
169600*    FINISHES THE VALUE.
169700     IF  WS-HELD-COUNT = ZERO
169800         GO TO 5150-EXIT
169900     END-IF.
170000     MOVE WS-REG-GROUP TO MASKV-DOMAIN.
170100     MOVE WS-MASK-OUT  TO MASKV-VALUE.
170200     PERFORM 5050-LOOK-UP-REGISTER THRU 5050-EXIT.
170300     IF  WS-COUNT > ZERO
170400         GO TO 5150-EXIT
170500     END-IF.
170600     SET WS-VALUE-LEFT TO TRUE.
170700     ADD 1 TO WS-VALS-LEFT.
170800     MOVE 'SUBSTITUTE STILL HELD BY AN UNMASKED VALUE - RERUN'
170900       TO WS-EX-REASON.
171000     PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT.
171100 5150-EXIT.
171200     EXIT.
171300*----------------------------------------------------------------
171400 5200-CHECKPOINT.
171500     ADD 1 TO WS-SINCE-COMMIT.
171600     IF  CIFB551-CHECKPOINT > ZERO
171700     AND WS-SINCE-COMMIT NOT < CIFB551-CHECKPOINT
171800         EXEC SQL COMMIT END-EXEC
171900         ADD 1 TO WS-TOTAL-COMMITS
172000         MOVE ZERO TO WS-SINCE-COMMIT
172100     END-IF.
172200 5200-EXIT.
172300     EXIT.
172400*----------------------------------------------------------------
172500 5300-START-TABLE.
172600     MOVE 'N'  TO WS-EOF-SW.
172700     MOVE ZERO TO WS-ROWS-READ
172800                  WS-ROWS-CHANGED
172900                  WS-VALS-MASKED
173000                  WS-VALS-PRIOR
173100                  WS-VALS-LEFT.
173200 5300-EXIT.
173300     EXIT.
173400*----------------------------------------------------------------
173500 5400-END-TABLE.
173600     EXEC SQL COMMIT END-EXEC.
173700     ADD 1 TO WS-TOTAL-COMMITS.
173800     MOVE ZERO TO WS-SINCE-COMMIT.
173900     MOVE WS-TABLE-NAME    TO ML-TABLE.
174000     MOVE WS-TABLE-COLUMNS TO ML-COLUMNS.
174100     MOVE WS-ROWS-READ     TO ML-READ.
174200     MOVE WS-ROWS-CHANGED  TO ML-CHANGED.
174300     MOVE WS-VALS-MASKED   TO ML-MASKED.
174400     MOVE WS-VALS-PRIOR    TO ML-PRIOR.
174500     MOVE WS-VALS-LEFT     TO ML-LEFT.
174600     MOVE WS-MASK-LINE     TO RPT682-RECORD.
174700     WRITE RPT682-RECORD.
174800     ADD WS-ROWS-CHANGED   TO WS-TOTAL-CHANGED.
174900     ADD WS-VALS-MASKED    TO WS-TOTAL-MASKED.
175000     ADD WS-VALS-PRIOR     TO WS-TOTAL-PRIOR.
175100     ADD WS-VALS-LEFT      TO WS-TOTAL-LEFT.
175200 5400-EXIT.
175300     EXIT.
175400*----------------------------------------------------------------
175500 5500-WRITE-EXCEPTION.
175600     SET WS-EXCEPTION TO TRUE.
175700     MOVE WS-TABLE-NAME  TO EX-TABLE.
175800     MOVE WS-COLUMN-NAME TO EX-COLUMN.
175900     MOVE WS-EX-REASON   TO EX-REASON.
176000     MOVE WS-EX-KEY      TO EX-KEY.
176100     MOVE WS-EXCEPTION-LINE TO RPT682-RECORD.
176200     WRITE RPT682-RECORD.
176300 5500-EXIT.
176400     EXIT.
176500*----------------------------------------------------------------
176600 6000-VERIFY.
176700*    FOR EVERY MASKED COLUMN, THE NON-BLANK VALUES AND HOW MANY
176800*    OF THEM ARE SUBSTITUTES ON CIF.MASKVAL.  ANY DIFFERENCE IS
176900*    A PRODUCTION VALUE STILL IN THE REGION.
177000     MOVE SPACES       TO RPT682-RECORD.
177100     WRITE RPT682-RECORD.
177200     MOVE WS-HEADING-5 TO RPT682-RECORD.
177300     WRITE RPT682-RECORD.
177400     MOVE WS-HEADING-6 TO RPT682-RECORD.
177500     WRITE RPT682-RECORD.
177600     MOVE 'N' TO WS-EOF-SW.
177700     EXEC SQL
177800         DECLARE CSR682V CURSOR FOR
177900         SELECT 'CIF.CUSTOMER', 'CUST_NAME',
178000                COUNT(*), COUNT(R.MASKV_VALUE)
178100           FROM CIF.CUSTOMER T LEFT JOIN CIF.MASKVAL R
178200             ON R.MASKV_DOMAIN = 'NAME'
178300            AND R.MASKV_VALUE  = T.CUST_NAME
178400          WHERE T.CUST_NAME <> ' '
178500         UNION ALL
178600         SELECT 'CIF.CUSTOMER', 'CUST_TAX_ID',
178700                COUNT(*), COUNT(R.MASKV_VALUE)
178800           FROM CIF.CUSTOMER T LEFT JOIN CIF.MASKVAL R
178900             ON R.MASKV_DOMAIN = 'TIN '
179000            AND R.MASKV_VALUE  = DIGITS(T.CUST_TAX_ID)
179100          WHERE T.CUST_TAX_ID <> 0
179200         UNION ALL
179300         SELECT 'CIF.CUSTIND', 'CUSTI_HOME_PHONE',
179400                COUNT(*), COUNT(R.MASKV_VALUE)
179500           FROM CIF.CUSTIND T LEFT JOIN CIF.MASKVAL R
179600             ON R.MASKV_DOMAIN = 'PHON'
179700            AND R.MASKV_VALUE  = DIGITS(T.CUSTI_HOME_PHONE)
179800          WHERE T.CUSTI_HOME_PHONE <> 0
179900         UNION ALL
180000         SELECT 'CIF.CUSTIND', 'CUSTI_BUS_PHONE',
180100                COUNT(*), COUNT(R.MASKV_VALUE)
180200           FROM CIF.CUSTIND T LEFT JOIN CIF.MASKVAL R
180300             ON R.MASKV_DOMAIN = 'PHON'
180400            AND R.MASKV_VALUE  = DIGITS(T.CUSTI_BUS_PHONE)
180500          WHERE T.CUSTI_BUS_PHONE <> 0
180600         UNION ALL
180700         SELECT 'CIF.CUSTIND', 'CUSTI_CELL_PHONE',
180800                COUNT(*), COUNT(R.MASKV_VALUE)
180900           FROM CIF.CUSTIND T LEFT JOIN CIF.MASKVAL R
181000             ON R.MASKV_DOMAIN = 'PHON'
181100            AND R.MASKV_VALUE  = DIGITS(T.CUSTI_CELL_PHONE)
181200          WHERE T.CUSTI_CELL_PHONE <> 0
181300         UNION ALL
181400         SELECT 'CIF.CUSTXREF', 'RELATED_CUST_NAME',
181500                COUNT(*), COUNT(R.MASKV_VALUE)
181600           FROM CIF.CUSTXREF T LEFT JOIN CIF.MASKVAL R
181700             ON R.MASKV_DOMAIN = 'NAME'
181800            AND R.MASKV_VALUE  = T.RELATED_CUST_NAME
181900          WHERE T.RELATED_CUST_NAME <> ' '
182000         UNION ALL
182100         SELECT 'CIF.ACCOUNT', 'ACCT_NAME_RPL',
182200                COUNT(*), COUNT(R.MASKV_VALUE)
182300           FROM CIF.ACCOUNT T LEFT JOIN CIF.MASKVAL R
182400             ON R.MASKV_DOMAIN = 'NAME'
182500            AND R.MASKV_VALUE  = T.ACCT_NAME_RPL
182600          WHERE T.ACCT_NAME_RPL <> ' '
182700         UNION ALL
182800         SELECT 'CIF.ACCOUNT', 'ACCT_NAME_EXT_RPL',
182900                COUNT(*), COUNT(R.MASKV_VALUE)
183000           FROM CIF.ACCOUNT T LEFT JOIN CIF.MASKVAL R
183100             ON R.MASKV_DOMAIN = 'NAME'
183200            AND R.MASKV_VALUE  = T.ACCT_NAME_EXT_RPL
183300          WHERE T.ACCT_NAME_EXT_RPL <> ' '
183400         UNION ALL
183500         SELECT 'CIF.ACCOUNT', 'ACCT_NAME_ADD1',
183600                COUNT(*), COUNT(R.MASKV_VALUE)
183700           FROM CIF.ACCOUNT T LEFT JOIN CIF.MASKVAL R
183800             ON R.MASKV_DOMAIN = 'NAME'
183900            AND R.MASKV_VALUE  = T.ACCT_NAME_ADD1
184000          WHERE T.ACCT_NAME_ADD1 <> ' '
184100         UNION ALL
184200         SELECT 'CIF.ACCOUNT', 'ACCT_NAME_ADD2',
184300                COUNT(*), COUNT(R.MASKV_VALUE)
184400           FROM CIF.ACCOUNT T LEFT JOIN CIF.MASKVAL R
184500             ON R.MASKV_DOMAIN = 'NAME'
184600            AND R.MASKV_VALUE  = T.ACCT_NAME_ADD2
184700          WHERE T.ACCT_NAME_ADD2 <> ' '
184800         UNION ALL
184900         SELECT 'CIF.ACCOUNT', 'ACCT_NAME_ADD3',
185000                COUNT(*), COUNT(R.MASKV_VALUE)
185100           FROM CIF.ACCOUNT T LEFT JOIN CIF.MASKVAL R
185200             ON R.MASKV_DOMAIN = 'NAME'
185300            AND R.MASKV_VALUE  = T.ACCT_NAME_ADD3
185400          WHERE T.ACCT_NAME_ADD3 <> ' '
185500         UNION ALL
185600         SELECT 'CIF.ADDRESS', 'ADDR_LINE1',
185700                COUNT(*), COUNT(R.MASKV_VALUE)
185800           FROM CIF.ADDRESS T LEFT JOIN CIF.MASKVAL R
185900             ON R.MASKV_DOMAIN = 'ADDR'
186000            AND R.MASKV_VALUE  = T.ADDR_LINE1
186100          WHERE T.ADDR_LINE1 <> ' '
186200         UNION ALL
186300         SELECT 'CIF.ADDRESS', 'ADDR_LINE2',
186400                COUNT(*), COUNT(R.MASKV_VALUE)
186500           FROM CIF.ADDRESS T LEFT JOIN CIF.MASKVAL R
186600             ON R.MASKV_DOMAIN = 'ADDR'
186700            AND R.MASKV_VALUE  = T.ADDR_LINE2
186800          WHERE T.ADDR_LINE2 <> ' '
186900         UNION ALL
187000         SELECT 'NIPS.DETAIL', 'NIPS_PAYEE',
187100                COUNT(*), COUNT(R.MASKV_VALUE)
187200           FROM NIPS.DETAIL T LEFT JOIN CIF.MASKVAL R
187300             ON R.MASKV_DOMAIN = 'NAME'
187400            AND R.MASKV_VALUE  = T.NIPS_PAYEE
187500          WHERE T.NIPS_PAYEE <> ' '
187600         UNION ALL
187700         SELECT 'ACM.DEBCARD', 'ADC_CARD_NBR',
187800                COUNT(*), COUNT(R.MASKV_VALUE)
187900           FROM ACM.DEBCARD T LEFT JOIN CIF.MASKVAL R
188000             ON R.MASKV_DOMAIN = 'CARD'
188100            AND R.MASKV_VALUE  = T.ADC_CARD_NBR
188200          WHERE T.ADC_CARD_NBR <> ' '
188300         UNION ALL
188400         SELECT 'ACM.DEBCXREF', 'ADCX_CARD_NBR',
188500                COUNT(*), COUNT(R.MASKV_VALUE)
188600           FROM ACM.DEBCXREF T LEFT JOIN CIF.MASKVAL R
188700             ON R.MASKV_DOMAIN = 'CARD'
188800            AND R.MASKV_VALUE  = T.ADCX_CARD_NBR
188900          WHERE T.ADCX_CARD_NBR <> ' '
189000         UNION ALL
189100         SELECT 'ACM.TOKENXRF', 'TOK_CARD_NBR',
189200                COUNT(*), COUNT(R.MASKV_VALUE)
189300           FROM ACM.TOKENXRF T LEFT JOIN CIF.MASKVAL R
189400             ON R.MASKV_DOMAIN = 'CARD'
189500            AND R.MASKV_VALUE  = T.TOK_CARD_NBR
189600          WHERE T.TOK_CARD_NBR <> ' '
189700         UNION ALL
189800         SELECT 'ACM.TOKENXRF', 'TOK_TOKEN_NBR',
189900                COUNT(*), COUNT(R.MASKV_VALUE)
190000           FROM ACM.TOKENXRF T LEFT JOIN CIF.MASKVAL R
190100             ON R.MASKV_DOMAIN = 'TOKN'
190200            AND R.MASKV_VALUE  = T.TOK_TOKEN_NBR
190300          WHERE T.TOK_TOKEN_NBR <> ' '
190400         UNION ALL
190500         SELECT 'ACM.CARDACTV', 'CACT_CARD_NBR',
190600                COUNT(*), COUNT(R.MASKV_VALUE)
190700           FROM ACM.CARDACTV T LEFT JOIN CIF.MASKVAL R
190800             ON R.MASKV_DOMAIN = 'CARD'
190900            AND R.MASKV_VALUE  = T.CACT_CARD_NBR
191000          WHERE T.CACT_CARD_NBR <> ' '
191100         UNION ALL
191200         SELECT 'ACM.CARDJRNL', 'CJ_CARD_NBR',
191300                COUNT(*), COUNT(R.MASKV_VALUE)
191400           FROM ACM.CARDJRNL T LEFT JOIN CIF.MASKVAL R
191500             ON R.MASKV_DOMAIN = 'CARD'
191600            AND R.MASKV_VALUE  = T.CJ_CARD_NBR
191700          WHERE T.CJ_CARD_NBR <> ' '
191800         UNION ALL
191900         SELECT 'ACM.CARDPROD', 'CPRD_CARD_NBR',
192000                COUNT(*), COUNT(R.MASKV_VALUE)
192100           FROM ACM.CARDPROD T LEFT JOIN CIF.MASKVAL R
192200             ON R.MASKV_DOMAIN = 'CARD'
192300            AND R.MASKV_VALUE  = T.CPRD_CARD_NBR
192400          WHERE T.CPRD_CARD_NBR <> ' '
192500         UNION ALL
192600         SELECT 'ACM.DISPUTE', 'DSP_CARD_NBR',
192700                COUNT(*), COUNT(R.MASKV_VALUE)
192800           FROM ACM.DISPUTE T LEFT JOIN CIF.MASKVAL R
192900             ON R.MASKV_DOMAIN = 'CARD'
193000            AND R.MASKV_VALUE  = T.DSP_CARD_NBR
193100          WHERE T.DSP_CARD_NBR <> ' '
193200         UNION ALL
193300         SELECT 'ACM.LIMITOVR', 'ALO_CARD_NBR',
193400                COUNT(*), COUNT(R.MASKV_VALUE)
193500           FROM ACM.LIMITOVR T LEFT JOIN CIF.MASKVAL R
193600             ON R.MASKV_DOMAIN = 'CARD'
193700            AND R.MASKV_VALUE  = T.ALO_CARD_NBR
193800          WHERE T.ALO_CARD_NBR <> ' '
193900         UNION ALL
194000         SELECT 'ACM.TMPLIMIT', 'TLO_CARD_NBR',
194100                COUNT(*), COUNT(R.MASKV_VALUE)
194200           FROM ACM.TMPLIMIT T LEFT JOIN CIF.MASKVAL R
194300             ON R.MASKV_DOMAIN = 'CARD'
194400            AND R.MASKV_VALUE  = T.TLO_CARD_NBR
194500          WHERE T.TLO_CARD_NBR <> ' '
194600         UNION ALL
194700         SELECT 'ACM.CARDVEL', 'ADV_CARD_NBR',
194800                COUNT(*), COUNT(R.MASKV_VALUE)
194900           FROM ACM.CARDVEL T LEFT JOIN CIF.MASKVAL R
195000             ON R.MASKV_DOMAIN = 'CARD'
195100            AND R.MASKV_VALUE  = T.ADV_CARD_NBR
195200          WHERE T.ADV_CARD_NBR <> ' '
195300         UNION ALL
195400         SELECT 'IRS.PENDLST', 'IRSPL_ACCT_NBR',
195500                COUNT(*), COUNT(R.MASKV_VALUE)
195600           FROM IRS.PENDLST T LEFT JOIN CIF.MASKVAL R
195700             ON R.MASKV_DOMAIN = 'IRSA'
195800            AND R.MASKV_VALUE  = T.IRSPL_ACCT_NBR
195900          WHERE T.IRSPL_ACCT_NBR <> ' '
196000         UNION ALL
196100         SELECT 'DSDS.PDTXARCH', 'ARCH_ACCT_NO',
196200                COUNT(*), COUNT(R.MASKV_VALUE)
196300           FROM DSDS.PDTXARCH T LEFT JOIN CIF.MASKVAL R
196400             ON R.MASKV_DOMAIN = 'DSDA'
196500            AND R.MASKV_VALUE  = DIGITS(T.ARCH_BANK_NO)
196600                              CONCAT DIGITS(T.ARCH_ACCT_ID)
196700                              CONCAT DIGITS(T.ARCH_ACCT_NO)
196800          WHERE T.ARCH_ACCT_NO <> 0
196900         UNION ALL
197000         SELECT 'CIF.ACCOUNT', 'ACCT_KEY',
197100                COUNT(*), COUNT(R.MASKV_VALUE)
197200           FROM CIF.ACCOUNT T LEFT JOIN CIF.MASKVAL R
197300             ON R.MASKV_DOMAIN = 'ACCK'
197400            AND R.MASKV_VALUE  = T.ACCT_KEY
197500          WHERE T.ACCT_KEY <> ' '
197600         UNION ALL
197700         SELECT 'CIF.CUSTXREF', 'FILE_KEY',
197800                COUNT(*), COUNT(R.MASKV_VALUE)
197900           FROM CIF.CUSTXREF T LEFT JOIN CIF.MASKVAL R
198000             ON R.MASKV_DOMAIN = 'ACCK'
198100            AND R.MASKV_VALUE  = T.FILE_KEY
198200          WHERE T.FILE_ID  = 'ACCT'
198300            AND T.FILE_KEY <> ' '
198400         UNION ALL
198500         SELECT 'CIF.CUSTXREF', 'RELATED_FILE_KEY',
198600                COUNT(*), COUNT(R.MASKV_VALUE)
198700           FROM CIF.CUSTXREF T LEFT JOIN CIF.MASKVAL R
198800             ON R.MASKV_DOMAIN = 'ACCK'
198900            AND R.MASKV_VALUE  = T.RELATED_FILE_KEY
199000          WHERE T.RELATED_FILE_ID  = 'ACCT'
199100            AND T.RELATED_FILE_KEY <> ' '
199200         UNION ALL
199300         SELECT 'ACM.DEBCXREF', 'ADCX_FILE_KEY',
199400                COUNT(*), COUNT(R.MASKV_VALUE)
199500           FROM ACM.DEBCXREF T LEFT JOIN CIF.MASKVAL R
199600             ON R.MASKV_DOMAIN = 'ACCK'
199700            AND R.MASKV_VALUE  = T.ADCX_FILE_KEY
199800          WHERE T.ADCX_FILE_KEY <> ' '
199900         UNION ALL
200000         SELECT 'CD.MASTER', 'CDM_ACCT_NBR',
200100                COUNT(*), COUNT(R.MASKV_VALUE)
200200           FROM CD.MASTER T LEFT JOIN CIF.MASKVAL R
200300             ON R.MASKV_DOMAIN = 'CDAC'
200400            AND R.MASKV_VALUE  = T.CDM_ACCT_NBR
200500          WHERE T.CDM_ACCT_NBR <> ' '
200600         UNION ALL
200700         SELECT 'CD.HISTORY', 'CDH_ACCT_NBR',
200800                COUNT(*), COUNT(R.MASKV_VALUE)
200900           FROM CD.HISTORY T LEFT JOIN CIF.MASKVAL R
201000             ON R.MASKV_DOMAIN = 'CDAC'
201100            AND R.MASKV_VALUE  = T.CDH_ACCT_NBR
201200          WHERE T.CDH_ACCT_NBR <> ' '
201300         UNION ALL
201400         SELECT 'CD.PEND', 'CDP_ACCT_NBR',
201500                COUNT(*), COUNT(R.MASKV_VALUE)
201600           FROM CD.PEND T LEFT JOIN CIF.MASKVAL R
201700             ON R.MASKV_DOMAIN = 'CDAC'
201800            AND R.MASKV_VALUE  = T.CDP_ACCT_NBR
201900          WHERE T.CDP_ACCT_NBR <> ' '
202000         UNION ALL
202100         SELECT 'CD.PLEDGE', 'CDPL_ACCT_NBR',
202200                COUNT(*), COUNT(R.MASKV_VALUE)
202300           FROM CD.PLEDGE T LEFT JOIN CIF.MASKVAL R
202400             ON R.MASKV_DOMAIN = 'CDAC'
202500            AND R.MASKV_VALUE  = T.CDPL_ACCT_NBR
202600          WHERE T.CDPL_ACCT_NBR <> ' '
202700         UNION ALL
202800         SELECT 'CD.DISBOPT', 'CDD_ACCT_NBR',
202900                COUNT(*), COUNT(R.MASKV_VALUE)
203000           FROM CD.DISBOPT T LEFT JOIN CIF.MASKVAL R
203100             ON R.MASKV_DOMAIN = 'CDAC'
203200            AND R.MASKV_VALUE  = T.CDD_ACCT_NBR
203300          WHERE T.CDD_ACCT_NBR <> ' '
203400     END-EXEC.
203500     EXEC SQL OPEN CSR682V END-EXEC.
203600     IF  SQLCODE NOT = ZERO
203700         MOVE 'VERIFY CURSOR OPEN' TO WS-SQL-STMT
203800         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
203900     END-IF.
204000     PERFORM 6010-FETCH-VERIFY THRU 6010-EXIT.
204100     PERFORM 6020-REPORT-COLUMN THRU 6020-EXIT
204200         UNTIL WS-EOF-YES.
204300     EXEC SQL CLOSE CSR682V END-EXEC.
204400     MOVE SPACES TO RPT682-RECORD.
204500     WRITE RPT682-RECORD.
204600     IF  WS-PROD-FOUND
204700         MOVE WS-NOT-VERIFIED-LINE TO RPT682-RECORD
204800     ELSE
204900         MOVE WS-VERIFIED-LINE     TO RPT682-RECORD
205000     END-IF.
205100     WRITE RPT682-RECORD.
205200 6000-EXIT.
205300     EXIT.
205400*----------------------------------------------------------------
205500 6010-FETCH-VERIFY.
205600     EXEC SQL
205700         FETCH CSR682V
205800          INTO :WS-VF-TABLE, :WS-VF-COLUMN,
205900               :WS-VF-ROWS, :WS-VF-MASKED
206000     END-EXEC.
206100     IF  SQLCODE = +100
206200         SET WS-EOF-YES TO TRUE
206300         GO TO 6010-EXIT
206400     END-IF.
206500     IF  SQLCODE NOT = ZERO
206600         MOVE 'VERIFY CURSOR FETCH' TO WS-SQL-STMT
206700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
206800     END-IF.
206900 6010-EXIT.
207000     EXIT.
207100*----------------------------------------------------------------
207200 6020-REPORT-COLUMN.
207300     ADD 1 TO WS-TOTAL-COLUMNS.
207400     MOVE WS-VF-TABLE    TO VL-TABLE.
207500     MOVE WS-VF-COLUMN   TO VL-COLUMN.
207600     MOVE WS-VF-ROWS     TO VL-ROWS.
207700     MOVE WS-VF-MASKED   TO VL-MASKED.
207800     SUBTRACT WS-VF-MASKED FROM WS-VF-ROWS GIVING WS-COUNT.
207900     MOVE WS-COUNT       TO VL-PRODUCTION.
208000     IF  WS-COUNT > ZERO
208100         SET WS-PROD-FOUND TO TRUE
208200         ADD 1 TO WS-TOTAL-PROD-COLUMNS
208300         MOVE '*** PRODUCTION' TO VL-FLAG
208400     ELSE
208500         MOVE SPACES           TO VL-FLAG
208600     END-IF.
208700     MOVE WS-VERIFY-LINE TO RPT682-RECORD.
208800     WRITE RPT682-RECORD.
208900     PERFORM 6010-FETCH-VERIFY THRU 6010-EXIT.
209000 6020-EXIT.
209100     EXIT.
209200*----------------------------------------------------------------
209300 8000-FINALIZE.
209400     MOVE SPACES TO RPT682-RECORD.
209500     WRITE RPT682-RECORD.
209600     IF  WS-MODE-MASK
209700         MOVE 'ROWS CHANGED'          TO TL-LABEL
209800         MOVE WS-TOTAL-CHANGED        TO TL-COUNT
209900         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
210000         MOVE 'VALUES MASKED'         TO TL-LABEL
210100         MOVE WS-TOTAL-MASKED         TO TL-COUNT
210200         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
210300         MOVE 'VALUES ALREADY MASKED' TO TL-LABEL
210400         MOVE WS-TOTAL-PRIOR          TO TL-COUNT
210500         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
210600         MOVE 'VALUES NOT MASKED'     TO TL-LABEL
210700         MOVE WS-TOTAL-LEFT           TO TL-COUNT
210800         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
210900         MOVE 'COMMIT POINTS'         TO TL-LABEL
211000         MOVE WS-TOTAL-COMMITS        TO TL-COUNT
211100         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
211200     END-IF.
211300     MOVE 'COLUMNS VERIFIED'          TO TL-LABEL.
211400     MOVE WS-TOTAL-COLUMNS            TO TL-COUNT.
211500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
211600     MOVE 'COLUMNS WITH PRODUCTION'   TO TL-LABEL.
211700     MOVE WS-TOTAL-PROD-COLUMNS       TO TL-COUNT.
211800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
211900     CLOSE RPT682-FILE.
212000     EVALUATE TRUE
212100         WHEN WS-PROD-FOUND
212200             DISPLAY 'CIFB551 - PRODUCTION VALUES REMAIN IN '
212300                 'THE TEST REGION -- SEE RPT682'
212400             MOVE 8 TO RETURN-CODE
212500         WHEN WS-EXCEPTION
212600             MOVE 4 TO RETURN-CODE
212700         WHEN OTHER
212800             MOVE 0 TO RETURN-CODE
212900     END-EVALUATE.
213000 8000-EXIT.
213100     EXIT.
213200*----------------------------------------------------------------
213300 8100-WRITE-TOTAL.
213400     MOVE WS-TOTAL-LINE TO RPT682-RECORD.
213500     WRITE RPT682-RECORD.
213600 8100-EXIT.
213700     EXIT.
213800*----------------------------------------------------------------
213900 9000-SQL-FAILED.
214000     DISPLAY 'CIFB551 - ' WS-SQL-STMT ' FAILED, SQLCODE '
214100         SQLCODE.
214200     EXEC SQL ROLLBACK END-EXEC.
214300     CLOSE RPT682-FILE.
214400     MOVE 16 TO RETURN-CODE.
214500     GOBACK.
214600 9000-EXIT.
214700     EXIT.
