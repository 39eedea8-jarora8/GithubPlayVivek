000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB540.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY           *
001500*                      BENEFICIAL-OWNERSHIP CERTIFICATION AGING  *
001600*                      AND OWNER SDN SCREEN.  EVERY OPEN         *
001700*                      LEGAL-ENTITY (CIF.CUSTNON) CUSTOMER IS    *
001800*                      AGED AGAINST THE RECERTIFICATION          *
001900*                      INTERVAL ON AMS.PROPS -- NO OWNERS ON     *
002000*                      FILE, NEVER CERTIFIED, OR OVERDUE ALL     *
002100*                      PRINT.  EACH NEW OR CHANGED CIF.BENOWNER  *
002200*                      NAME THEN RUNS THROUGH THE SAME SDN LIST  *
002300*                      LOAD AND SCORING CIFB535 USES, SO AN      *
002400*                      OWNER ON THE LIST IS CAUGHT EVEN WHEN THE *
002500*                      ENTITY NAME IS CLEAN; A HIT DRAWS THE     *
002600*                      CODE-101 OFAC REVIEW REMARK ON THE        *
002700*                      ENTITY'S ACCOUNT THROUGH CIFU521.         *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SDNIN-FILE ASSIGN TO SDNIN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SDN-STATUS.
003900     SELECT RPT622-FILE ASSIGN TO RPT622
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SDNIN-FILE
004400     RECORDING MODE F.
004500 01  SDNIN-RECORD.
004600     05  SDN-ENTRY-ID            PIC 9(07).
004700     05  SDN-NAME                PIC X(40).
004800     05  FILLER                  PIC X(33).
004900 FD  RPT622-FILE
005000     RECORDING MODE F.
005100 01  RPT622-RECORD               PIC X(132).
005200*----------------------------------------------------------------
005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500     05  WS-EOF-SW                PIC X       VALUE 'N'.
005600         88  WS-EOF-YES                   VALUE 'Y'.
005700     05  WS-ENTITY-EOF-SW         PIC X       VALUE 'N'.
005800         88  WS-ENTITY-EOF-YES            VALUE 'Y'.
005900     05  WS-OWNER-EOF-SW          PIC X       VALUE 'N'.
006000         88  WS-OWNER-EOF-YES             VALUE 'Y'.
006100     05  WS-SDN-STATUS            PIC XX      VALUE '00'.
006200 01  WS-WORK-FIELDS.
006300     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
006400     05  WS-SDN-MAX               PIC S9(4)   COMP  VALUE +0.
006500     05  WS-SCORE                 PIC 9(03)   VALUE ZERO.
006600     05  WS-BEST-SCORE            PIC 9(03)   VALUE ZERO.
006700     05  WS-BEST-SUB              PIC S9(4)   COMP  VALUE +0.
006800     05  WS-NAME-UPPER            PIC X(40)   VALUE SPACE.
006900     05  WS-RECERT-MONTHS         PIC 9(03)   VALUE ZERO.
007000     05  WS-CUST-NAME             PIC X(40)   VALUE SPACE.
007100     05  WS-OWNER-COUNT           PIC S9(9)   COMP  VALUE +0.
007200     05  WS-UNCERT-COUNT          PIC S9(9)   COMP  VALUE +0.
007300     05  WS-OLDEST-CERT           PIC X(10)   VALUE SPACE.
007400     05  WS-DAYS-OVERDUE          PIC S9(9)   COMP  VALUE +0.
007500     05  WS-TOTAL-ENTITIES        PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-NO-OWNERS       PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-NOT-CERT        PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-OVERDUE         PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-SCREENED        PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-REMARK-TEXT           PIC X(60)   VALUE SPACE.
008200*    THE SDN LIST, HELD IN STORAGE FOR THE SCREEN -- THE SAME
008300*    TWO-THOUSAND-ENTRY TABLE CIFB535 LOADS FROM THE SAME FILE.
008400 01  WS-SDN-TABLE.
008500     05  WS-SDN-ENTRY  OCCURS 2000 TIMES.
008600         10  WS-SDN-ID            PIC 9(07).
008700         10  WS-SDN-NAME          PIC X(40).
008800*----------------------------------------------------------------
008900     COPY CIFBOWNR.
009000*----------------------------------------------------------------
009100     COPY CIFXREFK.
009200*----------------------------------------------------------------
009300     COPY APICPYA1.
009400*----------------------------------------------------------------
009500 01  WS-HEADING-1.
009600     05  FILLER  PIC X(50) VALUE
009700       'CIFB540  BENEFICIAL-OWNERSHIP CERTIFICATION AND '.
009800     05  FILLER  PIC X(82) VALUE
009900       'OWNER SDN SCREEN'.
010000 01  WS-HEADING-2.
010100     05  FILLER  PIC X(32) VALUE
010200       'RECERTIFICATION INTERVAL MONTHS '.
010300     05  HD-RECERT-MONTHS         PIC ZZ9.
010400     05  FILLER                   PIC X(97)   VALUE SPACE.
010500 01  WS-HEADING-3.
010600     05  FILLER  PIC X(42) VALUE
010700       'BANK  FILE-ID  FILE-KEY                   '.
010800     05  FILLER  PIC X(42) VALUE
010900       'ENTITY NAME'.
011000     05  FILLER  PIC X(48) VALUE
011100       'OWNERS  CERTIFIED   EXCEPTION'.
011200 01  WS-HEADING-4.
011300     05  FILLER  PIC X(42) VALUE
011400       'BANK  FILE-ID  FILE-KEY                   '.
011500     05  FILLER  PIC X(90) VALUE
011600       'SEQ  SCORE  SDN ENTRY OWNER NAME'.
011700 01  WS-DETAIL-LINE.
011800     05  DL-BANK-NBR              PIC 9(03).
011900     05  FILLER                   PIC X(03)   VALUE SPACE.
012000     05  DL-FILE-ID               PIC X(04).
012100     05  FILLER                   PIC X(05)   VALUE SPACE.
012200     05  DL-FILE-KEY              PIC X(25).
012300     05  FILLER                   PIC X(02)   VALUE SPACE.
012400     05  DL-CUST-NAME             PIC X(40).
012500     05  FILLER                   PIC X(02)   VALUE SPACE.
012600     05  DL-OWNER-COUNT           PIC ZZZ9.
012700     05  FILLER                   PIC X(02)   VALUE SPACE.
012800     05  DL-CERT-DATE             PIC X(10).
012900     05  FILLER                   PIC X(02)   VALUE SPACE.
013000     05  DL-EXCEPTION             PIC X(30).
013100 01  WS-EXCEPTION-OVERDUE.
013200     05  FILLER                   PIC X(08)   VALUE 'OVERDUE '.
013300     05  EX-DAYS-OVERDUE          PIC ZZZZ9.
013400     05  FILLER                   PIC X(17)   VALUE ' DAYS'.
013500 01  WS-HIT-LINE.
013600     05  HL-BANK-NBR              PIC 9(03).
013700     05  FILLER                   PIC X(03)   VALUE SPACE.
013800     05  HL-FILE-ID               PIC X(04).
013900     05  FILLER                   PIC X(05)   VALUE SPACE.
014000     05  HL-FILE-KEY              PIC X(25).
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  HL-OWNER-SEQ             PIC ZZZ9.
014300     05  FILLER                   PIC X(03)   VALUE SPACE.
014400     05  HL-SCORE                 PIC ZZ9.
014500     05  FILLER                   PIC X(02)   VALUE SPACE.
014600     05  HL-SDN-ID                PIC 9(07).
014700     05  FILLER                   PIC X(01)   VALUE SPACE.
014800     05  HL-OWNER-NAME            PIC X(40).
014900     05  FILLER                   PIC X(30)   VALUE SPACE.
015000 01  WS-TOTAL-LINE.
015100     05  TL-LABEL                 PIC X(26).
015200     05  TL-COUNT                 PIC ZZZ,ZZ9.
015300     05  FILLER                   PIC X(99)   VALUE SPACE.
015400*----------------------------------------------------------------
015500 LINKAGE SECTION.
015600 01  CIFB540-PARM.
015700*    MATCH-SCORE IS THE MINIMUM SCORE THAT HOLDS AN ENTITY --
015800*    100 IS A FULL-NAME HIT, 80 A LEADING-TEN-CHARACTER HIT.
015900*    RECERT-MONTHS IS THE FALLBACK INTERVAL WHEN THE AMS.PROPS
016000*    KEY IS NOT SET.  FULL-SCREEN Y RESCREENS EVERY ACTIVE
016100*    OWNER (RUN IT THE NIGHT A NEW SDN LIST ARRIVES); OTHERWISE
016200*    ONLY OWNERS ADDED, CHANGED, OR RECERTIFIED TODAY ARE
016300*    SCREENED.
016400     05  CIFB540-MATCH-SCORE       PIC 9(03).
016500     05  CIFB540-RECERT-MONTHS     PIC 9(03).
016600     05  CIFB540-FULL-SCREEN       PIC X(01).
016700*----------------------------------------------------------------
016800 PROCEDURE DIVISION USING CIFB540-PARM.
016900*
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-AGE-ENTITY THRU 2000-EXIT
017300         UNTIL WS-ENTITY-EOF-YES.
017400     PERFORM 3000-START-SCREEN THRU 3000-EXIT.
017500     PERFORM 3100-SCREEN-OWNER THRU 3100-EXIT
017600         UNTIL WS-OWNER-EOF-YES.
017700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017800     GOBACK.
017900*----------------------------------------------------------------
018000 0500-RESOLVE-INTERVAL.
018100*    THE AMS.PROPS KEY, WHEN SET AND NUMERIC, OVERRIDES THE
018200*    CALLER'S PARM -- COMPLIANCE SETS THE INTERVAL IN ONE
018300*    AUDITED PLACE.  EITHER WAY THE VALUE IN FORCE IS ECHOED
018400*    IN THE REPORT HEADING.
018500     MOVE CIFB540-RECERT-MONTHS TO WS-RECERT-MONTHS.
018600     MOVE SPACES TO AMSPRP-KEY-TEXT.
018700     MOVE 'CIFB540.RECERT.MONTHS' TO AMSPRP-KEY-TEXT.
018800     MOVE +21 TO AMSPRP-KEY-LEN.
018900     EXEC SQL
019000         SELECT AMSPRP_VALUE
019100           INTO :AMSPRP-VALUE
019200           FROM AMS.PROPS
019300          WHERE AMSPRP_KEY = :AMSPRP-KEY
019400     END-EXEC.
019500     IF  SQLCODE = ZERO
019600     AND AMSPRP-VALUE-TEXT (1:3) NUMERIC
019700         MOVE AMSPRP-VALUE-TEXT (1:3) TO WS-RECERT-MONTHS
019800     END-IF.
019900     MOVE WS-RECERT-MONTHS TO HD-RECERT-MONTHS.
020000 0500-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300 1000-INITIALIZE.
020400     OPEN OUTPUT RPT622-FILE.
020500     PERFORM 0500-RESOLVE-INTERVAL THRU 0500-EXIT.
020600     MOVE WS-HEADING-1 TO RPT622-RECORD.
020700     WRITE RPT622-RECORD.
020800     MOVE WS-HEADING-2 TO RPT622-RECORD.
020900     WRITE RPT622-RECORD.
021000     MOVE WS-HEADING-3 TO RPT622-RECORD.
021100     WRITE RPT622-RECORD.
021200     PERFORM 1100-LOAD-SDN-LIST THRU 1100-EXIT.
021300*    ONE ROW PER LEGAL-ENTITY CUSTOMER WITH AN OPEN ACCOUNT,
021400*    WITH ITS ACTIVE OWNER COUNT, HOW MANY OF THOSE OWNERS WERE
021500*    NEVER CERTIFIED (ADDED SINCE THE LAST CERTIFICATION), AND
021600*    THE OLDEST CERTIFICATION DATE AMONG THEM -- THE DATE THE
021700*    CLOCK RUNS FROM.
021800     EXEC SQL
021900         DECLARE CSR622A CURSOR FOR
022000         SELECT C.CUST_BANK_NBR, C.CUST_FILE_ID,
022100                C.CUST_FILE_KEY, C.CUST_NAME,
022200                COUNT(B.BO_OWNER_SEQ),
022300                SUM(CASE WHEN B.BO_CERT_DATE = '0001-01-01'
022400                         THEN 1 ELSE 0 END),
022500                COALESCE(CHAR(MIN(B.BO_CERT_DATE), ISO),
022600                         '0001-01-01'),
022700                COALESCE(DAYS(CURRENT DATE) -
022800                         DAYS(MIN(B.BO_CERT_DATE)
022900                              + :WS-RECERT-MONTHS MONTHS), 0)
023000           FROM CIF.CUSTOMER C
023100           JOIN CIF.CUSTNON N
023200             ON N.CUSTN_CUST_ID = C.CUST_ID
023800           LEFT JOIN CIF.BENOWNER B
023900             ON B.BO_BANK_NBR = C.CUST_BANK_NBR
024000            AND B.BO_FILE_ID  = C.CUST_FILE_ID
024100            AND B.BO_KEY      = C.CUST_FILE_KEY
024200            AND B.BO_END_DATE = '9999-12-31'
024210          WHERE EXISTS
024220                (SELECT 1
024230                   FROM CIF.CUSTXREF X
024240                   JOIN CIF.ACCOUNT A
024250                     ON A.ACCT_BANK_NBR = X.BANK_NBR
024260                    AND A.ACCT_KEY      = X.FILE_KEY
024270                    AND A.ACCT_STATUS   = 'O'
024280                  WHERE X.RELATED_BANK_NBR = C.CUST_BANK_NBR
024290                    AND X.RELATED_FILE_ID  = C.CUST_FILE_ID
024292                    AND X.RELATED_FILE_KEY = C.CUST_FILE_KEY
024294                    AND X.RELATED_FILE_ID  = 'CUST'
024296                    AND X.FILE_ID          = 'ACCT')
024300          GROUP BY C.CUST_BANK_NBR, C.CUST_FILE_ID,
024400                   C.CUST_FILE_KEY, C.CUST_NAME
024500          ORDER BY C.CUST_BANK_NBR, C.CUST_FILE_ID,
024600                   C.CUST_FILE_KEY
024700     END-EXEC.
024800     EXEC SQL
024900         OPEN CSR622A
025000     END-EXEC.
025100     PERFORM 2100-FETCH-ENTITY THRU 2100-EXIT.
025200 1000-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500 1100-LOAD-SDN-LIST.
025600     OPEN INPUT SDNIN-FILE.
025700     IF  WS-SDN-STATUS NOT = '00'
025800         DISPLAY 'CIFB540 - SDNIN I/O ERROR, STATUS '
025900             WS-SDN-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     PERFORM 1200-READ-SDN THRU 1200-EXIT.
026400     PERFORM 1300-STORE-SDN THRU 1300-EXIT
026500         UNTIL WS-EOF-YES.
026600     CLOSE SDNIN-FILE.
026700     MOVE 'N' TO WS-EOF-SW.
026800 1100-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100 1200-READ-SDN.
027200     READ SDNIN-FILE
027300         AT END
027400             SET WS-EOF-YES TO TRUE
027500     END-READ.
027600     IF  WS-SDN-STATUS NOT = '00'
027700     AND WS-SDN-STATUS NOT = '10'
027800         DISPLAY 'CIFB540 - SDNIN I/O ERROR, STATUS '
027900             WS-SDN-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300 1200-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600 1300-STORE-SDN.
028700     IF  WS-SDN-MAX >= 2000
028800         DISPLAY 'CIFB540 - SDN LIST EXCEEDS TABLE, RERUN '
028900             'WITH A SPLIT LIST'
029000         MOVE 16 TO RETURN-CODE
029100         GOBACK
029200     END-IF.
029300     ADD 1 TO WS-SDN-MAX.
029400     MOVE SDN-ENTRY-ID TO WS-SDN-ID (WS-SDN-MAX).
029500     MOVE SDN-NAME     TO WS-SDN-NAME (WS-SDN-MAX).
029600     PERFORM 1200-READ-SDN THRU 1200-EXIT.
029700 1300-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000 2000-AGE-ENTITY.
030100*    NO ACTIVE OWNERS, ANY OWNER NEVER CERTIFIED, OR AN OLDEST
030200*    CERTIFICATION PAST THE INTERVAL -- EACH IS AN EXCEPTION.
030300*    A CURRENT ENTITY IS COUNTED AND SKIPPED.
030400     ADD 1 TO WS-TOTAL-ENTITIES.
030500     MOVE SPACES TO DL-EXCEPTION.
030600     EVALUATE TRUE
030700         WHEN WS-OWNER-COUNT = ZERO
030800             ADD 1 TO WS-TOTAL-NO-OWNERS
030900             MOVE 'NO OWNERS ON FILE' TO DL-EXCEPTION
031000             MOVE SPACES TO WS-OLDEST-CERT
031100         WHEN WS-UNCERT-COUNT > ZERO
031200             ADD 1 TO WS-TOTAL-NOT-CERT
031300             MOVE 'OWNER(S) NOT CERTIFIED' TO DL-EXCEPTION
031400         WHEN WS-DAYS-OVERDUE > ZERO
031500             ADD 1 TO WS-TOTAL-OVERDUE
031600             MOVE WS-DAYS-OVERDUE TO EX-DAYS-OVERDUE
031700             MOVE WS-EXCEPTION-OVERDUE TO DL-EXCEPTION
031800     END-EVALUATE.
031900     IF  DL-EXCEPTION NOT = SPACES
032000         MOVE BO-BANK-NBR TO DL-BANK-NBR
032100         MOVE BO-FILE-ID          TO DL-FILE-ID
032200         MOVE BO-KEY              TO DL-FILE-KEY
032300         MOVE WS-CUST-NAME        TO DL-CUST-NAME
032400         MOVE WS-OWNER-COUNT      TO DL-OWNER-COUNT
032500         IF  WS-OLDEST-CERT = '0001-01-01'
032600             MOVE 'NEVER'         TO DL-CERT-DATE
032700         ELSE
032800             MOVE WS-OLDEST-CERT  TO DL-CERT-DATE
032900         END-IF
033000         MOVE WS-DETAIL-LINE TO RPT622-RECORD
033100         WRITE RPT622-RECORD
033200     END-IF.
033300     PERFORM 2100-FETCH-ENTITY THRU 2100-EXIT.
033400 2000-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700 2100-FETCH-ENTITY.
033800     EXEC SQL
033900         FETCH CSR622A
034000          INTO :BO-BANK-NBR, :BO-FILE-ID, :BO-KEY,
034100               :WS-CUST-NAME, :WS-OWNER-COUNT,
034200               :WS-UNCERT-COUNT, :WS-OLDEST-CERT,
034300               :WS-DAYS-OVERDUE
034400     END-EXEC.
034500     IF  SQLCODE NOT = ZERO
034600         SET WS-ENTITY-EOF-YES TO TRUE
034700     END-IF.
034800 2100-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 3000-START-SCREEN.
035200     EXEC SQL
035300         CLOSE CSR622A
035400     END-EXEC.
035500     MOVE SPACES TO RPT622-RECORD.
035600     WRITE RPT622-RECORD.
035700     MOVE WS-HEADING-4 TO RPT622-RECORD.
035800     WRITE RPT622-RECORD.
035900*    ACTIVE OWNERS TOUCHED TODAY -- ADDED, CHANGED, OR
036000*    RECERTIFIED -- ARE THE NIGHTLY POPULATION, AS CIFB535
036100*    SCREENS ONLY TODAY'S TOUCHED ACCOUNTS.  FULL-SCREEN TAKES
036200*    THEM ALL.
036300     EXEC SQL
036400         DECLARE CSR622B CURSOR FOR
036500         SELECT BO_BANK_NBR, BO_FILE_ID, BO_KEY,
036600                BO_OWNER_SEQ, BO_OWNER_NAME
036700           FROM CIF.BENOWNER
036800          WHERE BO_END_DATE = '9999-12-31'
036900            AND (BO_MAINT_DATE = CURRENT DATE
037000             OR  :CIFB540-FULL-SCREEN = 'Y')
037100          ORDER BY BO_BANK_NBR, BO_FILE_ID, BO_KEY,
037200                   BO_OWNER_SEQ
037300     END-EXEC.
037400     EXEC SQL
037500         OPEN CSR622B
037600     END-EXEC.
037700     PERFORM 3200-FETCH-OWNER THRU 3200-EXIT.
037800 3000-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 3100-SCREEN-OWNER.
038200     ADD 1 TO WS-TOTAL-SCREENED.
038300     MOVE ZERO TO WS-BEST-SCORE.
038400     MOVE ZERO TO WS-BEST-SUB.
038500     MOVE BO-OWNER-NAME TO WS-NAME-UPPER.
038600     INSPECT WS-NAME-UPPER
038700         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
038800                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
038900     IF  WS-NAME-UPPER NOT = SPACES
039000         PERFORM 3500-SCORE-ONE-ENTRY THRU 3500-EXIT
039100             VARYING WS-SUB FROM 1 BY 1
039200             UNTIL WS-SUB > WS-SDN-MAX
039300     END-IF.
039400     IF  WS-BEST-SCORE >= CIFB540-MATCH-SCORE
039500     AND CIFB540-MATCH-SCORE > ZERO
039600         PERFORM 4000-HOLD-ENTITY THRU 4000-EXIT
039700     END-IF.
039800     PERFORM 3200-FETCH-OWNER THRU 3200-EXIT.
039900 3100-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200 3200-FETCH-OWNER.
040300     EXEC SQL
040400         FETCH CSR622B
040500          INTO :BO-BANK-NBR, :BO-FILE-ID, :BO-KEY,
040600               :BO-OWNER-SEQ, :BO-OWNER-NAME
040700     END-EXEC.
040800     IF  SQLCODE NOT = ZERO
040900         SET WS-OWNER-EOF-YES TO TRUE
041000     END-IF.
041100 3200-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 3500-SCORE-ONE-ENTRY.
041500*    CIFB535'S SCORING, UNCHANGED -- A FULL-NAME MATCH SCORES
041600*    100; A LEADING-TEN-CHARACTER MATCH SCORES 80.
041700     MOVE ZERO TO WS-SCORE.
041800     IF  WS-SDN-NAME (WS-SUB) = WS-NAME-UPPER
041900         MOVE 100 TO WS-SCORE
042000     ELSE
042100         IF  WS-SDN-NAME (WS-SUB) (1:10) = WS-NAME-UPPER (1:10)
042200         AND WS-NAME-UPPER (1:10) NOT = SPACES
042300             MOVE 80 TO WS-SCORE
042400         END-IF
042500     END-IF.
042600     IF  WS-SCORE > WS-BEST-SCORE
042700         MOVE WS-SCORE TO WS-BEST-SCORE
042800         MOVE WS-SUB   TO WS-BEST-SUB
042900     END-IF.
043000 3500-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 4000-HOLD-ENTITY.
043400*    THE HIT IS ON THE OWNER BUT THE HOLD IS ON THE ENTITY'S
043500*    ACCOUNT -- THE SAME CODE-101 OFAC REVIEW REMARK THROUGH
043600*    CIFU521, NAMING THE OWNER SEQUENCE THAT MATCHED.
043700     MOVE ZERO                TO CIFU521-USERID.
043800     MOVE 'CIFB540'           TO CIFU521-SOURCE.
043900     MOVE SPACES              TO CIFU521-TERMID.
044000     SET CIFU521-FUNC-ADD TO TRUE.
044100     MOVE BO-BANK-NBR         TO CIFU521-BANK-NBR.
044200     MOVE BO-FILE-ID          TO CIFU521-FILE-ID.
044300     MOVE BO-KEY              TO CIFU521-FILE-KEY.
044400     MOVE 2                   TO CIFU521-TYPE.
044500     MOVE ZERO                TO CIFU521-REMARKS-ID.
044600     MOVE '9999-12-31'        TO CIFU521-EXPIRATION.
044700     MOVE 101                 TO CIFU521-CODE.
044800     MOVE BO-OWNER-SEQ        TO HL-OWNER-SEQ.
044900     MOVE SPACES              TO WS-REMARK-TEXT.
045000     STRING 'OFAC SDN MATCH ON BENEFICIAL OWNER '
045100            HL-OWNER-SEQ
045200            ', ENTRY '
045300            WS-SDN-ID (WS-BEST-SUB)
045400         DELIMITED BY SIZE
045500         INTO WS-REMARK-TEXT.
045600     MOVE WS-REMARK-TEXT      TO CIFU521-COMMENT1.
045700     MOVE SPACES              TO CIFU521-COMMENT2.
045800     CALL 'CIFU521' USING CIFU521-PARAMETERS.
045900     IF  CIFU521-ERRORCODE NOT = ZERO
046000         DISPLAY 'CIFB540 - REMARK ADD FAILED: '
046100             CIFU521-ERROR-TEXT
046200     END-IF.
046300     ADD 1 TO WS-TOTAL-HELD.
046400     MOVE BO-BANK-NBR   TO HL-BANK-NBR.
046500     MOVE BO-FILE-ID    TO HL-FILE-ID.
046600     MOVE BO-KEY        TO HL-FILE-KEY.
046700     MOVE WS-BEST-SCORE TO HL-SCORE.
046800     MOVE WS-SDN-ID (WS-BEST-SUB) TO HL-SDN-ID.
046900     MOVE BO-OWNER-NAME TO HL-OWNER-NAME.
047000     MOVE WS-HIT-LINE TO RPT622-RECORD.
047100     WRITE RPT622-RECORD.
047200 4000-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------
047500 8000-FINALIZE.
047600     EXEC SQL
047700         CLOSE CSR622B
047800     END-EXEC.
047900     MOVE SPACES TO RPT622-RECORD.
048000     WRITE RPT622-RECORD.
048100     MOVE 'ENTITIES AGED           - ' TO TL-LABEL.
048200     MOVE WS-TOTAL-ENTITIES  TO TL-COUNT.
048300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
048400     MOVE 'NO OWNERS ON FILE       - ' TO TL-LABEL.
048500     MOVE WS-TOTAL-NO-OWNERS TO TL-COUNT.
048600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
048700     MOVE 'NOT CERTIFIED           - ' TO TL-LABEL.
048800     MOVE WS-TOTAL-NOT-CERT  TO TL-COUNT.
048900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049000     MOVE 'CERTIFICATION OVERDUE   - ' TO TL-LABEL.
049100     MOVE WS-TOTAL-OVERDUE   TO TL-COUNT.
049200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049300     MOVE 'OWNERS SCREENED         - ' TO TL-LABEL.
049400     MOVE WS-TOTAL-SCREENED  TO TL-COUNT.
049500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049600     MOVE 'ENTITIES HELD (OWNER)   - ' TO TL-LABEL.
049700     MOVE WS-TOTAL-HELD      TO TL-COUNT.
049800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049900     CLOSE RPT622-FILE.
050000 8000-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300 8100-WRITE-TOTAL.
050400     MOVE WS-TOTAL-LINE TO RPT622-RECORD.
050500     WRITE RPT622-RECORD.
050600 8100-EXIT.
050700     EXIT.
