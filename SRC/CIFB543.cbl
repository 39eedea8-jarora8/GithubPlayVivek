000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB543.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  ANNUAL            *
001500*                      CLOSED-RELATIONSHIP RETENTION PURGE.  A   *
001600*                      CUSTOMER WHOSE ACCOUNTS ARE ALL CLOSED,   *
001700*                      THE LAST OF THEM LONGER AGO THAN THE      *
001800*                      RETENTION YEARS (AMS.PROPS KEY            *
001900*                      CIFB543.RETAIN.YEARS OVERRIDES THE PARM), *
002000*                      HAS EVERY CIF ROW MOVED TO THE PURGARCH   *
002100*                      ARCHIVE DATASET AND DELETED, WITH A       *
002200*                      CIF.PURGEIDX ROW LEFT SO CIFB544 CAN      *
002300*                      RECALL THEM.  A CUSTOMER UNDER AN OPEN    *
002400*                      CHARGE-OFF, AN UNREMITTED ESCHEAT, AN     *
002500*                      OPEN ACM DISPUTE OR DSDS AML CASE, OR A   *
002600*                      REGULATORY-HOLD REMARK (CODES 101-104,    *
002700*                      AS CIFB523 REPORTS THEM) IS LEFT ALONE    *
002800*                      AND REPORTED WITH THE REASON.  A TRIAL    *
002900*                      RUN REPORTS WITHOUT MOVING ANYTHING.      *
002910*   10/15/2026 RM     CIF.INSIDER, CIF.SCRASTAT, CIF.SCRAACCT    *
002920*                      AND CIF.COMPLAINT ROWS FOR THE CUSTOMER   *
002930*                      ARE ARCHIVED AND DELETED WITH THE REST.   *
002940*                      AN OPEN COMPLAINT OR AN INSIDER ROLE NOT  *
002950*                      YET ENDED HOLDS THE CUSTOMER.             *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PURGARCH-FILE ASSIGN TO PURGARCH
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RPT627-FILE ASSIGN TO RPT627
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PURGARCH-FILE
004500     RECORDING MODE F.
004600 01  PURGARCH-RECORD             PIC X(4136).
004700 FD  RPT627-FILE
004800     RECORDING MODE F.
004900 01  RPT627-RECORD               PIC X(132).
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SW                PIC X       VALUE 'N'.
005400         88  WS-EOF-YES                   VALUE 'Y'.
005500     05  WS-ACCT-EOF-SW           PIC X       VALUE 'N'.
005600         88  WS-ACCT-EOF-YES              VALUE 'Y'.
005700     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
005800         88  WS-ROW-EOF-YES               VALUE 'Y'.
005900     05  WS-TRIAL-SW              PIC X       VALUE 'N'.
006000         88  WS-TRIAL-RUN                 VALUE 'Y'.
006100 01  WS-WORK-FIELDS.
006200     05  WS-RETAIN-YEARS          PIC S9(4)   COMP  VALUE +0.
006300     05  WS-AX                    PIC S9(4)   COMP  VALUE +0.
006400     05  WS-ACCT-MAX              PIC S9(4)   COMP  VALUE +0.
006500     05  WS-COUNT                 PIC S9(9)   COMP  VALUE +0.
006600     05  WS-POSITION              PIC S9(9)   COMP-3 VALUE +0.
006700     05  WS-FIRST-POS             PIC S9(9)   COMP-3 VALUE +0.
006800     05  WS-CUST-ROWS             PIC S9(5)   COMP-3 VALUE +0.
006900     05  WS-REMARK-CODE           PIC S9(3)   COMP-3 VALUE +0.
007000     05  WS-CODE-DISP             PIC 9(03)   VALUE ZERO.
007100     05  WS-DSP-ACCT-NBR          PIC S9(9)   COMP-3 VALUE +0.
007200     05  WS-SKIP-REASON           PIC X(26)   VALUE SPACE.
007300     05  WS-SCANNED               PIC S9(7)   COMP  VALUE ZERO.
007400     05  WS-PURGED                PIC S9(7)   COMP  VALUE ZERO.
007500     05  WS-ELIGIBLE              PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-SKIP-CHGOFF           PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-SKIP-ESCHEAT          PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-SKIP-DISPUTE          PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-SKIP-AML              PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-SKIP-REGHOLD          PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-SKIP-ACCTMAX          PIC S9(7)   COMP  VALUE ZERO.
008200     05  WS-JOINT-KEPT            PIC S9(7)   COMP  VALUE ZERO.
008210     05  WS-SKIP-COMPLAINT        PIC S9(7)   COMP  VALUE ZERO.
008220     05  WS-SKIP-INSIDER          PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-TOTAL-ROWS            PIC S9(9)   COMP  VALUE ZERO.
008400*    THE CUSTOMER UNDER REVIEW, FROM THE CANDIDATE CURSOR.
008500 01  WS-CUST-FIELDS.
008600     05  WS-CUST-ID               PIC S9(9)   COMP-3.
008700     05  WS-CUST-BANK-NBR         PIC S9(3)   COMP-3.
008800     05  WS-CUST-FILE-ID          PIC X(04).
008900     05  WS-CUST-FILE-KEY         PIC X(25).
009000     05  WS-CUST-NAME             PIC X(40).
009100     05  WS-CUST-TAX-ID           PIC S9(9)   COMP-3.
009200     05  WS-LAST-CLOSE            PIC X(10).
009300*    THE KEY WHOSE ROWS ARE BEING CHECKED OR MOVED -- ONE OF
009400*    THE CUSTOMER'S ACCOUNTS, OR THE CUSTOMER ITSELF.  XREF-ID
009500*    IS THE FILE-ID THAT KEY CARRIES ON CIF.CUSTXREF.
009600 01  WS-ROW-FIELDS.
009700     05  WS-ROW-BANK-NBR          PIC S9(3)   COMP-3.
009800     05  WS-ROW-FILE-ID           PIC X(04).
009900     05  WS-ROW-FILE-KEY          PIC X(25).
010000     05  WS-ROW-XREF-ID           PIC X(04).
010100 01  WS-KEY-WORK.
010200     05  FILLER                   PIC X(16).
010300     05  WS-KEY-ACCT-NBR          PIC 9(09).
010400*    THE CUSTOMER'S ACCOUNTS, LOADED BEFORE ANY HOLD IS CHECKED.
010500 01  WS-ACCT-TABLE.
010600     05  WS-ACCT-ENTRY  OCCURS 200 TIMES.
010700         10  WS-AT-BANK-NBR       PIC S9(3)   COMP-3.
010800         10  WS-AT-FILE-ID        PIC X(04).
010900         10  WS-AT-KEY            PIC X(25).
011000         10  WS-AT-ADDRESS-ID     PIC S9(9)   COMP-3.
011100*----------------------------------------------------------------
011200 01  WS-PURGE-WORK.
011300     COPY CIFPRGAR.
011400*----------------------------------------------------------------
011500     COPY CIFU010P.
011600*----------------------------------------------------------------
011700     COPY CIFADDR.
011800*----------------------------------------------------------------
011900     COPY CIFU021P.
012000*----------------------------------------------------------------
012100     COPY CIFRMXX.
012200*----------------------------------------------------------------
012300     COPY CIFCHGOF.
012400*----------------------------------------------------------------
012500     COPY CIFESCHT.
012600*----------------------------------------------------------------
012700     COPY CIFONBRD.
012800*----------------------------------------------------------------
012900     COPY CIFBOWNR.
013000*----------------------------------------------------------------
013100     COPY CIFAUTHP.
013200*----------------------------------------------------------------
013300     COPY CIFPRGIX.
013400*----------------------------------------------------------------
013500     COPY APICPYA1.
013510*----------------------------------------------------------------
013520     COPY CIFINSDR.
013530*----------------------------------------------------------------
013540     COPY CIFSCRA.
013550*----------------------------------------------------------------
013560     COPY CIFSCRAA.
013570*----------------------------------------------------------------
013580     COPY CIFCMPLT.
013600*----------------------------------------------------------------
013700 01  WS-HEADING-1.
013800     05  FILLER  PIC X(50) VALUE
013900       'CIFB543  CLOSED-RELATIONSHIP CIF RETENTION PURGE'.
014000     05  FILLER  PIC X(16) VALUE
014100       'RETENTION YEARS '.
014200     05  HD-RETAIN-YEARS          PIC Z9.
014300     05  FILLER                   PIC X(04)   VALUE SPACE.
014400     05  HD-MODE                  PIC X(10)   VALUE SPACE.
014500     05  FILLER                   PIC X(50)   VALUE SPACE.
014600 01  WS-HEADING-2.
014700     05  FILLER  PIC X(52) VALUE
014800       'ACTION   CUST-ID    CUSTOMER NAME'.
014900     05  FILLER  PIC X(40) VALUE
015000       'LAST CLOSE  REASON'.
015100     05  FILLER  PIC X(40) VALUE
015200       'FILE FILE-KEY                   ROWS'.
015300 01  WS-DETAIL-LINE.
015400     05  DL-ACTION                PIC X(08).
015500     05  FILLER                   PIC X(01)   VALUE SPACE.
015600     05  DL-CUST-ID               PIC 9(09).
015700     05  FILLER                   PIC X(02)   VALUE SPACE.
015800     05  DL-CUST-NAME             PIC X(30).
015900     05  FILLER                   PIC X(02)   VALUE SPACE.
016000     05  DL-LAST-CLOSE            PIC X(10).
016100     05  FILLER                   PIC X(02)   VALUE SPACE.
016200     05  DL-REASON                PIC X(26).
016300     05  FILLER                   PIC X(02)   VALUE SPACE.
016400     05  DL-FILE-ID               PIC X(04).
016500     05  FILLER                   PIC X(01)   VALUE SPACE.
016600     05  DL-FILE-KEY              PIC X(25).
016700     05  FILLER                   PIC X(02)   VALUE SPACE.
016800     05  DL-ROWS                  PIC ZZZZ9.
016900     05  FILLER                   PIC X(03)   VALUE SPACE.
017000 01  WS-TOTAL-LINE.
017100     05  TL-LABEL                 PIC X(26).
017200     05  TL-COUNT                 PIC ZZ,ZZZ,ZZ9.
017300     05  FILLER                   PIC X(96)   VALUE SPACE.
017400*----------------------------------------------------------------
017500 LINKAGE SECTION.
017600 01  CIFB543-PARM.
017700*    RETAIN-YEARS IS HOW LONG AFTER THE LAST ACCOUNT CLOSES A
017800*    RELATIONSHIP STAYS ON FILE (AMS.PROPS KEY
017900*    CIFB543.RETAIN.YEARS OVERRIDES IT).  THE DATASET NAME GOES
018000*    ON EVERY CIF.PURGEIDX ROW SO A RECALL KNOWS WHAT TO MOUNT.
018100*    TRIAL-SW Y REPORTS WHO WOULD GO AND WHO IS HELD, AND
018200*    MOVES NOTHING.
018300     05  CIFB543-RETAIN-YEARS      PIC 9(02).
018400     05  CIFB543-DATASET           PIC X(44).
018500     05  CIFB543-TRIAL-SW          PIC X(01).
018600*----------------------------------------------------------------
018700 PROCEDURE DIVISION USING CIFB543-PARM.
018800*
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
019200         UNTIL WS-EOF-YES.
019300     EXEC SQL CLOSE CSR543C END-EXEC.
019400     EXEC SQL COMMIT END-EXEC.
019500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019600     GOBACK.
019700*----------------------------------------------------------------
019800 0500-RESOLVE-RETENTION.
019900*    THE AMS.PROPS KEY, WHEN SET AND NUMERIC, OVERRIDES THE
020000*    CALLER'S PARM.  NOTHING RUNS ON A RETENTION OF ZERO --
020100*    THAT WOULD TAKE EVERY CLOSED RELATIONSHIP ON FILE.
020200     MOVE CIFB543-RETAIN-YEARS TO WS-RETAIN-YEARS.
020300     MOVE SPACES TO AMSPRP-KEY-TEXT.
020400     MOVE 'CIFB543.RETAIN.YEARS' TO AMSPRP-KEY-TEXT.
020500     MOVE +20 TO AMSPRP-KEY-LEN.
020600     EXEC SQL
020700         SELECT AMSPRP_VALUE
020800           INTO :AMSPRP-VALUE
020900           FROM AMS.PROPS
021000          WHERE AMSPRP_KEY = :AMSPRP-KEY
021100     END-EXEC.
021200     IF  SQLCODE = ZERO
021300     AND AMSPRP-VALUE-TEXT (1:2) NUMERIC
021400         MOVE AMSPRP-VALUE-TEXT (1:2) TO WS-RETAIN-YEARS
021500     END-IF.
021600     IF  WS-RETAIN-YEARS < 1
021700         DISPLAY 'CIFB543 - RETENTION YEARS MUST BE AT LEAST 1'
021800         MOVE 16 TO RETURN-CODE
021900         GOBACK
022000     END-IF.
022100     MOVE WS-RETAIN-YEARS TO HD-RETAIN-YEARS.
022200 0500-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500 1000-INITIALIZE.
022600     PERFORM 0500-RESOLVE-RETENTION THRU 0500-EXIT.
022700     MOVE CIFB543-TRIAL-SW TO WS-TRIAL-SW.
022800     IF  WS-TRIAL-RUN
022900         MOVE 'TRIAL RUN' TO HD-MODE
023000     END-IF.
023100     OPEN OUTPUT PURGARCH-FILE.
023200     OPEN OUTPUT RPT627-FILE.
023300     MOVE WS-HEADING-1 TO RPT627-RECORD.
023400     WRITE RPT627-RECORD.
023500     MOVE WS-HEADING-2 TO RPT627-RECORD.
023600     WRITE RPT627-RECORD.
023700*    A CANDIDATE IS A CUSTOMER WITH NO ACCOUNT STILL OPEN
023800*    WHOSE LATEST CLOSE DATE IS PAST THE RETENTION PERIOD.
023900*    THE CURSOR HOLDS ACROSS THE COMMIT TAKEN AFTER EACH
024000*    CUSTOMER IS MOVED.
024100     EXEC SQL
024200         DECLARE CSR543C CURSOR WITH HOLD FOR
024300         SELECT C.CUST_ID, C.CUST_BANK_NBR, C.CUST_FILE_ID,
024400                C.CUST_FILE_KEY, C.CUST_NAME, C.CUST_TAX_ID,
024500                CHAR(MAX(A.ACCT_CLOSE_DATE), ISO)
024600           FROM CIF.CUSTOMER C
024700           JOIN CIF.CUSTXREF X
024800             ON X.RELATED_BANK_NBR = C.CUST_BANK_NBR
024900            AND X.RELATED_FILE_ID  = C.CUST_FILE_ID
025000            AND X.RELATED_FILE_KEY = C.CUST_FILE_KEY
025100            AND X.FILE_ID          = 'ACCT'
025200           JOIN CIF.ACCOUNT A
025300             ON A.ACCT_BANK_NBR    = X.BANK_NBR
025400            AND A.ACCT_KEY         = X.FILE_KEY
025500          WHERE C.CUST_FILE_ID     = 'CUST'
025600          GROUP BY C.CUST_ID, C.CUST_BANK_NBR, C.CUST_FILE_ID,
025700                C.CUST_FILE_KEY, C.CUST_NAME, C.CUST_TAX_ID
025800         HAVING SUM(CASE WHEN A.ACCT_STATUS = 'C'
025900                         THEN 0 ELSE 1 END) = 0
026000            AND MAX(A.ACCT_CLOSE_DATE) <
026100                CURRENT DATE - :WS-RETAIN-YEARS YEARS
026200          ORDER BY C.CUST_ID
026300     END-EXEC.
026400     EXEC SQL
026500         OPEN CSR543C
026600     END-EXEC.
026700     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100 2000-PROCESS-CUSTOMER.
027200     ADD 1 TO WS-SCANNED.
027300     PERFORM 2200-JUDGE-CUSTOMER THRU 2200-EXIT.
027400     PERFORM 2100-FETCH-CUSTOMER THRU 2100-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800 2100-FETCH-CUSTOMER.
027900     EXEC SQL
028000         FETCH CSR543C
028100          INTO :WS-CUST-ID, :WS-CUST-BANK-NBR, :WS-CUST-FILE-ID,
028200               :WS-CUST-FILE-KEY, :WS-CUST-NAME, :WS-CUST-TAX-ID,
028300               :WS-LAST-CLOSE
028400     END-EXEC.
028500     IF  SQLCODE NOT = ZERO
028600         SET WS-EOF-YES TO TRUE
028700     END-IF.
028800 2100-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100 2200-JUDGE-CUSTOMER.
029200*    ANY HOLD LEAVES THE WHOLE RELATIONSHIP ON FILE; THE REPORT
029300*    LINE NAMES THE REASON AND THE KEY IT WAS FOUND ON.
029400     MOVE SPACES           TO WS-SKIP-REASON.
029500     MOVE ZERO             TO WS-CUST-ROWS.
029600     MOVE WS-CUST-BANK-NBR TO WS-ROW-BANK-NBR.
029700     MOVE WS-CUST-FILE-ID  TO WS-ROW-FILE-ID.
029800     MOVE WS-CUST-FILE-KEY TO WS-ROW-FILE-KEY.
029900     PERFORM 3000-LOAD-ACCOUNTS THRU 3000-EXIT.
030000     IF  WS-SKIP-REASON = SPACES
030100         PERFORM 4000-CHECK-HOLDS THRU 4000-EXIT
030200     END-IF.
030300     IF  WS-SKIP-REASON NOT = SPACES
030400         MOVE 'SKIPPED'  TO DL-ACTION
030500         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
030600         GO TO 2200-EXIT
030700     END-IF.
030800     IF  WS-TRIAL-RUN
030900         ADD 1 TO WS-ELIGIBLE
031000         MOVE 'ELIGIBLE' TO DL-ACTION
031100         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
031200         GO TO 2200-EXIT
031300     END-IF.
031400     PERFORM 5000-PURGE-CUSTOMER THRU 5000-EXIT.
031500     EXEC SQL COMMIT END-EXEC.
031600     ADD 1 TO WS-PURGED.
031700     MOVE 'PURGED'   TO DL-ACTION.
031800     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
031900 2200-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200 3000-LOAD-ACCOUNTS.
032300     MOVE ZERO TO WS-ACCT-MAX.
032400     MOVE 'N'  TO WS-ACCT-EOF-SW.
032500     EXEC SQL
032600         DECLARE CSR543A CURSOR FOR
032700         SELECT A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY,
032800                A.ACCT_ADDRESS_ID
032900           FROM CIF.CUSTXREF X
033000           JOIN CIF.ACCOUNT A
033100             ON A.ACCT_BANK_NBR    = X.BANK_NBR
033200            AND A.ACCT_KEY         = X.FILE_KEY
033300          WHERE X.RELATED_BANK_NBR = :WS-CUST-BANK-NBR
033400            AND X.RELATED_FILE_ID  = :WS-CUST-FILE-ID
033500            AND X.RELATED_FILE_KEY = :WS-CUST-FILE-KEY
033600            AND X.FILE_ID          = 'ACCT'
033700     END-EXEC.
033800     EXEC SQL OPEN CSR543A END-EXEC.
033900     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT.
034000     PERFORM 3200-STORE-ACCOUNT THRU 3200-EXIT
034100         UNTIL WS-ACCT-EOF-YES.
034200     EXEC SQL CLOSE CSR543A END-EXEC.
034300 3000-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600 3100-FETCH-ACCOUNT.
034700     EXEC SQL
034800         FETCH CSR543A
034900          INTO :ACCT-BANK-NBR, :ACCT-FILE-ID, :ACCT-KEY,
035000               :ACCT-ADDRESS-ID
035100     END-EXEC.
035200     IF  SQLCODE NOT = ZERO
035300         SET WS-ACCT-EOF-YES TO TRUE
035400     END-IF.
035500 3100-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800 3200-STORE-ACCOUNT.
035900*    A RELATIONSHIP TOO BIG FOR THE TABLE IS LEFT FOR A
036000*    MANUAL REVIEW RATHER THAN MOVED IN PART.
036100     IF  WS-ACCT-MAX >= 200
036200         MOVE 'MORE THAN 200 ACCOUNTS' TO WS-SKIP-REASON
036300         ADD 1 TO WS-SKIP-ACCTMAX
036400         SET WS-ACCT-EOF-YES TO TRUE
036500         GO TO 3200-EXIT
036600     END-IF.
036700     ADD 1 TO WS-ACCT-MAX.
036800     MOVE ACCT-BANK-NBR   TO WS-AT-BANK-NBR (WS-ACCT-MAX).
036900     MOVE ACCT-FILE-ID    TO WS-AT-FILE-ID (WS-ACCT-MAX).
037000     MOVE ACCT-KEY        TO WS-AT-KEY (WS-ACCT-MAX).
037100     MOVE ACCT-ADDRESS-ID TO WS-AT-ADDRESS-ID (WS-ACCT-MAX).
037200     PERFORM 3100-FETCH-ACCOUNT THRU 3100-EXIT.
037300 3200-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600 4000-CHECK-HOLDS.
037700*    AN AML CASE STILL OPEN, WORKING OR ESCALATED HOLDS THE
037800*    CUSTOMER; A CLOSED OR SAR-FILED CASE DOES NOT.
037900     MOVE ZERO TO WS-COUNT.
038000     EXEC SQL
038100         SELECT COUNT(*)
038200           INTO :WS-COUNT
038300           FROM DSDS.AMLCASE
038400          WHERE CASE_CUST_ID = :WS-CUST-ID
038500            AND CASE_STATUS IN ('O', 'W', 'E')
038600     END-EXEC.
038700     IF  WS-COUNT > ZERO
038800         MOVE 'OPEN DSDS.AMLCASE' TO WS-SKIP-REASON
038900         ADD 1 TO WS-SKIP-AML
039000         GO TO 4000-EXIT
039100     END-IF.
039101*    A COMPLAINT NOT YET CLOSED, TAKEN UNDER THE CUSTOMER OR
039102*    PLACED ON THEM BY CIFU021, IS STILL BEING WORKED.
039103     MOVE ZERO TO WS-COUNT.
039104     EXEC SQL
039105         SELECT COUNT(*)
039106           INTO :WS-COUNT
039107           FROM CIF.COMPLAINT
039108          WHERE (CMP_CUST_ID = :WS-CUST-ID
039109             OR (CMP_BANK_NBR = :WS-CUST-BANK-NBR
039110            AND  CMP_FILE_ID  = :WS-CUST-FILE-ID
039111            AND  CMP_FILE_KEY = :WS-CUST-FILE-KEY))
039112            AND CMP_STATUS <> 'C'
039113     END-EXEC.
039114     IF  WS-COUNT > ZERO
039115         MOVE 'OPEN CIF.COMPLAINT' TO WS-SKIP-REASON
039116         ADD 1 TO WS-SKIP-COMPLAINT
039117         GO TO 4000-EXIT
039118     END-IF.
039119*    AN INSIDER ROLE RUNS THROUGH ITS END DATE (9999-12-31 WHILE
039120*    IT CONTINUES); ONLY ENDED ROLES ARE HISTORY THAT MAY GO.
039121     MOVE ZERO TO WS-COUNT.
039122     EXEC SQL
039123         SELECT COUNT(*)
039124           INTO :WS-COUNT
039125           FROM CIF.INSIDER
039126          WHERE INSDR_CUST_ID   = :WS-CUST-ID
039127            AND INSDR_END_DATE >= CURRENT DATE
039128     END-EXEC.
039129     IF  WS-COUNT > ZERO
039130         MOVE 'ACTIVE CIF.INSIDER ROLE' TO WS-SKIP-REASON
039131         ADD 1 TO WS-SKIP-INSIDER
039132         GO TO 4000-EXIT
039133     END-IF.
039200     PERFORM 4500-CHECK-REG-HOLD THRU 4500-EXIT.
039300     IF  WS-SKIP-REASON NOT = SPACES
039400         GO TO 4000-EXIT
039500     END-IF.
039600     PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
039700         VARYING WS-AX FROM 1 BY 1
039800         UNTIL WS-AX > WS-ACCT-MAX
039900         OR WS-SKIP-REASON NOT = SPACES.
040000 4000-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300 4100-CHECK-ONE-ACCOUNT.
040400     MOVE WS-AT-BANK-NBR (WS-AX) TO WS-ROW-BANK-NBR.
040500     MOVE WS-AT-FILE-ID (WS-AX)  TO WS-ROW-FILE-ID.
040600     MOVE WS-AT-KEY (WS-AX)      TO WS-ROW-FILE-KEY.
040700     MOVE ZERO TO WS-COUNT.
040800     EXEC SQL
040900         SELECT COUNT(*)
041000           INTO :WS-COUNT
041100           FROM CIF.CHGOFF
041200          WHERE CO_BANK_NBR = :WS-ROW-BANK-NBR
041300            AND CO_FILE_ID  = :WS-ROW-FILE-ID
041400            AND CO_KEY      = :WS-ROW-FILE-KEY
041500            AND CO_STATUS   = 'O'
041600     END-EXEC.
041700     IF  WS-COUNT > ZERO
041800         MOVE 'OPEN CIF.CHGOFF' TO WS-SKIP-REASON
041900         ADD 1 TO WS-SKIP-CHGOFF
042000         GO TO 4100-EXIT
042100     END-IF.
042200*    ANY ESCHEAT SHORT OF STAGE 4 (REMITTED) IS UNFINISHED.
042300     MOVE ZERO TO WS-COUNT.
042400     EXEC SQL
042500         SELECT COUNT(*)
042600           INTO :WS-COUNT
042700           FROM CIF.ESCHEAT
042800          WHERE ESCH_BANK_NBR = :WS-ROW-BANK-NBR
042900            AND ESCH_FILE_ID  = :WS-ROW-FILE-ID
043000            AND ESCH_KEY      = :WS-ROW-FILE-KEY
043100            AND ESCH_STAGE    < 4
043200     END-EXEC.
043300     IF  WS-COUNT > ZERO
043400         MOVE 'ESCHEAT NOT REMITTED' TO WS-SKIP-REASON
043500         ADD 1 TO WS-SKIP-ESCHEAT
043600         GO TO 4100-EXIT
043700     END-IF.
043800     PERFORM 4500-CHECK-REG-HOLD THRU 4500-EXIT.
043900     IF  WS-SKIP-REASON NOT = SPACES
044000         GO TO 4100-EXIT
044100     END-IF.
044200*    ACM.DISPUTE CARRIES THE ACCOUNT NUMBER, THE LAST NINE
044300*    POSITIONS OF THE CIF KEY.  OPEN AND PROVISIONAL BOTH HOLD.
044400     MOVE WS-ROW-FILE-KEY TO WS-KEY-WORK.
044500     IF  WS-KEY-ACCT-NBR NOT NUMERIC
044600         GO TO 4100-EXIT
044700     END-IF.
044800     MOVE WS-KEY-ACCT-NBR TO WS-DSP-ACCT-NBR.
044900     MOVE ZERO TO WS-COUNT.
045000     EXEC SQL
045100         SELECT COUNT(*)
045200           INTO :WS-COUNT
045300           FROM ACM.DISPUTE
045400          WHERE DSP_BANK_NBR = :WS-ROW-BANK-NBR
045500            AND DSP_ACCT_NBR = :WS-DSP-ACCT-NBR
045600            AND DSP_STATUS  <> 'R'
045700     END-EXEC.
045800     IF  WS-COUNT > ZERO
045900         MOVE 'OPEN ACM.DISPUTE' TO WS-SKIP-REASON
046000         ADD 1 TO WS-SKIP-DISPUTE
046100     END-IF.
046200 4100-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 4500-CHECK-REG-HOLD.
046600*    THE REGULATORY-HOLD REMARKS CIFB523 REPORTS (OFAC REVIEW,
046700*    LITIGATION, BANKRUPTCY, SUBPOENA) HOLD WHETHER OR NOT THEY
046800*    HAVE PASSED THEIR EXPIRATION -- LEGAL RELEASES A HOLD BY
046900*    REMOVING THE REMARK.
047000     MOVE ZERO TO WS-REMARK-CODE.
047100     EXEC SQL
047200         SELECT COALESCE(MIN(ACCTR_CODE), 0)
047300           INTO :WS-REMARK-CODE
047400           FROM CIF.ACCTRMX
047500          WHERE ACCTR_BANK_NBR = :WS-ROW-BANK-NBR
047600            AND ACCTR_FILE_ID  = :WS-ROW-FILE-ID
047700            AND ACCTR_KEY      = :WS-ROW-FILE-KEY
047800            AND ACCTR_CODE IN (101, 102, 103, 104)
047900     END-EXEC.
048000     IF  WS-REMARK-CODE > ZERO
048100         MOVE WS-REMARK-CODE TO WS-CODE-DISP
048200         STRING 'REGULATORY HOLD REMARK ' WS-CODE-DISP
048300             DELIMITED BY SIZE
048400             INTO WS-SKIP-REASON
048500         ADD 1 TO WS-SKIP-REGHOLD
048600     END-IF.
048700 4500-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 5000-PURGE-CUSTOMER.
049100*    ACCOUNTS FIRST, THEN THE ROWS KEYED TO THE CUSTOMER, THE
049200*    CROSS-REFERENCES THAT STILL NAME THEM, AND THE CUSTOMER
049300*    ROWS THEMSELVES.  THE INDEX ROW RECORDS WHERE IT ALL WENT.
049400     COMPUTE WS-FIRST-POS = WS-POSITION + 1.
049500     PERFORM 5100-PURGE-ONE-ACCOUNT THRU 5100-EXIT
049600         VARYING WS-AX FROM 1 BY 1
049700         UNTIL WS-AX > WS-ACCT-MAX.
049800     MOVE WS-CUST-BANK-NBR TO WS-ROW-BANK-NBR.
049900     MOVE WS-CUST-FILE-ID  TO WS-ROW-FILE-ID.
050000     MOVE WS-CUST-FILE-KEY TO WS-ROW-FILE-KEY.
050100     MOVE WS-CUST-FILE-ID  TO WS-ROW-XREF-ID.
050200     PERFORM 5500-MOVE-KEYED-ROWS THRU 5500-EXIT.
050300     PERFORM 5700-MOVE-RELATED-XREFS THRU 5700-EXIT.
050310     PERFORM 5900-MOVE-CUST-TABLES THRU 5900-EXIT.
050400     PERFORM 5800-MOVE-CUSTOMER THRU 5800-EXIT.
050500     EXEC SQL
050600         INSERT INTO CIF.PURGEIDX
050700                (PIX_CUST_ID, PIX_BANK_NBR, PIX_FILE_ID,
050800                 PIX_FILE_KEY, PIX_CUST_NAME, PIX_TAX_ID,
050900                 PIX_LAST_CLOSE, PIX_PURGE_DATE, PIX_DATASET,
051000                 PIX_FIRST_POS, PIX_ROW_COUNT)
051100         VALUES (:WS-CUST-ID, :WS-CUST-BANK-NBR,
051200                 :WS-CUST-FILE-ID, :WS-CUST-FILE-KEY,
051300                 :WS-CUST-NAME, :WS-CUST-TAX-ID,
051400                 :WS-LAST-CLOSE, CURRENT DATE,
051500                 :CIFB543-DATASET, :WS-FIRST-POS,
051600                 :WS-CUST-ROWS)
051700     END-EXEC.
051800 5000-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100 5100-PURGE-ONE-ACCOUNT.
052200*    ANOTHER CUSTOMER STILL TIED TO THE ACCOUNT (JOINT OWNER,
052300*    BENEFICIARY) KEEPS IT ON FILE AND ONLY THIS CUSTOMER'S
052400*    CROSS-REFERENCE GOES.  THE LAST CUSTOMER TIED TO IT TAKES
052500*    IT WITH THEM WHEN THEIR OWN RELATIONSHIP PURGES.
052600     MOVE WS-AT-BANK-NBR (WS-AX) TO WS-ROW-BANK-NBR.
052700     MOVE WS-AT-FILE-ID (WS-AX)  TO WS-ROW-FILE-ID.
052800     MOVE WS-AT-KEY (WS-AX)      TO WS-ROW-FILE-KEY.
052900     MOVE 'ACCT'                 TO WS-ROW-XREF-ID.
053000     MOVE ZERO TO WS-COUNT.
053100     EXEC SQL
053200         SELECT COUNT(*)
053300           INTO :WS-COUNT
053400           FROM CIF.CUSTXREF
053500          WHERE BANK_NBR        = :WS-ROW-BANK-NBR
053600            AND FILE_ID         = 'ACCT'
053700            AND FILE_KEY        = :WS-ROW-FILE-KEY
053800            AND RELATED_FILE_ID = 'CUST'
053900            AND NOT (RELATED_BANK_NBR = :WS-CUST-BANK-NBR
054000                AND  RELATED_FILE_KEY = :WS-CUST-FILE-KEY)
054100     END-EXEC.
054200     IF  WS-COUNT > ZERO
054300         ADD 1 TO WS-JOINT-KEPT
054400         GO TO 5100-EXIT
054500     END-IF.
054600     PERFORM 5500-MOVE-KEYED-ROWS THRU 5500-EXIT.
054700     PERFORM 5200-MOVE-ACCOUNT THRU 5200-EXIT.
054800     PERFORM 5300-MOVE-ADDRESS THRU 5300-EXIT.
054900 5100-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200 5200-MOVE-ACCOUNT.
055300     EXEC SQL
055400         SELECT ACCT_BANK_NBR, ACCT_FILE_ID, ACCT_KEY,
055500                ACCT_ADDRESS_ID, ACCT_MAIL_CODE, ACCT_OPEN_DATE,
055600                ACCT_CLOSE_DATE, ACCT_STATUS,
055700                ACCT_PROG_MAINT_DT, ACCT_BALANCE,
055800                ACCT_PROMO_CODE, ACCT_DESC_CODE, ACCT_NAME_RPL,
055900                ACCT_NAME_EXT_RPL, ACCT_NAME_ADD1,
056000                ACCT_NAME_ADD2, ACCT_NAME_ADD3, ACCT_TITLE,
056100                ACCT_OPENED_BY_OPERATOR, ACCT_E_CONSENT_IND,
056200                ACCT_E_CONSENT_DATE
056300           INTO :ACCT-BANK-NBR, :ACCT-FILE-ID, :ACCT-KEY,
056400                :ACCT-ADDRESS-ID, :ACCT-MAIL-CODE,
056500                :ACCT-OPEN-DATE, :ACCT-CLOSE-DATE, :ACCT-STATUS,
056600                :ACCT-PROG-MAINT-DT, :ACCT-BALANCE,
056700                :ACCT-PROMO-CODE, :ACCT-DESC-CODE,
056800                :ACCT-NAME-RPL, :ACCT-NAME-EXT-RPL,
056900                :ACCT-NAME-ADD1, :ACCT-NAME-ADD2,
057000                :ACCT-NAME-ADD3, :ACCT-TITLE,
057100                :ACCT-OPENED-BY-OPERATOR, :ACCT-E-CONSENT-IND,
057200                :ACCT-E-CONSENT-DATE
057300           FROM CIF.ACCOUNT
057400          WHERE ACCT_BANK_NBR = :WS-ROW-BANK-NBR
057500            AND ACCT_FILE_ID  = :WS-ROW-FILE-ID
057600            AND ACCT_KEY      = :WS-ROW-FILE-KEY
057700     END-EXEC.
057800     IF  SQLCODE NOT = ZERO
057900         GO TO 5200-EXIT
058000     END-IF.
058100     MOVE 'CIF.ACCOUNT'  TO PRGA-TABLE.
058200     MOVE CIF-ACCOUNT    TO PRGA-IMAGE.
058300     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
058400     EXEC SQL
058500         DELETE FROM CIF.ACCOUNT
058600          WHERE ACCT_BANK_NBR = :WS-ROW-BANK-NBR
058700            AND ACCT_FILE_ID  = :WS-ROW-FILE-ID
058800            AND ACCT_KEY      = :WS-ROW-FILE-KEY
058900     END-EXEC.
059000 5200-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300 5300-MOVE-ADDRESS.
059400*    AN ADDRESS ANOTHER ACCOUNT STILL MAILS TO STAYS.
059500     MOVE WS-AT-ADDRESS-ID (WS-AX) TO ADDR-ADDRESS-ID.
059600     MOVE ZERO TO WS-COUNT.
059700     EXEC SQL
059800         SELECT COUNT(*)
059900           INTO :WS-COUNT
060000           FROM CIF.ACCOUNT
060100          WHERE ACCT_ADDRESS_ID = :ADDR-ADDRESS-ID
060200     END-EXEC.
060300     IF  WS-COUNT > ZERO
060400         GO TO 5300-EXIT
060500     END-IF.
060600     EXEC SQL
060700         SELECT ADDR_ADDRESS_ID, ADDR_LINE1, ADDR_LINE2,
060800                ADDR_CITY, ADDR_STATE, ADDR_ZIP
060900           INTO :ADDR-ADDRESS-ID, :ADDR-LINE1, :ADDR-LINE2,
061000                :ADDR-CITY, :ADDR-STATE, :ADDR-ZIP
061100           FROM CIF.ADDRESS
061200          WHERE ADDR_ADDRESS_ID = :ADDR-ADDRESS-ID
061300     END-EXEC.
061400     IF  SQLCODE NOT = ZERO
061500         GO TO 5300-EXIT
061600     END-IF.
061700     MOVE 'CIF.ADDRESS'  TO PRGA-TABLE.
061800     MOVE CIF-ADDRESS    TO PRGA-IMAGE.
061900     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
062000     EXEC SQL
062100         DELETE FROM CIF.ADDRESS
062200          WHERE ADDR_ADDRESS_ID = :ADDR-ADDRESS-ID
062300     END-EXEC.
062400 5300-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700 5500-MOVE-KEYED-ROWS.
062800*    EVERY SATELLITE ROW CARRYING THE KEY IN WS-ROW-FIELDS.
062900*    THE HOLD CHECKS HAVE ALREADY PASSED, SO ANY CHARGE-OFF
063000*    LEFT IS FULLY RECOVERED AND ANY ESCHEAT IS REMITTED.
063100     PERFORM 5510-MOVE-REMARKS THRU 5510-EXIT.
063200     PERFORM 5520-MOVE-REMARK-XREFS THRU 5520-EXIT.
063300     PERFORM 5530-MOVE-BENOWNERS THRU 5530-EXIT.
063400     PERFORM 5540-MOVE-AUTH-PARTIES THRU 5540-EXIT.
063500     PERFORM 5550-MOVE-ANCHOR-XREFS THRU 5550-EXIT.
063600     PERFORM 5600-MOVE-SINGLE-ROWS THRU 5600-EXIT.
063700 5500-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000 5510-MOVE-REMARKS.
064100     MOVE 'N' TO WS-ROW-EOF-SW.
064200     EXEC SQL
064300         DECLARE CSR543R CURSOR FOR
064400         SELECT ACCTR_BANK_NBR, ACCTR_FILE_ID, ACCTR_KEY,
064500                ACCTR_TYPE, ACCTR_REMARKS_ID, ACCTR_DATE_PLACED,
064600                ACCTR_EXPIRATION, ACCTR_CODE, ACCTR_REMARKS
064700           FROM CIF.ACCTRMX
064800          WHERE ACCTR_BANK_NBR = :WS-ROW-BANK-NBR
064900            AND ACCTR_FILE_ID  = :WS-ROW-FILE-ID
065000            AND ACCTR_KEY      = :WS-ROW-FILE-KEY
065100     END-EXEC.
065200     EXEC SQL OPEN CSR543R END-EXEC.
065300     PERFORM 5511-FETCH-REMARK THRU 5511-EXIT.
065400     PERFORM 5512-ARCHIVE-REMARK THRU 5512-EXIT
065500         UNTIL WS-ROW-EOF-YES.
065600     EXEC SQL CLOSE CSR543R END-EXEC.
065700     EXEC SQL
065800         DELETE FROM CIF.ACCTRMX
065900          WHERE ACCTR_BANK_NBR = :WS-ROW-BANK-NBR
066000            AND ACCTR_FILE_ID  = :WS-ROW-FILE-ID
066100            AND ACCTR_KEY      = :WS-ROW-FILE-KEY
066200     END-EXEC.
066300 5510-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 5511-FETCH-REMARK.
066700     EXEC SQL
066800         FETCH CSR543R
066900          INTO :ACCTR-BANK-NBR, :ACCTR-FILE-ID, :ACCTR-KEY,
067000               :ACCTR-TYPE, :ACCTR-REMARKS-ID,
067100               :ACCTR-DATE-PLACED, :ACCTR-EXPIRATION,
067200               :ACCTR-CODE, :ACCTR-REMARKS
067300     END-EXEC.
067400     IF  SQLCODE NOT = ZERO
067500         SET WS-ROW-EOF-YES TO TRUE
067600     END-IF.
067700 5511-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000 5512-ARCHIVE-REMARK.
068100     MOVE 'CIF.ACCTRMX'  TO PRGA-TABLE.
068200     MOVE CIF-ACCTRMX    TO PRGA-IMAGE.
068300     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
068400     PERFORM 5511-FETCH-REMARK THRU 5511-EXIT.
068500 5512-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800 5520-MOVE-REMARK-XREFS.
068900     MOVE 'N' TO WS-ROW-EOF-SW.
069000     EXEC SQL
069100         DECLARE CSR543M CURSOR FOR
069200         SELECT XREF_BANK_NBR, XREF_FILE_ID, XREF_KEY,
069300                XREF_REMARKS_ID, XREF_SUBSYSTEM,
069400                XREF_LAST_USED_DATE
069500           FROM CIF.ACCTRMX_XREF
069600          WHERE XREF_BANK_NBR = :WS-ROW-BANK-NBR
069700            AND XREF_FILE_ID  = :WS-ROW-FILE-ID
069800            AND XREF_KEY      = :WS-ROW-FILE-KEY
069900     END-EXEC.
070000     EXEC SQL OPEN CSR543M END-EXEC.
070100     PERFORM 5521-FETCH-REMARK-XREF THRU 5521-EXIT.
070200     PERFORM 5522-ARCHIVE-REMARK-XREF THRU 5522-EXIT
070300         UNTIL WS-ROW-EOF-YES.
070400     EXEC SQL CLOSE CSR543M END-EXEC.
070500     EXEC SQL
070600         DELETE FROM CIF.ACCTRMX_XREF
070700          WHERE XREF_BANK_NBR = :WS-ROW-BANK-NBR
070800            AND XREF_FILE_ID  = :WS-ROW-FILE-ID
070900            AND XREF_KEY      = :WS-ROW-FILE-KEY
071000     END-EXEC.
071100 5520-EXIT.
071200     EXIT.
071300*----------------------------------------------------------------
071400 5521-FETCH-REMARK-XREF.
071500     EXEC SQL
071600         FETCH CSR543M
071700          INTO :XREF-BANK-NBR, :XREF-FILE-ID, :XREF-KEY,
071800               :XREF-REMARKS-ID, :XREF-SUBSYSTEM,
071900               :XREF-LAST-USED-DATE
072000     END-EXEC.
072100     IF  SQLCODE NOT = ZERO
072200         SET WS-ROW-EOF-YES TO TRUE
072300     END-IF.
072400 5521-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700 5522-ARCHIVE-REMARK-XREF.
072800     MOVE 'CIF.ACCTRMX_XREF' TO PRGA-TABLE.
072900     MOVE CIF-ACCTRMX-XREF   TO PRGA-IMAGE.
073000     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
073100     PERFORM 5521-FETCH-REMARK-XREF THRU 5521-EXIT.
073200 5522-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500 5530-MOVE-BENOWNERS.
073600     MOVE 'N' TO WS-ROW-EOF-SW.
073700     EXEC SQL
073800         DECLARE CSR543B CURSOR FOR
073900         SELECT BO_BANK_NBR, BO_FILE_ID, BO_KEY, BO_OWNER_SEQ,
074000                BO_OWNER_TYPE, BO_OWNER_NAME, BO_OWNER_TIN,
074100                BO_BIRTH_DATE, BO_OWNER_PCT, BO_EFF_DATE,
074200                BO_END_DATE, BO_CERT_DATE, BO_MAINT_OPER,
074300                BO_MAINT_DATE
074400           FROM CIF.BENOWNER
074500          WHERE BO_BANK_NBR = :WS-ROW-BANK-NBR
074600            AND BO_FILE_ID  = :WS-ROW-FILE-ID
074700            AND BO_KEY      = :WS-ROW-FILE-KEY
074800     END-EXEC.
074900     EXEC SQL OPEN CSR543B END-EXEC.
075000     PERFORM 5531-FETCH-BENOWNER THRU 5531-EXIT.
075100     PERFORM 5532-ARCHIVE-BENOWNER THRU 5532-EXIT
075200         UNTIL WS-ROW-EOF-YES.
075300     EXEC SQL CLOSE CSR543B END-EXEC.
075400     EXEC SQL
075500         DELETE FROM CIF.BENOWNER
075600          WHERE BO_BANK_NBR = :WS-ROW-BANK-NBR
075700            AND BO_FILE_ID  = :WS-ROW-FILE-ID
075800            AND BO_KEY      = :WS-ROW-FILE-KEY
075900     END-EXEC.
076000 5530-EXIT.
076100     EXIT.
076200*----------------------------------------------------------------
076300 5531-FETCH-BENOWNER.
076400     EXEC SQL
076500         FETCH CSR543B
076600          INTO :BO-BANK-NBR, :BO-FILE-ID, :BO-KEY,
076700               :BO-OWNER-SEQ, :BO-OWNER-TYPE, :BO-OWNER-NAME,
076800               :BO-OWNER-TIN, :BO-BIRTH-DATE, :BO-OWNER-PCT,
076900               :BO-EFF-DATE, :BO-END-DATE, :BO-CERT-DATE,
077000               :BO-MAINT-OPER, :BO-MAINT-DATE
077100     END-EXEC.
077200     IF  SQLCODE NOT = ZERO
077300         SET WS-ROW-EOF-YES TO TRUE
077400     END-IF.
077500 5531-EXIT.
077600     EXIT.
077700*----------------------------------------------------------------
077800 5532-ARCHIVE-BENOWNER.
077900     MOVE 'CIF.BENOWNER' TO PRGA-TABLE.
078000     MOVE CIF-BENOWNER   TO PRGA-IMAGE.
078100     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
078200     PERFORM 5531-FETCH-BENOWNER THRU 5531-EXIT.
078300 5532-EXIT.
078400     EXIT.
078500*----------------------------------------------------------------
078600 5540-MOVE-AUTH-PARTIES.
078700     MOVE 'N' TO WS-ROW-EOF-SW.
078800     EXEC SQL
078900         DECLARE CSR543P CURSOR FOR
079000         SELECT AP_BANK_NBR, AP_FILE_ID, AP_KEY, AP_PARTY_SEQ,
079100                AP_PARTY_NAME, AP_ROLE, AP_SCOPE_INQUIRY,
079200                AP_SCOPE_WITHDRAW, AP_SCOPE_CLOSE, AP_EFF_DATE,
079300                AP_EXPIRY_DATE, AP_DOC_REF, AP_MAINT_OPER,
079400                AP_MAINT_DATE
079500           FROM CIF.AUTHPTY
079600          WHERE AP_BANK_NBR = :WS-ROW-BANK-NBR
079700            AND AP_FILE_ID  = :WS-ROW-FILE-ID
079800            AND AP_KEY      = :WS-ROW-FILE-KEY
079900     END-EXEC.
080000     EXEC SQL OPEN CSR543P END-EXEC.
080100     PERFORM 5541-FETCH-AUTH-PARTY THRU 5541-EXIT.
080200     PERFORM 5542-ARCHIVE-AUTH-PARTY THRU 5542-EXIT
080300         UNTIL WS-ROW-EOF-YES.
080400     EXEC SQL CLOSE CSR543P END-EXEC.
080500     EXEC SQL
080600         DELETE FROM CIF.AUTHPTY
080700          WHERE AP_BANK_NBR = :WS-ROW-BANK-NBR
080800            AND AP_FILE_ID  = :WS-ROW-FILE-ID
080900            AND AP_KEY      = :WS-ROW-FILE-KEY
081000     END-EXEC.
081100 5540-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400 5541-FETCH-AUTH-PARTY.
081500     EXEC SQL
081600         FETCH CSR543P
081700          INTO :AP-BANK-NBR, :AP-FILE-ID, :AP-KEY,
081800               :AP-PARTY-SEQ, :AP-PARTY-NAME, :AP-ROLE,
081900               :AP-SCOPE-INQUIRY, :AP-SCOPE-WITHDRAW,
082000               :AP-SCOPE-CLOSE, :AP-EFF-DATE, :AP-EXPIRY-DATE,
082100               :AP-DOC-REF, :AP-MAINT-OPER, :AP-MAINT-DATE
082200     END-EXEC.
082300     IF  SQLCODE NOT = ZERO
082400         SET WS-ROW-EOF-YES TO TRUE
082500     END-IF.
082600 5541-EXIT.
082700     EXIT.
082800*----------------------------------------------------------------
082900 5542-ARCHIVE-AUTH-PARTY.
083000     MOVE 'CIF.AUTHPTY'  TO PRGA-TABLE.
083100     MOVE CIF-AUTHPTY    TO PRGA-IMAGE.
083200     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
083300     PERFORM 5541-FETCH-AUTH-PARTY THRU 5541-EXIT.
083400 5542-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700 5550-MOVE-ANCHOR-XREFS.
083800*    CROSS-REFERENCES HUNG FROM THE KEY ITSELF -- AN ACCOUNT'S
083900*    OWNERS AND BENEFICIARIES, OR A CUSTOMER'S OWN RELATIONS.
084000     MOVE 'N' TO WS-ROW-EOF-SW.
084100     EXEC SQL
084200         DECLARE CSR543X CURSOR FOR
084300         SELECT BANK_NBR, FILE_ID, FILE_KEY, RELATED_BANK_NBR,
084400                RELATED_FILE_ID, RELATED_FILE_KEY,
084500                RELATIONSHIP_CODE, RELATED_CUST_ID,
084600                RELATED_CUST_NAME
084700           FROM CIF.CUSTXREF
084800          WHERE BANK_NBR = :WS-ROW-BANK-NBR
084900            AND FILE_ID  = :WS-ROW-XREF-ID
085000            AND FILE_KEY = :WS-ROW-FILE-KEY
085100     END-EXEC.
085200     EXEC SQL OPEN CSR543X END-EXEC.
085300     PERFORM 5551-FETCH-ANCHOR-XREF THRU 5551-EXIT.
085400     PERFORM 5552-ARCHIVE-ANCHOR-XREF THRU 5552-EXIT
085500         UNTIL WS-ROW-EOF-YES.
085600     EXEC SQL CLOSE CSR543X END-EXEC.
085700     EXEC SQL
085800         DELETE FROM CIF.CUSTXREF
085900          WHERE BANK_NBR = :WS-ROW-BANK-NBR
086000            AND FILE_ID  = :WS-ROW-XREF-ID
086100            AND FILE_KEY = :WS-ROW-FILE-KEY
086200     END-EXEC.
086300 5550-EXIT.
086400     EXIT.
086500*----------------------------------------------------------------
086600 5551-FETCH-ANCHOR-XREF.
086700     MOVE SPACES TO PRGA-IMAGE.
086800     EXEC SQL
086900         FETCH CSR543X
087000          INTO :PRGX-BANK-NBR, :PRGX-FILE-ID, :PRGX-FILE-KEY,
087100               :PRGX-REL-BANK-NBR, :PRGX-REL-FILE-ID,
087200               :PRGX-REL-FILE-KEY, :PRGX-REL-CODE,
087300               :PRGX-REL-CUST-ID, :PRGX-REL-CUST-NAME
087400     END-EXEC.
087500     IF  SQLCODE NOT = ZERO
087600         SET WS-ROW-EOF-YES TO TRUE
087700     END-IF.
087800 5551-EXIT.
087900     EXIT.
088000*----------------------------------------------------------------
088100 5552-ARCHIVE-ANCHOR-XREF.
088200     MOVE 'CIF.CUSTXREF' TO PRGA-TABLE.
088300     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
088400     PERFORM 5551-FETCH-ANCHOR-XREF THRU 5551-EXIT.
088500 5552-EXIT.
088600     EXIT.
088700*----------------------------------------------------------------
088800 5600-MOVE-SINGLE-ROWS.
088900*    THE ONE-ROW-PER-KEY SATELLITES.  A KEY WITHOUT ONE OF
089000*    THEM SIMPLY FINDS NOTHING.
089100     EXEC SQL
089200         SELECT CO_BANK_NBR, CO_FILE_ID, CO_KEY,
089300                CO_WRITEOFF_AMT, CO_WRITEOFF_DATE,
089400                CO_RECOVERED_AMT, CO_LAST_RECOVERY, CO_STATUS
089500           INTO :CO-BANK-NBR, :CO-FILE-ID, :CO-KEY,
089600                :CO-WRITEOFF-AMT, :CO-WRITEOFF-DATE,
089700                :CO-RECOVERED-AMT, :CO-LAST-RECOVERY, :CO-STATUS
089800           FROM CIF.CHGOFF
089900          WHERE CO_BANK_NBR = :WS-ROW-BANK-NBR
090000            AND CO_FILE_ID  = :WS-ROW-FILE-ID
090100            AND CO_KEY      = :WS-ROW-FILE-KEY
090200     END-EXEC.
090300     IF  SQLCODE = ZERO
090400         MOVE 'CIF.CHGOFF'   TO PRGA-TABLE
090500         MOVE CIF-CHGOFF     TO PRGA-IMAGE
090600         PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT
090700         EXEC SQL
090800             DELETE FROM CIF.CHGOFF
090900              WHERE CO_BANK_NBR = :WS-ROW-BANK-NBR
091000                AND CO_FILE_ID  = :WS-ROW-FILE-ID
091100                AND CO_KEY      = :WS-ROW-FILE-KEY
091200         END-EXEC
091300     END-IF.
091400     EXEC SQL
091500         SELECT ESCH_BANK_NBR, ESCH_FILE_ID, ESCH_KEY,
091600                ESCH_STAGE, ESCH_STAGE_DATE, ESCH_STATE,
091700                ESCH_DORMANT_DATE, ESCH_LETTER_DATE,
091800                ESCH_BALANCE, ESCH_EXTRACT_DATE
091900           INTO :ESCH-BANK-NBR, :ESCH-FILE-ID, :ESCH-KEY,
092000                :ESCH-STAGE, :ESCH-STAGE-DATE, :ESCH-STATE,
092100                :ESCH-DORMANT-DATE, :ESCH-LETTER-DATE,
092200                :ESCH-BALANCE, :ESCH-EXTRACT-DATE
092300           FROM CIF.ESCHEAT
092400          WHERE ESCH_BANK_NBR = :WS-ROW-BANK-NBR
092500            AND ESCH_FILE_ID  = :WS-ROW-FILE-ID
092600            AND ESCH_KEY      = :WS-ROW-FILE-KEY
092700     END-EXEC.
092800     IF  SQLCODE = ZERO
092900         MOVE 'CIF.ESCHEAT'  TO PRGA-TABLE
093000         MOVE CIF-ESCHEAT    TO PRGA-IMAGE
093100         PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT
093200         EXEC SQL
093300             DELETE FROM CIF.ESCHEAT
093400              WHERE ESCH_BANK_NBR = :WS-ROW-BANK-NBR
093500                AND ESCH_FILE_ID  = :WS-ROW-FILE-ID
093600                AND ESCH_KEY      = :WS-ROW-FILE-KEY
093700         END-EXEC
093800     END-IF.
093900     EXEC SQL
094000         SELECT OB_BANK_NBR, OB_FILE_ID, OB_KEY, OB_OPEN_DATE,
094100                OB_TIN_CERT, OB_ECONSENT, OB_OFAC_DISP,
094200                OB_FUNDED, OB_RESTRICT_PLACED
094300           INTO :OB-BANK-NBR, :OB-FILE-ID, :OB-KEY,
094400                :OB-OPEN-DATE, :OB-TIN-CERT, :OB-ECONSENT,
094500                :OB-OFAC-DISP, :OB-FUNDED, :OB-RESTRICT-PLACED
094600           FROM CIF.ONBOARD
094700          WHERE OB_BANK_NBR = :WS-ROW-BANK-NBR
094800            AND OB_FILE_ID  = :WS-ROW-FILE-ID
094900            AND OB_KEY      = :WS-ROW-FILE-KEY
095000     END-EXEC.
095100     IF  SQLCODE = ZERO
095200         MOVE 'CIF.ONBOARD'  TO PRGA-TABLE
095300         MOVE CIF-ONBOARD    TO PRGA-IMAGE
095400         PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT
095500         EXEC SQL
095600             DELETE FROM CIF.ONBOARD
095700              WHERE OB_BANK_NBR = :WS-ROW-BANK-NBR
095800                AND OB_FILE_ID  = :WS-ROW-FILE-ID
095900                AND OB_KEY      = :WS-ROW-FILE-KEY
096000         END-EXEC
096100     END-IF.
096200 5600-EXIT.
096300     EXIT.
096400*----------------------------------------------------------------
096500 5700-MOVE-RELATED-XREFS.
096600*    WHATEVER STILL NAMES THE CUSTOMER AS THE RELATED PARTY --
096700*    CHIEFLY THEIR LINK TO A JOINT ACCOUNT THAT STAYS ON FILE.
096800     MOVE 'N' TO WS-ROW-EOF-SW.
096900     EXEC SQL
097000         DECLARE CSR543Y CURSOR FOR
097100         SELECT BANK_NBR, FILE_ID, FILE_KEY, RELATED_BANK_NBR,
097200                RELATED_FILE_ID, RELATED_FILE_KEY,
097300                RELATIONSHIP_CODE, RELATED_CUST_ID,
097400                RELATED_CUST_NAME
097500           FROM CIF.CUSTXREF
097600          WHERE RELATED_BANK_NBR = :WS-CUST-BANK-NBR
097700            AND RELATED_FILE_ID  = :WS-CUST-FILE-ID
097800            AND RELATED_FILE_KEY = :WS-CUST-FILE-KEY
097900     END-EXEC.
098000     EXEC SQL OPEN CSR543Y END-EXEC.
098100     PERFORM 5710-FETCH-RELATED-XREF THRU 5710-EXIT.
098200     PERFORM 5720-ARCHIVE-RELATED-XREF THRU 5720-EXIT
098300         UNTIL WS-ROW-EOF-YES.
098400     EXEC SQL CLOSE CSR543Y END-EXEC.
098500     EXEC SQL
098600         DELETE FROM CIF.CUSTXREF
098700          WHERE RELATED_BANK_NBR = :WS-CUST-BANK-NBR
098800            AND RELATED_FILE_ID  = :WS-CUST-FILE-ID
098900            AND RELATED_FILE_KEY = :WS-CUST-FILE-KEY
099000     END-EXEC.
099100 5700-EXIT.
099200     EXIT.
099300*----------------------------------------------------------------
099400 5710-FETCH-RELATED-XREF.
099500     MOVE SPACES TO PRGA-IMAGE.
099600     EXEC SQL
099700         FETCH CSR543Y
099800          INTO :PRGX-BANK-NBR, :PRGX-FILE-ID, :PRGX-FILE-KEY,
099900               :PRGX-REL-BANK-NBR, :PRGX-REL-FILE-ID,
100000               :PRGX-REL-FILE-KEY, :PRGX-REL-CODE,
100100               :PRGX-REL-CUST-ID, :PRGX-REL-CUST-NAME
100200     END-EXEC.
100300     IF  SQLCODE NOT = ZERO
100400         SET WS-ROW-EOF-YES TO TRUE
100500     END-IF.
100600 5710-EXIT.
100700     EXIT.
100800*----------------------------------------------------------------
100900 5720-ARCHIVE-RELATED-XREF.
101000     MOVE 'CIF.CUSTXREF' TO PRGA-TABLE.
101100     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
101200     PERFORM 5710-FETCH-RELATED-XREF THRU 5710-EXIT.
101300 5720-EXIT.
101400     EXIT.
101500*----------------------------------------------------------------
101600 5800-MOVE-CUSTOMER.
101700*    THE INDIVIDUAL OR NON-INDIVIDUAL DETAIL, THEN THE
101800*    CUSTOMER ROW ITSELF, LAST.
101900     MOVE SPACES TO PRGA-IMAGE.
102000     EXEC SQL
102100         SELECT CUSTI_CUST_ID, CUSTI_BIRTH_DATE, CUSTI_SEX,
102200                CUSTI_MARITAL_STAT, CUSTI_HOME_PHONE,
102300                CUSTI_BUS_PHONE, CUSTI_CURR_EMPLOY,
102400                CUSTI_PRIV_NOT_DT, CUSTI_SHARE_INFO,
102500                CUSTI_DT_OF_DEATH, CUSTI_QFD_SCORE,
102600                CUSTI_CELL_PHONE
102700           INTO :PRGI-CUST-ID, :PRGI-BIRTH-DATE, :PRGI-SEX,
102800                :PRGI-MARITAL-STAT, :PRGI-HOME-PHONE,
102900                :PRGI-BUS-PHONE, :PRGI-CURR-EMPLOY,
103000                :PRGI-PRIV-NOT-DT, :PRGI-SHARE-INFO,
103100                :PRGI-DT-OF-DEATH, :PRGI-QFD-SCORE,
103200                :PRGI-CELL-PHONE
103300           FROM CIF.CUSTIND
103400          WHERE CUSTI_CUST_ID = :WS-CUST-ID
103500     END-EXEC.
103600     IF  SQLCODE = ZERO
103700         MOVE 'CIF.CUSTIND'  TO PRGA-TABLE
103800         PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT
103900         EXEC SQL
104000             DELETE FROM CIF.CUSTIND
104100              WHERE CUSTI_CUST_ID = :WS-CUST-ID
104200         END-EXEC
104300     END-IF.
104400     MOVE SPACES TO PRGA-IMAGE.
104500     EXEC SQL
104600         SELECT CUSTN_CUST_ID, CUSTN_TYPE, CUSTN_PRI_PHONE,
104700                CUSTN_SEC_PHONE, CUSTN_CELL_PHONE
104800           INTO :PRGN-CUST-ID, :PRGN-TYPE, :PRGN-PRI-PHONE,
104900                :PRGN-SEC-PHONE, :PRGN-CELL-PHONE
105000           FROM CIF.CUSTNON
105100          WHERE CUSTN_CUST_ID = :WS-CUST-ID
105200     END-EXEC.
105300     IF  SQLCODE = ZERO
105400         MOVE 'CIF.CUSTNON'  TO PRGA-TABLE
105500         PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT
105600         EXEC SQL
105700             DELETE FROM CIF.CUSTNON
105800              WHERE CUSTN_CUST_ID = :WS-CUST-ID
105900         END-EXEC
106000     END-IF.
106100     MOVE SPACES TO PRGA-IMAGE.
106200     EXEC SQL
106300         SELECT CUST_ID, CUST_BANK_NBR, CUST_FILE_ID,
106400                CUST_FILE_KEY, CUST_TAX_ID, CUST_TAX_ID_CERT,
106500                CUST_MAIL_CODE, CUST_TYPE, CUST_OFFICER,
106600                CUST_BRANCH, CUST_WITHHOLD_TAX, CUST_OSB_IND,
106700                CUST_NAME
106800           INTO :PRGC-CUST-ID, :PRGC-BANK-NBR, :PRGC-FILE-ID,
106900                :PRGC-FILE-KEY, :PRGC-TAX-ID, :PRGC-TAX-ID-CERT,
107000                :PRGC-MAIL-CODE, :PRGC-TYPE, :PRGC-OFFICER,
107100                :PRGC-BRANCH, :PRGC-WITHHOLD-TAX, :PRGC-OSB-IND,
107200                :PRGC-NAME
107300           FROM CIF.CUSTOMER
107400          WHERE CUST_ID = :WS-CUST-ID
107500     END-EXEC.
107600     IF  SQLCODE = ZERO
107700         MOVE 'CIF.CUSTOMER' TO PRGA-TABLE
107800         PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT
107900         EXEC SQL
108000             DELETE FROM CIF.CUSTOMER
108100              WHERE CUST_ID = :WS-CUST-ID
108200         END-EXEC
108300     END-IF.
108400 5800-EXIT.
108500     EXIT.
108501*----------------------------------------------------------------
108502 5900-MOVE-CUST-TABLES.
108503*    THE TABLES KEYED BY CUSTOMER ID RATHER THAN BY A CIF KEY.
108504*    THE HOLD CHECKS HAVE ALREADY PASSED, SO EVERY COMPLAINT IS
108505*    CLOSED AND EVERY INSIDER ROLE HAS ENDED.
108506     PERFORM 5910-MOVE-INSIDER-ROLES THRU 5910-EXIT.
108507     PERFORM 5920-MOVE-SCRA-STATUS THRU 5920-EXIT.
108508     PERFORM 5930-MOVE-SCRA-ACCOUNTS THRU 5930-EXIT.
108509     PERFORM 5940-MOVE-COMPLAINTS THRU 5940-EXIT.
108510 5900-EXIT.
108511     EXIT.
108512*----------------------------------------------------------------
108513 5910-MOVE-INSIDER-ROLES.
108514     MOVE 'N' TO WS-ROW-EOF-SW.
108515     EXEC SQL
108516         DECLARE CSR543I CURSOR FOR
108517         SELECT INSDR_CUST_ID, INSDR_SEQ, INSDR_BANK_NBR,
108518                INSDR_TYPE, INSDR_OF_CUST_ID, INSDR_TITLE,
108519                INSDR_EFF_DATE, INSDR_END_DATE, INSDR_MAINT_OPER,
108520                INSDR_MAINT_DATE
108521           FROM CIF.INSIDER
108522          WHERE INSDR_CUST_ID = :WS-CUST-ID
108523     END-EXEC.
108524     EXEC SQL OPEN CSR543I END-EXEC.
108525     PERFORM 5911-FETCH-INSIDER-ROLE THRU 5911-EXIT.
108526     PERFORM 5912-ARCHIVE-INSIDER-ROLE THRU 5912-EXIT
108527         UNTIL WS-ROW-EOF-YES.
108528     EXEC SQL CLOSE CSR543I END-EXEC.
108529     EXEC SQL
108530         DELETE FROM CIF.INSIDER
108531          WHERE INSDR_CUST_ID = :WS-CUST-ID
108532     END-EXEC.
108533 5910-EXIT.
108534     EXIT.
108535*----------------------------------------------------------------
108536 5911-FETCH-INSIDER-ROLE.
108537     EXEC SQL
108538         FETCH CSR543I
108539          INTO :INSDR-CUST-ID, :INSDR-SEQ, :INSDR-BANK-NBR,
108540               :INSDR-TYPE, :INSDR-OF-CUST-ID, :INSDR-TITLE,
108541               :INSDR-EFF-DATE, :INSDR-END-DATE,
108542               :INSDR-MAINT-OPER, :INSDR-MAINT-DATE
108543     END-EXEC.
108544     IF  SQLCODE NOT = ZERO
108545         SET WS-ROW-EOF-YES TO TRUE
108546     END-IF.
108547 5911-EXIT.
108548     EXIT.
108549*----------------------------------------------------------------
108550 5912-ARCHIVE-INSIDER-ROLE.
108551     MOVE 'CIF.INSIDER'  TO PRGA-TABLE.
108552     MOVE CIF-INSIDER    TO PRGA-IMAGE.
108553     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
108554     PERFORM 5911-FETCH-INSIDER-ROLE THRU 5911-EXIT.
108555 5912-EXIT.
108556     EXIT.
108557*----------------------------------------------------------------
108558 5920-MOVE-SCRA-STATUS.
108559*    ONE ROW PER CUSTOMER, WHEN THEY WERE EVER SENT TO DMDC.
108560     EXEC SQL
108561         SELECT SCRA_CUST_ID, SCRA_TAX_ID, SCRA_BIRTH_DATE,
108562                SCRA_SUBMIT_DATE, SCRA_STATUS, SCRA_RESULT_DATE,
108563                SCRA_SERVICE_START, SCRA_SERVICE_END, SCRA_CERT_ID
108564           INTO :SCRA-CUST-ID, :SCRA-TAX-ID, :SCRA-BIRTH-DATE,
108565                :SCRA-SUBMIT-DATE, :SCRA-STATUS,
108566                :SCRA-RESULT-DATE,
108567                :SCRA-SERVICE-START, :SCRA-SERVICE-END,
108568                :SCRA-CERT-ID
108569           FROM CIF.SCRASTAT
108570          WHERE SCRA_CUST_ID = :WS-CUST-ID
108571     END-EXEC.
108572     IF  SQLCODE NOT = ZERO
108573         GO TO 5920-EXIT
108574     END-IF.
108575     MOVE 'CIF.SCRASTAT' TO PRGA-TABLE.
108576     MOVE CIF-SCRASTAT   TO PRGA-IMAGE.
108577     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
108578     EXEC SQL
108579         DELETE FROM CIF.SCRASTAT
108580          WHERE SCRA_CUST_ID = :WS-CUST-ID
108581     END-EXEC.
108582 5920-EXIT.
108583     EXIT.
108584*----------------------------------------------------------------
108585 5930-MOVE-SCRA-ACCOUNTS.
108586*    THE SCRA RATE-CAP ROWS FOR THE CUSTOMER'S ACCOUNTS.  THE
108587*    CAP BELONGS TO THE MILITARY CUSTOMER, SO IT GOES WITH THEM
108588*    EVEN WHERE A JOINT ACCOUNT STAYS ON FILE.
108589     MOVE 'N' TO WS-ROW-EOF-SW.
108590     EXEC SQL
108591         DECLARE CSR543S CURSOR FOR
108592         SELECT SCRAA_BANK_NBR, SCRAA_FILE_ID, SCRAA_FILE_KEY,
108593                SCRAA_CUST_ID, SCRAA_CAP_STATUS, SCRAA_CAP_DATE,
108594                SCRAA_PRIOR_RATE, SCRAA_RESTORE_DATE,
108595                SCRAA_ADJ_CYCLE, SCRAA_ADJ_TOTAL
108596           FROM CIF.SCRAACCT
108597          WHERE SCRAA_CUST_ID = :WS-CUST-ID
108598     END-EXEC.
108599     EXEC SQL OPEN CSR543S END-EXEC.
108600     PERFORM 5931-FETCH-SCRA-ACCOUNT THRU 5931-EXIT.
108601     PERFORM 5932-ARCHIVE-SCRA-ACCOUNT THRU 5932-EXIT
108602         UNTIL WS-ROW-EOF-YES.
108603     EXEC SQL CLOSE CSR543S END-EXEC.
108604     EXEC SQL
108605         DELETE FROM CIF.SCRAACCT
108606          WHERE SCRAA_CUST_ID = :WS-CUST-ID
108607     END-EXEC.
108608 5930-EXIT.
108609     EXIT.
108610*----------------------------------------------------------------
108611 5931-FETCH-SCRA-ACCOUNT.
108612     EXEC SQL
108613         FETCH CSR543S
108614          INTO :SCRAA-BANK-NBR, :SCRAA-FILE-ID, :SCRAA-FILE-KEY,
108615               :SCRAA-CUST-ID, :SCRAA-CAP-STATUS, :SCRAA-CAP-DATE,
108616               :SCRAA-PRIOR-RATE, :SCRAA-RESTORE-DATE,
108617               :SCRAA-ADJ-CYCLE, :SCRAA-ADJ-TOTAL
108618     END-EXEC.
108619     IF  SQLCODE NOT = ZERO
108620         SET WS-ROW-EOF-YES TO TRUE
108621     END-IF.
108622 5931-EXIT.
108623     EXIT.
108624*----------------------------------------------------------------
108625 5932-ARCHIVE-SCRA-ACCOUNT.
108626     MOVE 'CIF.SCRAACCT' TO PRGA-TABLE.
108627     MOVE CIF-SCRAACCT   TO PRGA-IMAGE.
108628     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
108629     PERFORM 5931-FETCH-SCRA-ACCOUNT THRU 5931-EXIT.
108630 5932-EXIT.
108631     EXIT.
108632*----------------------------------------------------------------
108633 5940-MOVE-COMPLAINTS.
108634*    EVERY COMPLAINT PLACED ON THE CUSTOMER BY CIFU021 -- WHICH
108635*    COVERS THOSE TAKEN UNDER THEIR ACCOUNT KEYS -- AND ANY
108636*    TAKEN UNDER THE CUSTOMER KEY ITSELF.
108637     MOVE 'N' TO WS-ROW-EOF-SW.
108638     EXEC SQL
108639         DECLARE CSR543K CURSOR FOR
108640         SELECT CMP_CASE_NBR, CMP_BANK_NBR, CMP_FILE_ID,
108641                CMP_FILE_KEY, CMP_CUST_ID, CMP_ACCT_NBR,
108642                CMP_CHANNEL, CMP_PRODUCT, CMP_CATEGORY,
108643                CMP_UDAAP_IND, CMP_FAIR_LEND_IND,
108644                CMP_RECEIVED_DATE, CMP_DEADLINE, CMP_OWNER,
108645                CMP_STATUS, CMP_RESOLUTION, CMP_RESOLVED_DATE,
108646                CMP_DISPUTE_CASE, CMP_SUMMARY, CMP_ENTRY_OPER,
108647                CMP_MAINT_OPER, CMP_MAINT_DATE
108648           FROM CIF.COMPLAINT
108649          WHERE CMP_CUST_ID = :WS-CUST-ID
108650             OR (CMP_BANK_NBR = :WS-CUST-BANK-NBR
108651            AND  CMP_FILE_ID  = :WS-CUST-FILE-ID
108652            AND  CMP_FILE_KEY = :WS-CUST-FILE-KEY)
108653     END-EXEC.
108654     EXEC SQL OPEN CSR543K END-EXEC.
108655     PERFORM 5941-FETCH-COMPLAINT THRU 5941-EXIT.
108656     PERFORM 5942-ARCHIVE-COMPLAINT THRU 5942-EXIT
108657         UNTIL WS-ROW-EOF-YES.
108658     EXEC SQL CLOSE CSR543K END-EXEC.
108659     EXEC SQL
108660         DELETE FROM CIF.COMPLAINT
108661          WHERE CMP_CUST_ID = :WS-CUST-ID
108662             OR (CMP_BANK_NBR = :WS-CUST-BANK-NBR
108663            AND  CMP_FILE_ID  = :WS-CUST-FILE-ID
108664            AND  CMP_FILE_KEY = :WS-CUST-FILE-KEY)
108665     END-EXEC.
108666 5940-EXIT.
108667     EXIT.
108668*----------------------------------------------------------------
108669 5941-FETCH-COMPLAINT.
108670     EXEC SQL
108671         FETCH CSR543K
108672          INTO :CMP-CASE-NBR, :CMP-BANK-NBR, :CMP-FILE-ID,
108673               :CMP-FILE-KEY, :CMP-CUST-ID, :CMP-ACCT-NBR,
108674               :CMP-CHANNEL, :CMP-PRODUCT, :CMP-CATEGORY,
108675               :CMP-UDAAP-IND, :CMP-FAIR-LEND-IND,
108676               :CMP-RECEIVED-DATE, :CMP-DEADLINE, :CMP-OWNER,
108677               :CMP-STATUS, :CMP-RESOLUTION, :CMP-RESOLVED-DATE,
108678               :CMP-DISPUTE-CASE, :CMP-SUMMARY, :CMP-ENTRY-OPER,
108679               :CMP-MAINT-OPER, :CMP-MAINT-DATE
108680     END-EXEC.
108681     IF  SQLCODE NOT = ZERO
108682         SET WS-ROW-EOF-YES TO TRUE
108683     END-IF.
108684 5941-EXIT.
108685     EXIT.
108686*----------------------------------------------------------------
108687 5942-ARCHIVE-COMPLAINT.
108688     MOVE 'CIF.COMPLAINT' TO PRGA-TABLE.
108689     MOVE CIF-COMPLAINT   TO PRGA-IMAGE.
108690     PERFORM 6500-WRITE-ARCHIVE THRU 6500-EXIT.
108691     PERFORM 5941-FETCH-COMPLAINT THRU 5941-EXIT.
108692 5942-EXIT.
108693     EXIT.
108694*----------------------------------------------------------------
108700 6000-WRITE-DETAIL.
108800     MOVE WS-CUST-ID       TO DL-CUST-ID.
108900     MOVE WS-CUST-NAME     TO DL-CUST-NAME.
109000     MOVE WS-LAST-CLOSE    TO DL-LAST-CLOSE.
109100     MOVE WS-SKIP-REASON   TO DL-REASON.
109200     MOVE WS-ROW-FILE-ID   TO DL-FILE-ID.
109300     MOVE WS-ROW-FILE-KEY  TO DL-FILE-KEY.
109400     MOVE WS-CUST-ROWS     TO DL-ROWS.
109500     MOVE WS-DETAIL-LINE   TO RPT627-RECORD.
109600     WRITE RPT627-RECORD.
109700 6000-EXIT.
109800     EXIT.
109900*----------------------------------------------------------------
110000 6500-WRITE-ARCHIVE.
110100*    THE CALLER HAS SET PRGA-TABLE AND PRGA-IMAGE.
110200     ADD 1 TO WS-POSITION.
110300     MOVE WS-CUST-ID      TO PRGA-CUST-ID.
110400     MOVE WS-POSITION     TO PRGA-POSITION.
110500     WRITE PURGARCH-RECORD FROM WS-PURGE-WORK.
110600     ADD 1 TO WS-CUST-ROWS.
110700     ADD 1 TO WS-TOTAL-ROWS.
110800 6500-EXIT.
110900     EXIT.
111000*----------------------------------------------------------------
111100 8000-FINALIZE.
111200     MOVE 'CUSTOMERS PAST RETENTION- ' TO TL-LABEL.
111300     MOVE WS-SCANNED         TO TL-COUNT.
111400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
111500     MOVE 'CUSTOMERS PURGED        - ' TO TL-LABEL.
111600     MOVE WS-PURGED          TO TL-COUNT.
111700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
111800     MOVE 'ELIGIBLE (TRIAL RUN)    - ' TO TL-LABEL.
111900     MOVE WS-ELIGIBLE        TO TL-COUNT.
112000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
112100     MOVE 'SKIPPED - OPEN CHARGE-OFF ' TO TL-LABEL.
112200     MOVE WS-SKIP-CHGOFF     TO TL-COUNT.
112300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
112400     MOVE 'SKIPPED - ESCHEAT OPEN  - ' TO TL-LABEL.
112500     MOVE WS-SKIP-ESCHEAT    TO TL-COUNT.
112600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
112700     MOVE 'SKIPPED - OPEN DISPUTE  - ' TO TL-LABEL.
112800     MOVE WS-SKIP-DISPUTE    TO TL-COUNT.
112900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
113000     MOVE 'SKIPPED - OPEN AML CASE - ' TO TL-LABEL.
113100     MOVE WS-SKIP-AML        TO TL-COUNT.
113200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
113300     MOVE 'SKIPPED - REGULATORY HOLD ' TO TL-LABEL.
113400     MOVE WS-SKIP-REGHOLD    TO TL-COUNT.
113500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
113600     MOVE 'SKIPPED - OVER 200 ACCTS- ' TO TL-LABEL.
113700     MOVE WS-SKIP-ACCTMAX    TO TL-COUNT.
113800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
113810     MOVE 'SKIPPED - OPEN COMPLAINT- ' TO TL-LABEL.
113820     MOVE WS-SKIP-COMPLAINT  TO TL-COUNT.
113830     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
113840     MOVE 'SKIPPED - ACTIVE INSIDER- ' TO TL-LABEL.
113850     MOVE WS-SKIP-INSIDER    TO TL-COUNT.
113860     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
113900     MOVE 'SHARED ACCOUNTS KEPT    - ' TO TL-LABEL.
114000     MOVE WS-JOINT-KEPT      TO TL-COUNT.
114100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
114200     MOVE 'ROWS ARCHIVED           - ' TO TL-LABEL.
114300     MOVE WS-TOTAL-ROWS      TO TL-COUNT.
114400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
114500     CLOSE PURGARCH-FILE.
114600     CLOSE RPT627-FILE.
114700 8000-EXIT.
114800     EXIT.
114900*----------------------------------------------------------------
115000 8100-WRITE-TOTAL.
115100     MOVE WS-TOTAL-LINE TO RPT627-RECORD.
115200     WRITE RPT627-RECORD.
115300 8100-EXIT.
115400     EXIT.
