000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB554.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY SELF-       *
001500*                      DEALING CHECK.  EVERY OPERATOR LINKED TO  *
001600*                      THEIR OWN CIF CUSTOMER (CIF.OPERATOR      *
001700*                      OPR_CUST_ID) HAS THAT CUSTOMER'S AND      *
001800*                      THEIR CIFU021 FUNCTION-H HOUSEHOLD'S      *
001900*                      ACCOUNTS COMPARED WITH EVERY ACTION THE   *
002000*                      OPERATOR TOOK ON THE REPORT DATE -- NIPS  *
002100*                      REFUNDS, WAIVER REQUESTS AND APPROVALS,   *
002200*                      STOP PAYMENTS, ACCOUNT REMARK CHANGES,    *
002300*                      TEMPORARY CARD LIMITS, HOLD RELEASES AND  *
002400*                      ACCOUNTS OPENED.  EACH MATCH IS KEPT ON   *
002500*                      CIF.SELFDEAL, WHICH CARRIES THE COUNT     *
002600*                      PER EMPLOYEE, AND LISTED ON RPT685.       *
002700*                      RPT685 IS CONFIDENTIAL AND ITS DD IS      *
002800*                      ROUTED TO INTERNAL AUDIT ONLY.  ENDS      *
002900*                      RC 4 WHEN ANYTHING NEW IS FLAGGED.        *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RPT685-FILE ASSIGN TO RPT685
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RPT685-FILE
004300     RECORDING MODE F.
004400 01  RPT685-RECORD               PIC X(132).
004500*----------------------------------------------------------------
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-EOF-SW                PIC X       VALUE 'N'.
004900         88  WS-EOF-YES                   VALUE 'Y'.
005000     05  WS-ACCT-EOF-SW           PIC X       VALUE 'N'.
005100         88  WS-ACCT-EOF-YES              VALUE 'Y'.
005200     05  WS-ACTN-EOF-SW           PIC X       VALUE 'N'.
005300         88  WS-ACTN-EOF-YES              VALUE 'Y'.
005400     05  WS-MATCH-SW              PIC X       VALUE 'N'.
005500         88  WS-MATCH-YES                 VALUE 'Y'.
005600 01  WS-WORK-FIELDS.
005700     05  WS-RPT-DATE              PIC X(10)   VALUE SPACE.
005800     05  WS-OPER-ID               PIC S9(5)   COMP-3 VALUE ZERO.
005900     05  WS-CUST-IND              PIC S9(4)   COMP  VALUE ZERO.
006000     05  WS-SUB                   PIC S9(4)   COMP  VALUE ZERO.
006100     05  WS-MBR-SUB               PIC S9(4)   COMP  VALUE ZERO.
006200     05  WS-ACCT-SUB              PIC S9(4)   COMP  VALUE ZERO.
006300     05  WS-ACCT-OVERFLOW         PIC S9(4)   COMP  VALUE ZERO.
006400     05  WS-OPER-FLAGS            PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-OPER-TO-DATE          PIC S9(9)   COMP  VALUE ZERO.
006600     05  WS-OPERS-CHECKED         PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-LINKS-MISSING         PIC S9(7)   COMP  VALUE ZERO.
006800     05  WS-ACCTS-CHECKED         PIC S9(9)   COMP  VALUE ZERO.
006900     05  WS-ACTIONS-CHECKED       PIC S9(9)   COMP  VALUE ZERO.
007000     05  WS-FLAGS-NEW             PIC S9(7)   COMP  VALUE ZERO.
007100     05  WS-FLAGS-PRIOR           PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-EMPS-FLAGGED          PIC S9(7)   COMP  VALUE ZERO.
007300     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
007400     05  WS-CURSOR-NAME           PIC X(08)   VALUE SPACE.
007500     05  WS-SQLCODE-ED            PIC -(9)9.
007600*----------------------------------------------------------------
007700*    THE EMPLOYEE'S OWN CUSTOMER AS READ FROM CIF.CUSTOMER.
007800 01  WS-EMP-CUSTOMER.
007900     05  WS-EMP-BANK-NBR          PIC S9(3)   COMP-3 VALUE ZERO.
008000     05  WS-EMP-FILE-ID           PIC X(04)   VALUE SPACE.
008100     05  WS-EMP-FILE-KEY          PIC X(25)   VALUE SPACE.
008200*    THE MEMBER WHOSE ACCOUNTS ARE BEING READ.
008300 01  WS-ROW-KEY.
008400     05  WS-ROW-BANK-NBR          PIC S9(3)   COMP-3 VALUE ZERO.
008500     05  WS-ROW-FILE-ID           PIC X(04)   VALUE SPACE.
008600     05  WS-ROW-FILE-KEY          PIC X(25)   VALUE SPACE.
008700*----------------------------------------------------------------
008800*    THE HOUSEHOLD -- ENTRY 1 IS THE EMPLOYEE (RELATION SE),
008900*    THE REST ARE THE CIFU021 FUNCTION-H MEMBERS.
009000 01  WS-MEMBER-TABLE.
009100     05  WS-MBR-MAX               PIC S9(4)   COMP  VALUE ZERO.
009200     05  WS-MBR-ENTRY OCCURS 51 TIMES.
009300         10  WS-MBR-BANK-NBR      PIC S9(3)   COMP-3.
009400         10  WS-MBR-FILE-ID       PIC X(04).
009500         10  WS-MBR-FILE-KEY      PIC X(25).
009600         10  WS-MBR-CUST-ID       PIC S9(9)   COMP-3.
009700         10  WS-MBR-RELATION      PIC X(02).
009800*----------------------------------------------------------------
009900*    EVERY ACCOUNT THE HOUSEHOLD OWNS, WITH THE MEMBER WHO OWNS
010000*    IT.  AN ACCOUNT HELD BY TWO MEMBERS IS KEPT ONCE, UNDER
010100*    THE FIRST (SO THE EMPLOYEE'S OWN ACCOUNTS SHOW AS SE).
010200 01  WS-ACCT-TABLE.
010300     05  WS-ACCT-MAX              PIC S9(4)   COMP  VALUE ZERO.
010400     05  WS-ACCT-ENTRY OCCURS 300 TIMES.
010500         10  WS-ACCT-BANK-NBR     PIC S9(3)   COMP-3.
010600         10  WS-ACCT-KEY          PIC X(25).
010700         10  WS-ACCT-OWNER-ID     PIC S9(9)   COMP-3.
010800         10  WS-ACCT-RELATION     PIC X(02).
010900*----------------------------------------------------------------
011000*    ONE ROW OF THE ACTION CURSOR.  SOURCES THAT CARRY ONLY A
011100*    DDA ACCOUNT NUMBER RETURN A BLANK KEY AND THE NUMBER IS
011200*    PLACED IN KEY POSITIONS 17-25.
011300 01  WS-ACTION.
011400     05  WS-ACTN-SOURCE           PIC X(16).
011500     05  WS-ACTN-BANK-NBR         PIC S9(3)   COMP-3.
011600     05  WS-ACTN-KEY              PIC X(25).
011700     05  WS-ACTN-ACCT-NBR         PIC S9(9)   COMP-3.
011800     05  WS-ACTN-REFERENCE        PIC X(20).
011900     05  WS-ACTN-AMOUNT           PIC S9(9)V99 COMP-3.
012000     05  WS-ACTN-DATE             PIC X(10).
012100*----------------------------------------------------------------
012200     COPY CIFOPER.
012300*----------------------------------------------------------------
012400     COPY CIFSELFD.
012500*----------------------------------------------------------------
012600     COPY CIFU010P.
012700*----------------------------------------------------------------
012800     COPY CIFU521P.
012900*----------------------------------------------------------------
013000     COPY CIFU02AR.
013100*----------------------------------------------------------------
013200     COPY CIFU02HH.
013300*----------------------------------------------------------------
013400 01  WS-HEADING-1.
013500     05  FILLER  PIC X(50) VALUE
013600       'CIFB554  EMPLOYEE SELF-DEALING -- CONFIDENTIAL    '.
013700     05  FILLER  PIC X(13) VALUE
013800       'ACTION DATE '.
013900     05  HD-RPT-DATE              PIC X(10).
014000     05  FILLER                   PIC X(59)   VALUE SPACE.
014100 01  WS-HEADING-2.
014200     05  FILLER  PIC X(50) VALUE
014300       'DISTRIBUTION -- INTERNAL AUDIT ONLY'.
014400     05  FILLER                   PIC X(82)   VALUE SPACE.
014500 01  WS-HEADING-3.
014600     05  FILLER  PIC X(50) VALUE
014700       'OPER   NAME                  SOURCE            BNK'.
014800     05  FILLER  PIC X(50) VALUE
014900       ' ACCOUNT KEY                REFERENCE            '.
015000     05  FILLER  PIC X(32) VALUE
015100       '         AMOUNT  RL  OWNER CUST'.
015200 01  WS-DETAIL-LINE.
015300     05  DL-OPER-ID               PIC 9(05).
015400     05  FILLER                   PIC X(02)   VALUE SPACE.
015500     05  DL-OPER-NAME             PIC X(20).
015600     05  FILLER                   PIC X(02)   VALUE SPACE.
015700     05  DL-SOURCE                PIC X(16).
015800     05  FILLER                   PIC X(02)   VALUE SPACE.
015900     05  DL-BANK-NBR              PIC 9(03).
016000     05  FILLER                   PIC X(01)   VALUE SPACE.
016100     05  DL-ACCT-KEY              PIC X(25).
016200     05  FILLER                   PIC X(02)   VALUE SPACE.
016300     05  DL-REFERENCE             PIC X(20).
016400     05  FILLER                   PIC X(01)   VALUE SPACE.
016500     05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
016600     05  FILLER                   PIC X(02)   VALUE SPACE.
016700     05  DL-RELATION              PIC X(02).
016800     05  FILLER                   PIC X(02)   VALUE SPACE.
016900     05  DL-OWNER-ID              PIC 9(09).
017000     05  FILLER                   PIC X(04)   VALUE SPACE.
017100 01  WS-EMPLOYEE-LINE.
017200     05  FILLER                   PIC X(07)   VALUE SPACE.
017300     05  FILLER                   PIC X(16)   VALUE
017400       'EMPLOYEE TOTAL  '.
017500     05  EL-OPER-ID               PIC 9(05).
017600     05  FILLER                   PIC X(17)   VALUE
017700       '  FLAGGED TODAY  '.
017800     05  EL-FLAGS-TODAY           PIC ZZZ,ZZ9.
017900     05  FILLER                   PIC X(11)   VALUE
018000       '  TO DATE  '.
018100     05  EL-FLAGS-TO-DATE         PIC ZZZ,ZZ9.
018200     05  FILLER                   PIC X(62)   VALUE SPACE.
018300 01  WS-TOTAL-LINE.
018400     05  TL-LABEL                 PIC X(26).
018500     05  TL-COUNT                 PIC ZZZ,ZZ9.
018600     05  FILLER                   PIC X(99)   VALUE SPACE.
018700*----------------------------------------------------------------
018800 LINKAGE SECTION.
018900 01  CIFB554-PARM.
019000*    THE ACTION DATE TO CHECK, YYYY-MM-DD.  SPACES CHECKS
019100*    YESTERDAY, WHICH IS THE NORMAL DAILY RUN.
019200     05  CIFB554-RPT-DATE          PIC X(10).
019300*----------------------------------------------------------------
019400 PROCEDURE DIVISION USING CIFB554-PARM.
019500*
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     PERFORM 2000-PROCESS-OPERATOR THRU 2000-EXIT
019900         UNTIL WS-EOF-YES.
020000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
020100     GOBACK.
020200*----------------------------------------------------------------
020300 1000-INITIALIZE.
020400     OPEN OUTPUT RPT685-FILE.
020500     MOVE CIFB554-RPT-DATE TO WS-RPT-DATE.
020600     IF  WS-RPT-DATE = SPACES
020700         EXEC SQL
020800             SET :WS-RPT-DATE = CURRENT DATE - 1 DAY
020900         END-EXEC
021000     END-IF.
021100     MOVE WS-RPT-DATE  TO HD-RPT-DATE.
021200     MOVE WS-HEADING-1 TO RPT685-RECORD.
021300     WRITE RPT685-RECORD.
021400     MOVE WS-HEADING-2 TO RPT685-RECORD.
021500     WRITE RPT685-RECORD.
021600     MOVE WS-HEADING-3 TO RPT685-RECORD.
021700     WRITE RPT685-RECORD.
021800*    EVERY OPERATOR WITH A CUSTOMER LINK, TERMINATED OR NOT --
021900*    THE ACTIONS OF A LEAVER'S LAST DAY STILL COUNT.  THE
022000*    CURSOR HOLDS ACROSS THE COMMIT TAKEN AFTER EACH OPERATOR.
022100     MOVE 'CSR685O' TO WS-CURSOR-NAME.
022200     EXEC SQL
022300         DECLARE CSR685O CURSOR WITH HOLD FOR
022400         SELECT O.OPR_OPER_ID, O.OPR_NAME, O.OPR_CUST_ID,
022500                C.CUST_BANK_NBR, C.CUST_FILE_ID, C.CUST_FILE_KEY
022600           FROM CIF.OPERATOR O
022700           LEFT JOIN CIF.CUSTOMER C
022800             ON C.CUST_ID      = O.OPR_CUST_ID
022900          WHERE O.OPR_CUST_ID  <> 0
023000            AND O.OPR_OPER_ID  <> 0
023100          ORDER BY O.OPR_OPER_ID
023200     END-EXEC.
023300     EXEC SQL
023400         OPEN CSR685O
023500     END-EXEC.
023600     IF  SQLCODE NOT = ZERO
023700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
023800     END-IF.
023900     PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300 2000-PROCESS-OPERATOR.
024400     ADD 1 TO WS-OPERS-CHECKED.
024500     MOVE ZERO          TO WS-OPER-FLAGS.
024600     MOVE OPR-OPER-ID   TO WS-OPER-ID.
024700     IF  WS-CUST-IND < ZERO
024800         PERFORM 2300-REPORT-NO-CUSTOMER THRU 2300-EXIT
024900     ELSE
025000         PERFORM 3000-LOAD-HOUSEHOLD THRU 3000-EXIT
025100         PERFORM 4000-LOAD-ACCOUNTS THRU 4000-EXIT
025200         PERFORM 5000-CHECK-ACTIONS THRU 5000-EXIT
025300     END-IF.
025400     IF  WS-OPER-FLAGS > ZERO
025500         PERFORM 2400-REPORT-EMPLOYEE THRU 2400-EXIT
025600     END-IF.
025700     EXEC SQL COMMIT END-EXEC.
025800     PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200 2100-FETCH-OPERATOR.
026300     EXEC SQL
026400         FETCH CSR685O
026500          INTO :OPR-OPER-ID, :OPR-NAME, :OPR-CUST-ID,
026600               :WS-EMP-BANK-NBR :WS-CUST-IND,
026700               :WS-EMP-FILE-ID  :WS-CUST-IND,
026800               :WS-EMP-FILE-KEY :WS-CUST-IND
026900     END-EXEC.
027000     EVALUATE SQLCODE
027100         WHEN ZERO
027200             CONTINUE
027300         WHEN +100
027400             SET WS-EOF-YES TO TRUE
027500         WHEN OTHER
027600             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
027700     END-EVALUATE.
027800 2100-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------
028100 2300-REPORT-NO-CUSTOMER.
028200*    A LINK TO A CUSTOMER NO LONGER ON FILE CANNOT BE CHECKED
028300*    AND IS LISTED SO THE REGISTRY CAN BE CORRECTED THROUGH
028400*    CIFU526 FUNCTION K.
028500     ADD 1 TO WS-LINKS-MISSING.
028600     MOVE SPACES            TO WS-DETAIL-LINE.
028700     MOVE WS-OPER-ID        TO DL-OPER-ID.
028800     MOVE OPR-NAME          TO DL-OPER-NAME.
028900     MOVE 'LINK NOT FOUND'  TO DL-SOURCE.
029000     MOVE ZERO              TO DL-BANK-NBR.
029100     MOVE 'CUSTOMER NOT ON CIF'   TO DL-ACCT-KEY.
029200     MOVE OPR-CUST-ID       TO DL-OWNER-ID.
029300     MOVE WS-DETAIL-LINE    TO RPT685-RECORD.
029400     WRITE RPT685-RECORD.
029500 2300-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800 2400-REPORT-EMPLOYEE.
029900*    THE TO-DATE COUNT IS EVERY ROW CIF.SELFDEAL HOLDS FOR THE
030000*    OPERATOR, TODAY'S NEW FLAGS INCLUDED.
030100     ADD 1 TO WS-EMPS-FLAGGED.
030200     MOVE 'SELFDEAL' TO WS-CURSOR-NAME.
030300     EXEC SQL
030400         SELECT COUNT(*)
030500           INTO :WS-OPER-TO-DATE
030600           FROM CIF.SELFDEAL
030700          WHERE SD_OPER_ID = :WS-OPER-ID
030800     END-EXEC.
030900     IF  SQLCODE NOT = ZERO
031000         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
031100     END-IF.
031200     MOVE WS-OPER-ID        TO EL-OPER-ID.
031300     MOVE WS-OPER-FLAGS     TO EL-FLAGS-TODAY.
031400     MOVE WS-OPER-TO-DATE   TO EL-FLAGS-TO-DATE.
031500     MOVE WS-EMPLOYEE-LINE  TO RPT685-RECORD.
031600     WRITE RPT685-RECORD.
031700     MOVE SPACES            TO RPT685-RECORD.
031800     WRITE RPT685-RECORD.
031900 2400-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200 3000-LOAD-HOUSEHOLD.
032300*    ENTRY 1 IS THE EMPLOYEE.  CIFU021 FUNCTION H THEN RETURNS
032400*    EVERY JOINT OWNER, SIGNER, BENEFICIARY AND GUARDIAN ON
032500*    THE EMPLOYEE'S ACCOUNTS; A MEMBER ALREADY IN THE TABLE
032600*    (THE EMPLOYEE NAMED ON THEIR OWN JOINT ACCOUNT) IS NOT
032700*    ADDED TWICE.
032800     MOVE 1                 TO WS-MBR-MAX.
032900     MOVE WS-EMP-BANK-NBR   TO WS-MBR-BANK-NBR (1).
033000     MOVE WS-EMP-FILE-ID    TO WS-MBR-FILE-ID (1).
033100     MOVE WS-EMP-FILE-KEY   TO WS-MBR-FILE-KEY (1).
033200     MOVE OPR-CUST-ID       TO WS-MBR-CUST-ID (1).
033300     MOVE 'SE'              TO WS-MBR-RELATION (1).
033400     MOVE WS-EMP-BANK-NBR   TO U021-BANK-NBR.
033500     MOVE WS-EMP-FILE-ID    TO U021-FILE-ID.
033600     MOVE WS-EMP-FILE-KEY   TO U021-FILE-KEY.
033700     MOVE 'N'               TO U021-DEMOGRAPHICS-IND.
033800     MOVE 'H'               TO U021-FUNCTION.
033900     MOVE ZERO              TO U021H-RETURNED-COUNT.
034000     CALL 'CIFU021' USING CIFU021-PARAMETERS
034100                          CIFU021-BULK-PARAMETERS
034200                          CIFU021-HOUSEHOLD-PARAMETERS.
034300     PERFORM 3100-ADD-MEMBER THRU 3100-EXIT
034400         VARYING WS-SUB FROM 1 BY 1
034500         UNTIL WS-SUB > U021H-RETURNED-COUNT.
034600 3000-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900 3100-ADD-MEMBER.
035000     MOVE 'N' TO WS-MATCH-SW.
035100     PERFORM 3200-FIND-MEMBER THRU 3200-EXIT
035200         VARYING WS-MBR-SUB FROM 1 BY 1
035300         UNTIL WS-MBR-SUB > WS-MBR-MAX
035400            OR WS-MATCH-YES.
035500     IF  WS-MATCH-YES
035600         GO TO 3100-EXIT
035700     END-IF.
035800     ADD 1 TO WS-MBR-MAX.
035900     MOVE U021H-BANK-NBR (WS-SUB)
036000       TO WS-MBR-BANK-NBR (WS-MBR-MAX).
036100     MOVE U021H-FILE-ID (WS-SUB)
036200       TO WS-MBR-FILE-ID (WS-MBR-MAX).
036300     MOVE U021H-FILE-KEY (WS-SUB)
036400       TO WS-MBR-FILE-KEY (WS-MBR-MAX).
036500     MOVE U021H-CUST-ID (WS-SUB)
036600       TO WS-MBR-CUST-ID (WS-MBR-MAX).
036700     MOVE U021H-RELATIONSHIP-CODE (WS-SUB)
036800       TO WS-MBR-RELATION (WS-MBR-MAX).
036900 3100-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200 3200-FIND-MEMBER.
037300     IF  WS-MBR-CUST-ID (WS-MBR-SUB) = U021H-CUST-ID (WS-SUB)
037400         SET WS-MATCH-YES TO TRUE
037500     END-IF.
037600 3200-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900 4000-LOAD-ACCOUNTS.
038000     MOVE ZERO TO WS-ACCT-MAX.
038100     MOVE ZERO TO WS-ACCT-OVERFLOW.
038200     PERFORM 4100-MEMBER-ACCOUNTS THRU 4100-EXIT
038300         VARYING WS-MBR-SUB FROM 1 BY 1
038400         UNTIL WS-MBR-SUB > WS-MBR-MAX.
038500     ADD WS-ACCT-MAX TO WS-ACCTS-CHECKED.
038600     IF  WS-ACCT-OVERFLOW > ZERO
038700         MOVE SPACES               TO WS-DETAIL-LINE
038800         MOVE WS-OPER-ID           TO DL-OPER-ID
038900         MOVE OPR-NAME             TO DL-OPER-NAME
039000         MOVE 'TABLE OVERFLOW'     TO DL-SOURCE
039100         MOVE ZERO                 TO DL-BANK-NBR
039200         MOVE 'ACCOUNTS NOT CHECKED'  TO DL-ACCT-KEY
039300         MOVE WS-ACCT-OVERFLOW     TO DL-AMOUNT
039400         MOVE OPR-CUST-ID          TO DL-OWNER-ID
039500         MOVE WS-DETAIL-LINE       TO RPT685-RECORD
039600         WRITE RPT685-RECORD
039700     END-IF.
039800 4000-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100 4100-MEMBER-ACCOUNTS.
040200     MOVE 'N' TO WS-ACCT-EOF-SW.
040300     MOVE WS-MBR-BANK-NBR (WS-MBR-SUB) TO WS-ROW-BANK-NBR.
040400     MOVE WS-MBR-FILE-ID (WS-MBR-SUB)  TO WS-ROW-FILE-ID.
040500     MOVE WS-MBR-FILE-KEY (WS-MBR-SUB) TO WS-ROW-FILE-KEY.
040600     MOVE 'CSR685A' TO WS-CURSOR-NAME.
040700     EXEC SQL
040800         DECLARE CSR685A CURSOR FOR
040900         SELECT X.BANK_NBR, X.FILE_KEY
041000           FROM CIF.CUSTXREF X
041100          WHERE X.RELATED_BANK_NBR = :WS-ROW-BANK-NBR
041200            AND X.RELATED_FILE_ID  = :WS-ROW-FILE-ID
041300            AND X.RELATED_FILE_KEY = :WS-ROW-FILE-KEY
041400            AND X.FILE_ID          = 'ACCT'
041500     END-EXEC.
041600     EXEC SQL OPEN CSR685A END-EXEC.
041700     IF  SQLCODE NOT = ZERO
041800         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
041900     END-IF.
042000     PERFORM 4200-FETCH-ACCOUNT THRU 4200-EXIT.
042100     PERFORM 4300-STORE-ACCOUNT THRU 4300-EXIT
042200         UNTIL WS-ACCT-EOF-YES.
042300     EXEC SQL CLOSE CSR685A END-EXEC.
042400 4100-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700 4200-FETCH-ACCOUNT.
042800     EXEC SQL
042900         FETCH CSR685A
043000          INTO :ACCT-BANK-NBR, :ACCT-KEY
043100     END-EXEC.
043200     EVALUATE SQLCODE
043300         WHEN ZERO
043400             CONTINUE
043500         WHEN +100
043600             SET WS-ACCT-EOF-YES TO TRUE
043700         WHEN OTHER
043800             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
043900     END-EVALUATE.
044000 4200-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300 4300-STORE-ACCOUNT.
044400     MOVE 'N' TO WS-MATCH-SW.
044500     PERFORM 4400-FIND-STORED THRU 4400-EXIT
044600         VARYING WS-ACCT-SUB FROM 1 BY 1
044700         UNTIL WS-ACCT-SUB > WS-ACCT-MAX
044800            OR WS-MATCH-YES.
044900     EVALUATE TRUE
045000         WHEN WS-MATCH-YES
045100             CONTINUE
045200         WHEN WS-ACCT-MAX NOT < 300
045300             ADD 1 TO WS-ACCT-OVERFLOW
045400         WHEN OTHER
045500             ADD 1 TO WS-ACCT-MAX
045600             MOVE ACCT-BANK-NBR
045700               TO WS-ACCT-BANK-NBR (WS-ACCT-MAX)
045800             MOVE ACCT-KEY
045900               TO WS-ACCT-KEY (WS-ACCT-MAX)
046000             MOVE WS-MBR-CUST-ID (WS-MBR-SUB)
046100               TO WS-ACCT-OWNER-ID (WS-ACCT-MAX)
046200             MOVE WS-MBR-RELATION (WS-MBR-SUB)
046300               TO WS-ACCT-RELATION (WS-ACCT-MAX)
046400     END-EVALUATE.
046500     PERFORM 4200-FETCH-ACCOUNT THRU 4200-EXIT.
046600 4300-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 4400-FIND-STORED.
047000     IF  WS-ACCT-BANK-NBR (WS-ACCT-SUB) = ACCT-BANK-NBR
047100     AND WS-ACCT-KEY (WS-ACCT-SUB)      = ACCT-KEY
047200         SET WS-MATCH-YES TO TRUE
047300     END-IF.
047400 4400-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700 5000-CHECK-ACTIONS.
047800*    ONE BRANCH PER SOURCE THAT RECORDS WHO ACTED ON AN ACCOUNT,
047900*    THE SAME COLUMNS CIFB552 READS.  A TEMPORARY CARD LIMIT
048000*    HAS NO ENTRY DATE, SO EVERY OVERRIDE STILL SCHEDULED OR
048100*    APPLIED IS CHECKED UNDER ITS START DATE AND THE UNIQUE
048200*    KEY ON CIF.SELFDEAL KEEPS IT FROM BEING FLAGGED TWICE.
048210*    A WAIVER APPROVAL IS CHECKED ON THE DAY THE SUPERVISOR
048220*    DECIDED IT, NOT THE DAY IT WAS REQUESTED.
048300*    HOLD RELEASES ARE THE OPERATOR RELEASES LOGGED ON
048400*    FINQ.HOLDREL.
048500     IF  WS-ACCT-MAX = ZERO
048600         GO TO 5000-EXIT
048700     END-IF.
048800     MOVE 'N' TO WS-ACTN-EOF-SW.
048900     MOVE 'CSR685X' TO WS-CURSOR-NAME.
049000     EXEC SQL
049100         DECLARE CSR685X CURSOR FOR
049200         SELECT 'NIPS REFUND     ', N.NIPS_BANK_NBR, ' ',
049300                N.NIPS_ACCT_NBR, DIGITS(N.NIPS_SEQ_NBR),
049400                N.NIPS_TX_FEE, N.NIPS_REFUND_DATE
049500           FROM NIPS.DETAIL N
049600          WHERE N.NIPS_REFUND_OPER = :WS-OPER-ID
049700            AND N.NIPS_REFUND_DATE = :WS-RPT-DATE
049800            AND N.NIPS_REFUND_IND  = 'Y'
049900         UNION ALL
050000         SELECT 'WAIVER REQUEST  ', W.WVR_BANK_NO, ' ',
050100                W.WVR_ACCT_NO, 'CYCLE ' || DIGITS(W.WVR_CYCLE),
050200                W.WVR_AMOUNT, W.WVR_PLACED_DATE
050300           FROM DSDS.WVRAUTH W
050400          WHERE W.WVR_OPER_ID      = :WS-OPER-ID
050500            AND W.WVR_PLACED_DATE  = :WS-RPT-DATE
050600         UNION ALL
050700         SELECT 'WAIVER APPROVAL ', W.WVR_BANK_NO, ' ',
050800                W.WVR_ACCT_NO, 'CYCLE ' || DIGITS(W.WVR_CYCLE),
050900                W.WVR_AMOUNT, W.WVR_DECIDED_DATE
051000           FROM DSDS.WVRAUTH W
051100          WHERE W.WVR_SUPV_ID      = :WS-OPER-ID
051200            AND W.WVR_DECIDED_DATE = :WS-RPT-DATE
051300            AND W.WVR_STATUS       = 'A'
051400         UNION ALL
051500         SELECT 'STOP PAYMENT    ', S.STOP_BANK_NO, ' ',
051600                S.STOP_ACCT_NO, DIGITS(S.STOP_ORDER_NBR),
051700                S.STOP_AMOUNT, S.STOP_PLACED_DATE
051800           FROM DSDS.STOPPAY S
051900          WHERE S.STOP_SOURCE_USER = :WS-OPER-ID
052000            AND S.STOP_PLACED_DATE = :WS-RPT-DATE
052100         UNION ALL
052200         SELECT 'ACCOUNT REMARKS ', H.ACCTRH_BANK_NBR,
052300                H.ACCTRH_KEY, 0, DIGITS(H.ACCTRH_SEQ),
052400                0, H.ACCTRH_CHANGE_DATE
052500           FROM CIF.ACCTRMX_HIST H
052600          WHERE H.ACCTRH_USERID      = :WS-OPER-ID
052700            AND H.ACCTRH_CHANGE_DATE = :WS-RPT-DATE
052800         UNION ALL
052900         SELECT 'TEMP CARD LIMIT ', D.ADCX_FILE_BANK,
053000                D.ADCX_FILE_KEY, 0, T.TLO_CARD_NBR,
053100                T.TLO_TMP_LIM_POS, T.TLO_START_DATE
053200           FROM ACM.TMPLIMIT T
053300           JOIN ACM.DEBCXREF D
053400             ON D.ADCX_BANK_NBR    = T.TLO_BANK_NBR
053500            AND D.ADCX_CARD_NBR    = T.TLO_CARD_NBR
053600          WHERE T.TLO_OPER_ID      = :WS-OPER-ID
053700            AND T.TLO_STATUS      IN ('S', 'A')
053800            AND T.TLO_START_DATE  <= :WS-RPT-DATE
053900         UNION ALL
054000         SELECT 'HOLD RELEASE    ', R.HREL_BANK_NBR, ' ',
054100                DECIMAL(R.HREL_ACCT_NBR, 9, 0),
054200                DIGITS(R.HREL_MEMO_ID),
054300                R.HREL_AMOUNT, R.HREL_RELEASE_DATE
054400           FROM FINQ.HOLDREL R
054500          WHERE R.HREL_OPER_ID      = :WS-OPER-ID
054600            AND R.HREL_RELEASE_DATE = :WS-RPT-DATE
054700         UNION ALL
054800         SELECT 'ACCOUNT OPENED  ', A.ACCT_BANK_NBR,
054900                A.ACCT_KEY, 0, 'ACCOUNT OPEN',
055000                0, A.ACCT_OPEN_DATE
055100           FROM CIF.ACCOUNT A
055200          WHERE A.ACCT_OPENED_BY_OPERATOR = :WS-OPER-ID
055300            AND A.ACCT_OPEN_DATE          = :WS-RPT-DATE
055400     END-EXEC.
055500     EXEC SQL
055600         OPEN CSR685X
055700     END-EXEC.
055800     IF  SQLCODE NOT = ZERO
055900         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
056000     END-IF.
056100     PERFORM 5100-FETCH-ACTION THRU 5100-EXIT.
056200     PERFORM 5200-MATCH-ACTION THRU 5200-EXIT
056300         UNTIL WS-ACTN-EOF-YES.
056400     EXEC SQL
056500         CLOSE CSR685X
056600     END-EXEC.
056700 5000-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000 5100-FETCH-ACTION.
057100     EXEC SQL
057200         FETCH CSR685X
057300          INTO :WS-ACTN-SOURCE, :WS-ACTN-BANK-NBR,
057400               :WS-ACTN-KEY, :WS-ACTN-ACCT-NBR,
057500               :WS-ACTN-REFERENCE, :WS-ACTN-AMOUNT,
057600               :WS-ACTN-DATE
057700     END-EXEC.
057800     EVALUATE SQLCODE
057900         WHEN ZERO
058000             CONTINUE
058100         WHEN +100
058200             SET WS-ACTN-EOF-YES TO TRUE
058300         WHEN OTHER
058400             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
058500     END-EVALUATE.
058600 5100-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900 5200-MATCH-ACTION.
059000     ADD 1 TO WS-ACTIONS-CHECKED.
059100     IF  WS-ACTN-KEY = SPACES
059200         MOVE WS-ACTN-ACCT-NBR TO WS-ACCT-NBR-9
059300         MOVE WS-ACCT-NBR-9    TO WS-ACTN-KEY (17:9)
059400     END-IF.
059500     MOVE 'N' TO WS-MATCH-SW.
059600     PERFORM 5300-FIND-ACCOUNT THRU 5300-EXIT
059700         VARYING WS-ACCT-SUB FROM 1 BY 1
059800         UNTIL WS-ACCT-SUB > WS-ACCT-MAX
059900            OR WS-MATCH-YES.
060000     IF  WS-MATCH-YES
060100         SUBTRACT 1 FROM WS-ACCT-SUB
060200         PERFORM 6000-FLAG-ACTION THRU 6000-EXIT
060300     END-IF.
060400     PERFORM 5100-FETCH-ACTION THRU 5100-EXIT.
060500 5200-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800 5300-FIND-ACCOUNT.
060900     IF  WS-ACCT-BANK-NBR (WS-ACCT-SUB) = WS-ACTN-BANK-NBR
061000     AND WS-ACCT-KEY (WS-ACCT-SUB)      = WS-ACTN-KEY
061100         SET WS-MATCH-YES TO TRUE
061200     END-IF.
061300 5300-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------
061600 6000-FLAG-ACTION.
061700*    A ROW ALREADY ON CIF.SELFDEAL (-803) WAS FLAGGED BY AN
061800*    EARLIER RUN AND IS NOT LISTED OR COUNTED AGAIN.
061900     MOVE WS-OPER-ID                    TO SD-OPER-ID.
062000     MOVE WS-ACTN-DATE                  TO SD-ACTION-DATE.
062100     MOVE WS-ACTN-SOURCE                TO SD-SOURCE.
062200     MOVE WS-ACTN-BANK-NBR              TO SD-BANK-NBR.
062300     MOVE WS-ACTN-KEY                   TO SD-ACCT-KEY.
062400     MOVE WS-ACTN-REFERENCE             TO SD-REFERENCE.
062500     MOVE WS-ACTN-AMOUNT                TO SD-AMOUNT.
062600     MOVE WS-ACCT-OWNER-ID (WS-ACCT-SUB) TO SD-OWNER-CUST-ID.
062700     MOVE WS-ACCT-RELATION (WS-ACCT-SUB) TO SD-RELATION.
062800     MOVE 'SELFDEAL' TO WS-CURSOR-NAME.
062900     EXEC SQL
063000         INSERT INTO CIF.SELFDEAL
063100                (SD_OPER_ID, SD_ACTION_DATE, SD_SOURCE,
063200                 SD_BANK_NBR, SD_ACCT_KEY, SD_REFERENCE,
063300                 SD_AMOUNT, SD_OWNER_CUST_ID, SD_RELATION,
063400                 SD_FLAG_DATE)
063500         VALUES (:SD-OPER-ID, :SD-ACTION-DATE, :SD-SOURCE,
063600                 :SD-BANK-NBR, :SD-ACCT-KEY, :SD-REFERENCE,
063700                 :SD-AMOUNT, :SD-OWNER-CUST-ID, :SD-RELATION,
063800                 CURRENT DATE)
063900     END-EXEC.
064000     EVALUATE SQLCODE
064100         WHEN ZERO
064200             CONTINUE
064300         WHEN -803
064400             ADD 1 TO WS-FLAGS-PRIOR
064500             GO TO 6000-EXIT
064600         WHEN OTHER
064700             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
064800     END-EVALUATE.
064900     ADD 1 TO WS-OPER-FLAGS.
065000     ADD 1 TO WS-FLAGS-NEW.
065100     MOVE SPACES            TO WS-DETAIL-LINE.
065200     MOVE WS-OPER-ID        TO DL-OPER-ID.
065300     MOVE OPR-NAME          TO DL-OPER-NAME.
065400     MOVE SD-SOURCE         TO DL-SOURCE.
065500     MOVE SD-BANK-NBR       TO DL-BANK-NBR.
065600     MOVE SD-ACCT-KEY       TO DL-ACCT-KEY.
065700     MOVE SD-REFERENCE      TO DL-REFERENCE.
065800     MOVE SD-AMOUNT         TO DL-AMOUNT.
065900     MOVE SD-RELATION       TO DL-RELATION.
066000     MOVE SD-OWNER-CUST-ID  TO DL-OWNER-ID.
066100     MOVE WS-DETAIL-LINE    TO RPT685-RECORD.
066200     WRITE RPT685-RECORD.
066300 6000-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 8000-FINALIZE.
066700     EXEC SQL
066800         CLOSE CSR685O
066900     END-EXEC.
067000     MOVE 'OPERATORS CHECKED       - ' TO TL-LABEL.
067100     MOVE WS-OPERS-CHECKED   TO TL-COUNT.
067200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
067300     MOVE 'CUSTOMER LINKS NOT FOUND- ' TO TL-LABEL.
067400     MOVE WS-LINKS-MISSING   TO TL-COUNT.
067500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
067600     MOVE 'HOUSEHOLD ACCOUNTS      - ' TO TL-LABEL.
067700     MOVE WS-ACCTS-CHECKED   TO TL-COUNT.
067800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
067900     MOVE 'ACTIONS CHECKED         - ' TO TL-LABEL.
068000     MOVE WS-ACTIONS-CHECKED TO TL-COUNT.
068100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
068200     MOVE 'ACTIONS FLAGGED         - ' TO TL-LABEL.
068300     MOVE WS-FLAGS-NEW       TO TL-COUNT.
068400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
068500     MOVE 'ALREADY FLAGGED         - ' TO TL-LABEL.
068600     MOVE WS-FLAGS-PRIOR     TO TL-COUNT.
068700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
068800     MOVE 'EMPLOYEES FLAGGED       - ' TO TL-LABEL.
068900     MOVE WS-EMPS-FLAGGED    TO TL-COUNT.
069000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
069100     CLOSE RPT685-FILE.
069200     IF  WS-FLAGS-NEW > ZERO
069300         MOVE 4 TO RETURN-CODE
069400     END-IF.
069500 8000-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------
069800 8100-WRITE-TOTAL.
069900     MOVE WS-TOTAL-LINE TO RPT685-RECORD.
070000     WRITE RPT685-RECORD.
070100 8100-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------
070400 9000-SQL-FAILED.
070500     MOVE SQLCODE TO WS-SQLCODE-ED.
070600     DISPLAY 'CIFB554 - ' WS-CURSOR-NAME ' FAILED, SQLCODE '
070700             WS-SQLCODE-ED.
070800     EXEC SQL ROLLBACK END-EXEC.
070900     CLOSE RPT685-FILE.
071000     MOVE 16 TO RETURN-CODE.
071100     GOBACK.
071200 9000-EXIT.
071300     EXIT.
