000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFU526.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  THE ONLY PATH     *
001500*                      THAT CHANGES THE CIF.OPERATOR REGISTRY -- *
001600*                      ADD, CHANGE, SUSPEND, TERMINATE,          *
001700*                      REINSTATE AND MANAGER RECERTIFICATION --  *
001800*                      EACH STAMPED WITH THE MAINTAINING         *
001900*                      OPERATOR, WHO MUST BE ENTITLED TO DO IT.  *
001910*   10/15/2026 RM     FUNCTION K LINKS AN OPERATOR TO THEIR OWN *
001920*                      CIF CUSTOMER ID (ADD TAKES IT TOO) FOR    *
001930*                      THE CIFB554 SELF-DEALING CHECK.           *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
002500 OBJECT-COMPUTER.  IBM-370.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-WORK-FIELDS.
002900     05  WS-MAINT-ID              PIC S9(5)   COMP-3 VALUE ZERO.
003000     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
003100     05  WS-TERM-DATE             PIC X(10)   VALUE SPACE.
003200     05  WS-NEW-STATUS            PIC X(01)   VALUE SPACE.
003300     05  WS-DUP-COUNT             PIC S9(9)   COMP  VALUE ZERO.
003310     05  WS-CUST-COUNT            PIC S9(9)   COMP  VALUE ZERO.
003400     05  WS-SQLCODE-ED            PIC -(9)9.
003500*----------------------------------------------------------------
003600     COPY CIFOPER.
003700*----------------------------------------------------------------
003800     COPY CIFU525P.
003900*----------------------------------------------------------------
004000 LINKAGE SECTION.
004100 COPY CIFU526P.
004200*----------------------------------------------------------------
004300 PROCEDURE DIVISION USING CIFU526-PARAMETERS.
004400*
004500 0000-MAINLINE.
004600     MOVE ZERO  TO CIFU526-ERRORCODE.
004700     MOVE SPACE TO CIFU526-ERROR-TEXT.
004800     PERFORM 1000-CHECK-MAINTAINER THRU 1000-EXIT.
004900     IF  CIFU526-INVALID
005000         GOBACK
005100     END-IF.
005200     EVALUATE TRUE
005300         WHEN CIFU526-FUNC-ADD
005400             PERFORM 2000-ADD-OPERATOR THRU 2000-EXIT
005500         WHEN CIFU526-FUNC-CHANGE
005600             PERFORM 3000-CHANGE-OPERATOR THRU 3000-EXIT
005700         WHEN CIFU526-FUNC-SUSPEND
005800             PERFORM 4000-SUSPEND-OPERATOR THRU 4000-EXIT
005900         WHEN CIFU526-FUNC-TERMINATE
006000             PERFORM 5000-TERMINATE-OPERATOR THRU 5000-EXIT
006100         WHEN CIFU526-FUNC-REINSTATE
006200             PERFORM 6000-REINSTATE-OPERATOR THRU 6000-EXIT
006300         WHEN CIFU526-FUNC-RECERTIFY
006400             PERFORM 7000-RECERTIFY-OPERATOR THRU 7000-EXIT
006410         WHEN CIFU526-FUNC-LINK-CUST
006420             PERFORM 7500-LINK-CUSTOMER THRU 7500-EXIT
006500         WHEN OTHER
006600             MOVE +9999 TO CIFU526-ERRORCODE
006700             MOVE 'INVALID CIFU526-FUNCTION'
006800               TO CIFU526-ERROR-TEXT
006900     END-EVALUATE.
007000     GOBACK.
007100*----------------------------------------------------------------
007200 1000-CHECK-MAINTAINER.
007300*    THE REGISTRY IS NEVER CHANGED BY A BATCH JOB OR BY THE
007400*    OPERATOR IT DESCRIBES.  A RECERTIFICATION IS THE MANAGER
007500*    ATTESTING TO THEIR OWN STAFF AND NEEDS NO OPRM ROLE.
007600     IF  CIFU526-OPER-ID = ZERO
007700         MOVE +9999 TO CIFU526-ERRORCODE
007800         MOVE 'OPERATOR NUMBER MISSING'
007900           TO CIFU526-ERROR-TEXT
008000         GO TO 1000-EXIT
008100     END-IF.
008200     MOVE CIFU526-MAINT-ID     TO CIFU525-OPER-ID.
008300     MOVE CIFU526-MAINT-SIGNON TO CIFU525-SIGNON-ID.
008400     IF  CIFU526-FUNC-RECERTIFY
008500         MOVE SPACE  TO CIFU525-ROLE
008600     ELSE
008700         MOVE 'OPRM' TO CIFU525-ROLE
008800     END-IF.
008900     CALL 'CIFU525' USING CIFU525-PARAMETERS.
009000     IF  CIFU525-INVALID
009100         MOVE +9999 TO CIFU526-ERRORCODE
009200         MOVE CIFU525-ERROR-TEXT TO CIFU526-ERROR-TEXT
009300         GO TO 1000-EXIT
009400     END-IF.
009500     IF  CIFU525-RESOLVED-ID = ZERO
009600         MOVE +9999 TO CIFU526-ERRORCODE
009700         MOVE 'REGISTRY MAINTENANCE NEEDS A SIGNED-ON OPERATOR'
009800           TO CIFU526-ERROR-TEXT
009900         GO TO 1000-EXIT
010000     END-IF.
010100     IF  CIFU525-RESOLVED-ID = CIFU526-OPER-ID
010200         MOVE +9999 TO CIFU526-ERRORCODE
010300         MOVE 'AN OPERATOR MAY NOT MAINTAIN THEIR OWN ENTRY'
010400           TO CIFU526-ERROR-TEXT
010500         GO TO 1000-EXIT
010600     END-IF.
010700     MOVE CIFU525-RESOLVED-ID TO WS-MAINT-ID.
010800     EXEC SQL
010900         SET :WS-TODAY = CURRENT DATE
011000     END-EXEC.
011100 1000-EXIT.
011200     EXIT.
011300*----------------------------------------------------------------
011400 2000-ADD-OPERATOR.
011500     IF  CIFU526-SIGNON-ID = SPACES
011600     OR  CIFU526-OPER-NAME = SPACES
011700     OR  CIFU526-ROLES = SPACES
011800         MOVE +9999 TO CIFU526-ERRORCODE
011900         MOVE 'SIGNON, NAME AND ROLES ARE REQUIRED'
012000           TO CIFU526-ERROR-TEXT
012100         GO TO 2000-EXIT
012200     END-IF.
012300     IF  CIFU526-MANAGER-ID = ZERO
012400     OR  CIFU526-MANAGER-ID = CIFU526-OPER-ID
012500         MOVE +9999 TO CIFU526-ERRORCODE
012600         MOVE 'A MANAGER OTHER THAN THE OPERATOR IS REQUIRED'
012700           TO CIFU526-ERROR-TEXT
012800         GO TO 2000-EXIT
012900     END-IF.
013000     MOVE CIFU526-OPER-ID    TO OPR-OPER-ID.
013100     MOVE CIFU526-SIGNON-ID  TO OPR-SIGNON-ID.
013200     PERFORM 8000-CHECK-SIGNON THRU 8000-EXIT.
013300     IF  CIFU526-INVALID
013400         GO TO 2000-EXIT
013500     END-IF.
013510     MOVE CIFU526-CUST-ID    TO OPR-CUST-ID.
013520     IF  OPR-CUST-ID NOT = ZERO
013530         PERFORM 8300-CHECK-CUSTOMER THRU 8300-EXIT
013540         IF  CIFU526-INVALID
013550             GO TO 2000-EXIT
013560         END-IF
013570     END-IF.
013600     MOVE CIFU526-OPER-NAME  TO OPR-NAME.
013700     MOVE CIFU526-BRANCH     TO OPR-BRANCH.
013800     MOVE CIFU526-ROLES      TO OPR-ROLES.
013900     MOVE CIFU526-MANAGER-ID TO OPR-MANAGER-ID.
014000     MOVE WS-MAINT-ID        TO OPR-MAINT-OPER.
014100     EXEC SQL
014200         INSERT INTO CIF.OPERATOR
014300                (OPR_OPER_ID, OPR_SIGNON_ID, OPR_NAME,
014400                 OPR_BRANCH, OPR_ROLES, OPR_STATUS,
014500                 OPR_TERM_DATE, OPR_MANAGER_ID, OPR_CERT_DATE,
014600                 OPR_CERT_BY, OPR_MAINT_OPER, OPR_MAINT_DATE,
014650                 OPR_CUST_ID)
014700         VALUES (:OPR-OPER-ID, :OPR-SIGNON-ID, :OPR-NAME,
014800                 :OPR-BRANCH, :OPR-ROLES, 'A',
014900                 '9999-12-31', :OPR-MANAGER-ID, '0001-01-01',
015000                 0, :OPR-MAINT-OPER, CURRENT DATE,
015050                 :OPR-CUST-ID)
015100     END-EXEC.
015200     EVALUATE SQLCODE
015300         WHEN ZERO
015400             CONTINUE
015500         WHEN -803
015600             MOVE +9999 TO CIFU526-ERRORCODE
015700             MOVE 'OPERATOR NUMBER IS ALREADY ON THE REGISTRY'
015800               TO CIFU526-ERROR-TEXT
015900         WHEN OTHER
016000             MOVE 'CIF.OPERATOR INSERT FAILED, SQLCODE '
016100               TO CIFU526-ERROR-TEXT
016200             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
016300     END-EVALUATE.
016400 2000-EXIT.
016500     EXIT.
016600*----------------------------------------------------------------
016700 3000-CHANGE-OPERATOR.
016800     PERFORM 8100-READ-OPERATOR THRU 8100-EXIT.
016900     IF  CIFU526-INVALID
017000         GO TO 3000-EXIT
017100     END-IF.
017200     IF  CIFU526-SIGNON-ID NOT = SPACES
017300     AND CIFU526-SIGNON-ID NOT = OPR-SIGNON-ID
017400         MOVE CIFU526-SIGNON-ID TO OPR-SIGNON-ID
017500         PERFORM 8000-CHECK-SIGNON THRU 8000-EXIT
017600         IF  CIFU526-INVALID
017700             GO TO 3000-EXIT
017800         END-IF
017900     END-IF.
018000     IF  CIFU526-OPER-NAME NOT = SPACES
018100         MOVE CIFU526-OPER-NAME TO OPR-NAME
018200     END-IF.
018300     IF  CIFU526-BRANCH NOT = ZERO
018400         MOVE CIFU526-BRANCH TO OPR-BRANCH
018500     END-IF.
018600     IF  CIFU526-MANAGER-ID NOT = ZERO
018700         IF  CIFU526-MANAGER-ID = CIFU526-OPER-ID
018800             MOVE +9999 TO CIFU526-ERRORCODE
018900             MOVE 'AN OPERATOR CANNOT BE THEIR OWN MANAGER'
019000               TO CIFU526-ERROR-TEXT
019100             GO TO 3000-EXIT
019200         END-IF
019300         MOVE CIFU526-MANAGER-ID TO OPR-MANAGER-ID
019400     END-IF.
019500*    NEW ROLES HAVE NOT BEEN ATTESTED, SO THE OPERATOR FALLS
019600*    DUE ON THE NEXT RECERTIFICATION REPORT.
019700     IF  CIFU526-ROLES NOT = SPACES
019800     AND CIFU526-ROLES NOT = OPR-ROLES
019900         MOVE CIFU526-ROLES TO OPR-ROLES
020000         MOVE '0001-01-01'  TO OPR-CERT-DATE
020100         MOVE ZERO          TO OPR-CERT-BY
020200     END-IF.
020300     MOVE WS-MAINT-ID TO OPR-MAINT-OPER.
020400     EXEC SQL
020500         UPDATE CIF.OPERATOR
020600            SET OPR_SIGNON_ID  = :OPR-SIGNON-ID,
020700                OPR_NAME       = :OPR-NAME,
020800                OPR_BRANCH     = :OPR-BRANCH,
020900                OPR_ROLES      = :OPR-ROLES,
021000                OPR_MANAGER_ID = :OPR-MANAGER-ID,
021100                OPR_CERT_DATE  = :OPR-CERT-DATE,
021200                OPR_CERT_BY    = :OPR-CERT-BY,
021300                OPR_MAINT_OPER = :OPR-MAINT-OPER,
021400                OPR_MAINT_DATE = CURRENT DATE
021500          WHERE OPR_OPER_ID = :OPR-OPER-ID
021600     END-EXEC.
021700     IF  SQLCODE NOT = ZERO
021800         MOVE 'CIF.OPERATOR UPDATE FAILED, SQLCODE '
021900           TO CIFU526-ERROR-TEXT
022000         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
022100     END-IF.
022200 3000-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500 4000-SUSPEND-OPERATOR.
022600     PERFORM 8100-READ-OPERATOR THRU 8100-EXIT.
022700     IF  CIFU526-INVALID
022800         GO TO 4000-EXIT
022900     END-IF.
023000     IF  NOT OPR-STATUS-ACTIVE
023100         MOVE +9999 TO CIFU526-ERRORCODE
023200         MOVE 'ONLY AN ACTIVE OPERATOR CAN BE SUSPENDED'
023300           TO CIFU526-ERROR-TEXT
023400         GO TO 4000-EXIT
023500     END-IF.
023600     MOVE 'S'          TO WS-NEW-STATUS.
023700     MOVE OPR-TERM-DATE TO WS-TERM-DATE.
023800     PERFORM 8200-UPDATE-STATUS THRU 8200-EXIT.
023900 4000-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------
024200 5000-TERMINATE-OPERATOR.
024300*    A TERMINATION CAN BE ENTERED AHEAD OF THE LAST DAY; THE
024400*    OPERATOR STAYS ACTIVE UNTIL THE DATE AND CIFU525 REFUSES
024500*    THEM FROM IT ON.
024600     PERFORM 8100-READ-OPERATOR THRU 8100-EXIT.
024700     IF  CIFU526-INVALID
024800         GO TO 5000-EXIT
024900     END-IF.
025000     IF  OPR-STATUS-TERMINATED
025100         MOVE +9999 TO CIFU526-ERRORCODE
025200         MOVE 'OPERATOR IS ALREADY TERMINATED'
025300           TO CIFU526-ERROR-TEXT
025400         GO TO 5000-EXIT
025500     END-IF.
025600     IF  CIFU526-TERM-DATE = SPACES
025700         MOVE WS-TODAY TO WS-TERM-DATE
025800     ELSE
025900         MOVE CIFU526-TERM-DATE TO WS-TERM-DATE
026000     END-IF.
026100     IF  WS-TERM-DATE > WS-TODAY
026200         MOVE OPR-STATUS TO WS-NEW-STATUS
026300     ELSE
026400         MOVE 'T'        TO WS-NEW-STATUS
026500     END-IF.
026600     PERFORM 8200-UPDATE-STATUS THRU 8200-EXIT.
026700 5000-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000 6000-REINSTATE-OPERATOR.
027100     PERFORM 8100-READ-OPERATOR THRU 8100-EXIT.
027200     IF  CIFU526-INVALID
027300         GO TO 6000-EXIT
027400     END-IF.
027500     IF  OPR-STATUS-ACTIVE
027600     AND OPR-TERM-DATE = '9999-12-31'
027700         MOVE +9999 TO CIFU526-ERRORCODE
027800         MOVE 'OPERATOR IS ALREADY ACTIVE'
027900           TO CIFU526-ERROR-TEXT
028000         GO TO 6000-EXIT
028100     END-IF.
028200     MOVE 'A'          TO WS-NEW-STATUS.
028300     MOVE '9999-12-31' TO WS-TERM-DATE.
028400     PERFORM 8200-UPDATE-STATUS THRU 8200-EXIT.
028500 6000-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800 7000-RECERTIFY-OPERATOR.
028900     PERFORM 8100-READ-OPERATOR THRU 8100-EXIT.
029000     IF  CIFU526-INVALID
029100         GO TO 7000-EXIT
029200     END-IF.
029300     IF  OPR-MANAGER-ID NOT = WS-MAINT-ID
029400         MOVE +9999 TO CIFU526-ERRORCODE
029500         MOVE 'ONLY THE OPERATOR''S MANAGER CAN RECERTIFY'
029600           TO CIFU526-ERROR-TEXT
029700         GO TO 7000-EXIT
029800     END-IF.
029900     IF  OPR-STATUS-TERMINATED
030000         MOVE +9999 TO CIFU526-ERRORCODE
030100         MOVE 'A TERMINATED OPERATOR CANNOT BE RECERTIFIED'
030200           TO CIFU526-ERROR-TEXT
030300         GO TO 7000-EXIT
030400     END-IF.
030500     MOVE WS-MAINT-ID TO OPR-CERT-BY.
030600     EXEC SQL
030700         UPDATE CIF.OPERATOR
030800            SET OPR_CERT_DATE  = CURRENT DATE,
030900                OPR_CERT_BY    = :OPR-CERT-BY,
031000                OPR_MAINT_OPER = :OPR-CERT-BY,
031100                OPR_MAINT_DATE = CURRENT DATE
031200          WHERE OPR_OPER_ID = :OPR-OPER-ID
031300     END-EXEC.
031400     IF  SQLCODE NOT = ZERO
031500         MOVE 'CIF.OPERATOR UPDATE FAILED, SQLCODE '
031600           TO CIFU526-ERROR-TEXT
031700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
031800     END-IF.
031900 7000-EXIT.
032000     EXIT.
032007*----------------------------------------------------------------
032014 7500-LINK-CUSTOMER.
032021*    THE EMPLOYEE'S OWN CUSTOMER RECORD, WHOSE HOUSEHOLD CIFB554
032028*    WATCHES.  ZERO REMOVES THE LINK (THE EMPLOYEE NO LONGER
032035*    BANKS HERE).  LIKE EVERY CHANGE IT CANNOT COME FROM THE
032042*    OPERATOR IT DESCRIBES.
032049     PERFORM 8100-READ-OPERATOR THRU 8100-EXIT.
032056     IF  CIFU526-INVALID
032063         GO TO 7500-EXIT
032070     END-IF.
032077     MOVE CIFU526-CUST-ID TO OPR-CUST-ID.
032084     IF  OPR-CUST-ID NOT = ZERO
032091         PERFORM 8300-CHECK-CUSTOMER THRU 8300-EXIT
032098         IF  CIFU526-INVALID
032105             GO TO 7500-EXIT
032112         END-IF
032119     END-IF.
032126     MOVE WS-MAINT-ID TO OPR-MAINT-OPER.
032133     EXEC SQL
032140         UPDATE CIF.OPERATOR
032147            SET OPR_CUST_ID    = :OPR-CUST-ID,
032154                OPR_MAINT_OPER = :OPR-MAINT-OPER,
032161                OPR_MAINT_DATE = CURRENT DATE
032168          WHERE OPR_OPER_ID = :OPR-OPER-ID
032175     END-EXEC.
032182     IF  SQLCODE NOT = ZERO
032189         MOVE 'CIF.OPERATOR UPDATE FAILED, SQLCODE '
032196           TO CIFU526-ERROR-TEXT
032203         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
032210     END-IF.
032217 7500-EXIT.
032224     EXIT.
032231*----------------------------------------------------------------
032238 8000-CHECK-SIGNON.
032300*    A SIGNON RESOLVES TO EXACTLY ONE OPERATOR OR THE ONLINE
032400*    ENTITLEMENT CHECK CANNOT TELL WHO IS AT THE TERMINAL.
032500     MOVE ZERO TO WS-DUP-COUNT.
032600     EXEC SQL
032700         SELECT COUNT(*)
032800           INTO :WS-DUP-COUNT
032900           FROM CIF.OPERATOR
033000          WHERE OPR_SIGNON_ID = :OPR-SIGNON-ID
033100            AND OPR_OPER_ID  <> :OPR-OPER-ID
033200     END-EXEC.
033300     IF  SQLCODE NOT = ZERO
033400         MOVE 'CIF.OPERATOR SELECT FAILED, SQLCODE '
033500           TO CIFU526-ERROR-TEXT
033600         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
033700         GO TO 8000-EXIT
033800     END-IF.
033900     IF  WS-DUP-COUNT > ZERO
034000         MOVE +9999 TO CIFU526-ERRORCODE
034100         MOVE 'SIGNON IS ALREADY ASSIGNED TO ANOTHER OPERATOR'
034200           TO CIFU526-ERROR-TEXT
034300     END-IF.
034400 8000-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700 8100-READ-OPERATOR.
034800     MOVE CIFU526-OPER-ID TO OPR-OPER-ID.
034900     EXEC SQL
035000         SELECT OPR_SIGNON_ID, OPR_NAME, OPR_BRANCH,
035100                OPR_ROLES, OPR_STATUS, OPR_TERM_DATE,
035200                OPR_MANAGER_ID, OPR_CERT_DATE, OPR_CERT_BY
035300           INTO :OPR-SIGNON-ID, :OPR-NAME, :OPR-BRANCH,
035400                :OPR-ROLES, :OPR-STATUS, :OPR-TERM-DATE,
035500                :OPR-MANAGER-ID, :OPR-CERT-DATE, :OPR-CERT-BY
035600           FROM CIF.OPERATOR
035700          WHERE OPR_OPER_ID = :OPR-OPER-ID
035800     END-EXEC.
035900     EVALUATE SQLCODE
036000         WHEN ZERO
036100             CONTINUE
036200         WHEN +100
036300             MOVE +9999 TO CIFU526-ERRORCODE
036400             MOVE 'OPERATOR NOT ON THE OPERATOR REGISTRY'
036500               TO CIFU526-ERROR-TEXT
036600         WHEN OTHER
036700             MOVE 'CIF.OPERATOR SELECT FAILED, SQLCODE '
036800               TO CIFU526-ERROR-TEXT
036900             PERFORM 9000-SQL-FAILED THRU 9000-EXIT
037000     END-EVALUATE.
037100 8100-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400 8200-UPDATE-STATUS.
037500     MOVE WS-MAINT-ID TO OPR-MAINT-OPER.
037600     EXEC SQL
037700         UPDATE CIF.OPERATOR
037800            SET OPR_STATUS     = :WS-NEW-STATUS,
037900                OPR_TERM_DATE  = :WS-TERM-DATE,
038000                OPR_MAINT_OPER = :OPR-MAINT-OPER,
038100                OPR_MAINT_DATE = CURRENT DATE
038200          WHERE OPR_OPER_ID = :OPR-OPER-ID
038300     END-EXEC.
038400     IF  SQLCODE NOT = ZERO
038500         MOVE 'CIF.OPERATOR UPDATE FAILED, SQLCODE '
038600           TO CIFU526-ERROR-TEXT
038700         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
038800     END-IF.
038900 8200-EXIT.
039000     EXIT.
039010*----------------------------------------------------------------
039020 8300-CHECK-CUSTOMER.
039030     MOVE ZERO TO WS-CUST-COUNT.
039040     EXEC SQL
039050         SELECT COUNT(*)
039060           INTO :WS-CUST-COUNT
039070           FROM CIF.CUSTOMER
039080          WHERE CUST_ID = :OPR-CUST-ID
039090     END-EXEC.
039100     IF  SQLCODE NOT = ZERO
039110         MOVE 'CIF.CUSTOMER SELECT FAILED, SQLCODE '
039120           TO CIFU526-ERROR-TEXT
039130         PERFORM 9000-SQL-FAILED THRU 9000-EXIT
039140         GO TO 8300-EXIT
039150     END-IF.
039160     IF  WS-CUST-COUNT = ZERO
039170         MOVE +9999 TO CIFU526-ERRORCODE
039180         MOVE 'CUSTOMER ID NOT ON CIF.CUSTOMER'
039190           TO CIFU526-ERROR-TEXT
039200     END-IF.
039210 8300-EXIT.
039220     EXIT.
039230*----------------------------------------------------------------
039240 9000-SQL-FAILED.
039300*    THE CALLER OWNS THE UNIT OF WORK AND DECIDES WHETHER TO
039400*    ROLL BACK.
039500     MOVE SQLCODE TO WS-SQLCODE-ED.
039600     MOVE +9999 TO CIFU526-ERRORCODE.
039700     MOVE WS-SQLCODE-ED TO CIFU526-ERROR-TEXT (37:10).
039800 9000-EXIT.
039900     EXIT.
