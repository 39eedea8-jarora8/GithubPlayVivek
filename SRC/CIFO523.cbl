000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFO523.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS BENEFICIAL-  *
001500*                      OWNER MAINTENANCE FOR LEGAL-ENTITY        *
001600*                      CUSTOMERS (STYLE OF CIFO521).  FUNCTION L *
001700*                      LISTS THE CIF.BENOWNER ROWS FOR A CIF     *
001800*                      COMPOSITE KEY; A ADDS A 25% OWNER OR THE  *
001900*                      CONTROL PERSON; C CHANGES AN ACTIVE       *
002000*                      OWNER (BLANK/ZERO KEEPS THE FIELD); E     *
002100*                      END-DATES AN OWNER; R RECORDS THE         *
002200*                      CUSTOMER'S RECERTIFICATION ACROSS EVERY   *
002300*                      ACTIVE OWNER.  ONLY A CIF.CUSTNON ENTITY  *
002400*                      MAY CARRY OWNERS.  THE OPERATOR ID IS     *
002500*                      STAMPED ON EVERY CHANGE.  OPERATOR        *
002600*                      AUTHORITY IS ENFORCED BY CICS/RACF ON THE *
002700*                      TRANSACTION ID.                           *
002800*                                                                *
002805*   10/15/2026 RM     ADD, CHANGE, END-DATE AND RECERTIFY NOW    *
002810*                      RESOLVE THE CICS SIGNON THROUGH CIFU525   *
002815*                      AGAINST THE CIF.OPERATOR REGISTRY FOR     *
002820*                      ROLE BOWN BEFORE ANYTHING IS CHANGED, SO  *
002825*                      A SUSPENDED, TERMINATED OR UNREGISTERED   *
002830*                      OPERATOR IS REFUSED EVEN WHERE THE        *
002835*                      TRANSACTION ID IS STILL PERMITTED.        *
002840*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 01  WS-SWITCHES.
003700     05  WS-BO-EOF-SW            PIC X       VALUE 'N'.
003800         88  WS-BO-EOF-YES               VALUE 'Y'.
003900 01  WS-WORK-FIELDS.
004000     05  WS-LINE-SUB             PIC S9(4)   COMP  VALUE +0.
004100     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +126.
004200     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
004300     05  WS-ENTITY-COUNT         PIC S9(9)   COMP  VALUE +0.
004400     05  WS-NEXT-SEQ             PIC S9(4)   COMP  VALUE +0.
004500     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
004600*    TRANSACTION INPUT AS KEYED BY THE OPERATOR -- FUNCTION,
004700*    ENTITY KEY, AND FOR AN ADD OR CHANGE THE OWNER DETAIL.
004800*    THE OWNER SEQUENCE NAMES THE ROW FOR C AND E.
004900 01  WS-TRAN-INPUT.
005000     05  WS-IN-TRANID            PIC X(04).
005100     05  WS-IN-FUNCTION          PIC X(01).
005200         88  WS-FUNC-LIST                VALUE 'L'.
005300         88  WS-FUNC-ADD                 VALUE 'A'.
005400         88  WS-FUNC-CHANGE              VALUE 'C'.
005500         88  WS-FUNC-END-DATE            VALUE 'E'.
005600         88  WS-FUNC-RECERTIFY           VALUE 'R'.
005700     05  WS-IN-BANK-NBR          PIC 9(03).
005800     05  WS-IN-FILE-ID           PIC X(04).
005900     05  WS-IN-FILE-KEY          PIC X(25).
006000     05  WS-IN-OWNER-SEQ         PIC 9(04).
006100     05  WS-IN-OWNER-TYPE        PIC X(01).
006200     05  WS-IN-OWNER-NAME        PIC X(40).
006300     05  WS-IN-OWNER-TIN         PIC X(09).
006400     05  WS-IN-BIRTH-DATE        PIC X(10).
006500     05  WS-IN-OWNER-PCT         PIC 9(03)V99.
006600     05  WS-IN-EFF-DATE          PIC X(10).
006700     05  FILLER                  PIC X(10).
006800*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
006900 01  WS-TRAN-OUTPUT.
007000     05  WS-OUT-STATUS-LINE      PIC X(80).
007100     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
007200 01  WS-OUT-DETAIL.
007300     05  WS-OD-OWNER-SEQ         PIC ZZZ9.
007400     05  FILLER                  PIC X(01)   VALUE SPACE.
007500     05  WS-OD-OWNER-TYPE        PIC X(01).
007600     05  FILLER                  PIC X(01)   VALUE SPACE.
007700     05  WS-OD-OWNER-NAME        PIC X(30).
007800     05  FILLER                  PIC X(01)   VALUE SPACE.
007900     05  WS-OD-OWNER-PCT         PIC ZZ9.99.
008000     05  FILLER                  PIC X(01)   VALUE SPACE.
008100     05  WS-OD-END-DATE          PIC X(10).
008200     05  FILLER                  PIC X(01)   VALUE SPACE.
008300     05  WS-OD-CERT-DATE         PIC X(10).
008400     05  FILLER                  PIC X(01)   VALUE SPACE.
008500     05  WS-OD-MAINT-OPER        PIC X(08).
008600     05  FILLER                  PIC X(05)   VALUE SPACE.
008700*----------------------------------------------------------------
008800     COPY CIFBOWNR.
008810     COPY CIFU525P.
008900*----------------------------------------------------------------
009000 PROCEDURE DIVISION.
009100*
009200 0000-MAINLINE.
009300     MOVE LOW-VALUES TO WS-TRAN-INPUT.
009400     EXEC CICS RECEIVE
009500         INTO (WS-TRAN-INPUT)
009600         LENGTH (WS-INPUT-LEN)
009700         NOHANDLE
009800     END-EXEC.
009900     MOVE SPACES TO WS-TRAN-OUTPUT.
010000     MOVE ZERO   TO WS-LINE-SUB.
010100     EXEC CICS ASSIGN
010200         OPID (WS-OPERATOR)
010300         NOHANDLE
010400     END-EXEC.
010405     IF  WS-FUNC-ADD
010410     OR  WS-FUNC-CHANGE
010415     OR  WS-FUNC-END-DATE
010420     OR  WS-FUNC-RECERTIFY
010425         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
010430         IF  CIFU525-INVALID
010435             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
010440             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
010445             GOBACK
010450         END-IF
010455     END-IF.
010500     EVALUATE TRUE
010600         WHEN WS-FUNC-LIST
010700             PERFORM 2000-LIST-OWNERS THRU 2000-EXIT
010800         WHEN WS-FUNC-ADD
010900             PERFORM 3000-ADD-OWNER THRU 3000-EXIT
011000         WHEN WS-FUNC-CHANGE
011100             PERFORM 4000-CHANGE-OWNER THRU 4000-EXIT
011200         WHEN WS-FUNC-END-DATE
011300             PERFORM 5000-END-DATE-OWNER THRU 5000-EXIT
011400         WHEN WS-FUNC-RECERTIFY
011500             PERFORM 6000-RECERTIFY THRU 6000-EXIT
011600         WHEN OTHER
011700             MOVE 'CIFO523 - FUNCTION MUST BE L, A, C, E, OR R'
011800               TO WS-OUT-STATUS-LINE
011900     END-EVALUATE.
012000     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
012100     GOBACK.
012200*----------------------------------------------------------------
012204 1500-CHECK-ENTITLEMENT.
012208*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
012212*    REGISTRY, ACTIVE AND HOLD ROLE BOWN.  A TERMINAL WITH NO
012216*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
012220     IF  WS-OPERATOR = SPACES
012224     OR  WS-OPERATOR = LOW-VALUES
012228         MOVE +9999 TO CIFU525-ERRORCODE
012232         MOVE 'CIFO523 - SIGN ON BEFORE MAINTAINING OWNERS'
012236           TO CIFU525-ERROR-TEXT
012240         GO TO 1500-EXIT
012244     END-IF.
012248     MOVE ZERO        TO CIFU525-OPER-ID.
012252     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
012256     MOVE 'BOWN'      TO CIFU525-ROLE.
012260     CALL 'CIFU525' USING CIFU525-PARAMETERS.
012264 1500-EXIT.
012268     EXIT.
012272*----------------------------------------------------------------
012300 2000-LIST-OWNERS.
012400*    ACTIVE OWNERS FIRST (END DATE 9999-12-31 SORTS LAST, SO
012500*    THE ORDER IS DESCENDING), THEN THE END-DATED HISTORY.
012600     MOVE 'N' TO WS-BO-EOF-SW.
012700     EXEC SQL
012800         DECLARE CSRO523 CURSOR FOR
012900         SELECT BO_OWNER_SEQ, BO_OWNER_TYPE, BO_OWNER_NAME,
013000                BO_OWNER_PCT, BO_END_DATE, BO_CERT_DATE,
013100                BO_MAINT_OPER
013200           FROM CIF.BENOWNER
013300          WHERE BO_BANK_NBR = :WS-IN-BANK-NBR
013400            AND BO_FILE_ID  = :WS-IN-FILE-ID
013500            AND BO_KEY      = :WS-IN-FILE-KEY
013600          ORDER BY BO_END_DATE DESC, BO_OWNER_SEQ
013700     END-EXEC.
013800     EXEC SQL OPEN CSRO523 END-EXEC.
013900     PERFORM 2100-FETCH-OWNER THRU 2100-EXIT.
014000     PERFORM 2200-LIST-ONE-OWNER THRU 2200-EXIT
014100         UNTIL WS-BO-EOF-YES
014200         OR WS-LINE-SUB >= 20.
014300     EXEC SQL CLOSE CSRO523 END-EXEC.
014400     IF  WS-LINE-SUB = ZERO
014500         MOVE 'CIFO523 - NO BENEFICIAL OWNERS ON FILE'
014600           TO WS-OUT-STATUS-LINE
014700     ELSE
014800         MOVE 'CIFO523 - SEQ T NAME / PCT / ENDED / CERTIFIED'
014900           TO WS-OUT-STATUS-LINE
015000     END-IF.
015100 2000-EXIT.
015200     EXIT.
015300*----------------------------------------------------------------
015400 2100-FETCH-OWNER.
015500     EXEC SQL
015600         FETCH CSRO523
015700          INTO :BO-OWNER-SEQ, :BO-OWNER-TYPE, :BO-OWNER-NAME,
015800               :BO-OWNER-PCT, :BO-END-DATE, :BO-CERT-DATE,
015900               :BO-MAINT-OPER
016000     END-EXEC.
016100     IF  SQLCODE NOT = ZERO
016200         SET WS-BO-EOF-YES TO TRUE
016300     END-IF.
016400 2100-EXIT.
016500     EXIT.
016600*----------------------------------------------------------------
016700 2200-LIST-ONE-OWNER.
016800     ADD 1 TO WS-LINE-SUB.
016900     MOVE BO-OWNER-SEQ         TO WS-OD-OWNER-SEQ.
017000     MOVE BO-OWNER-TYPE        TO WS-OD-OWNER-TYPE.
017100     MOVE BO-OWNER-NAME (1:30) TO WS-OD-OWNER-NAME.
017200     MOVE BO-OWNER-PCT         TO WS-OD-OWNER-PCT.
017300     IF  BO-END-DATE = '9999-12-31'
017400         MOVE 'ACTIVE'         TO WS-OD-END-DATE
017500     ELSE
017600         MOVE BO-END-DATE      TO WS-OD-END-DATE
017700     END-IF.
017800     MOVE BO-CERT-DATE         TO WS-OD-CERT-DATE.
017900     MOVE BO-MAINT-OPER        TO WS-OD-MAINT-OPER.
018000     MOVE WS-OUT-DETAIL TO WS-OUT-LINE (WS-LINE-SUB).
018100     PERFORM 2100-FETCH-OWNER THRU 2100-EXIT.
018200 2200-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018500 3000-ADD-OWNER.
018600*    THE KEY MUST BELONG TO A LEGAL-ENTITY CUSTOMER, THE OWNER
018700*    NEEDS A NAME, AND A TYPE-O OWNER MUST HOLD AT LEAST THE
018800*    25% THAT MAKES THEM REPORTABLE.  THE CONTROL PERSON MAY
018900*    HOLD NOTHING.
019000     PERFORM 7000-CHECK-ENTITY THRU 7000-EXIT.
019100     IF  WS-ENTITY-COUNT = ZERO
019200         GO TO 3000-EXIT
019300     END-IF.
019400     IF  WS-IN-OWNER-TYPE NOT = 'O'
019500     AND WS-IN-OWNER-TYPE NOT = 'C'
019600         MOVE 'CIFO523 - OWNER TYPE MUST BE O OR C'
019700           TO WS-OUT-STATUS-LINE
019800         GO TO 3000-EXIT
019900     END-IF.
020000     IF  WS-IN-OWNER-NAME = SPACES
020100         MOVE 'CIFO523 - OWNER NAME REQUIRED'
020200           TO WS-OUT-STATUS-LINE
020300         GO TO 3000-EXIT
020400     END-IF.
020500     IF  WS-IN-OWNER-PCT NOT NUMERIC
020600         MOVE ZERO TO WS-IN-OWNER-PCT
020700     END-IF.
020800     IF  WS-IN-OWNER-TYPE = 'O'
020900     AND (WS-IN-OWNER-PCT < 25
021000      OR  WS-IN-OWNER-PCT > 100)
021100         MOVE 'CIFO523 - OWNER PERCENT MUST BE 25.00 TO 100.00'
021200           TO WS-OUT-STATUS-LINE
021300         GO TO 3000-EXIT
021400     END-IF.
021500     EXEC SQL
021600         SELECT COALESCE(MAX(BO_OWNER_SEQ), 0) + 1
021700           INTO :WS-NEXT-SEQ
021800           FROM CIF.BENOWNER
021900          WHERE BO_BANK_NBR = :WS-IN-BANK-NBR
022000            AND BO_FILE_ID  = :WS-IN-FILE-ID
022100            AND BO_KEY      = :WS-IN-FILE-KEY
022200     END-EXEC.
022300     IF  SQLCODE NOT = ZERO
022400         MOVE 'CIFO523 - UNABLE TO ASSIGN OWNER SEQUENCE'
022500           TO WS-OUT-STATUS-LINE
022600         GO TO 3000-EXIT
022700     END-IF.
022800     MOVE WS-IN-BANK-NBR      TO BO-BANK-NBR.
022900     MOVE WS-IN-FILE-ID       TO BO-FILE-ID.
023000     MOVE WS-IN-FILE-KEY      TO BO-KEY.
023100     MOVE WS-NEXT-SEQ         TO BO-OWNER-SEQ.
023200     MOVE WS-IN-OWNER-TYPE    TO BO-OWNER-TYPE.
023300     MOVE WS-IN-OWNER-NAME    TO BO-OWNER-NAME.
023400     INSPECT BO-OWNER-NAME
023500         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
023600                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
023700     MOVE WS-IN-OWNER-TIN     TO BO-OWNER-TIN.
023800     MOVE WS-IN-BIRTH-DATE    TO BO-BIRTH-DATE.
023900     IF  BO-BIRTH-DATE = SPACES
024000         MOVE '0001-01-01'    TO BO-BIRTH-DATE
024100     END-IF.
024200     MOVE WS-IN-OWNER-PCT     TO BO-OWNER-PCT.
024300     MOVE WS-IN-EFF-DATE      TO BO-EFF-DATE.
024400*    A NEW OWNER IS NOT YET CERTIFIED -- THE CERTIFICATION
024500*    DATE STAYS AT THE LOW DATE UNTIL FUNCTION R RECORDS ONE.
024600     EXEC SQL
024700         INSERT INTO CIF.BENOWNER
024800                (BO_BANK_NBR, BO_FILE_ID, BO_KEY, BO_OWNER_SEQ,
024900                 BO_OWNER_TYPE, BO_OWNER_NAME, BO_OWNER_TIN,
025000                 BO_BIRTH_DATE, BO_OWNER_PCT, BO_EFF_DATE,
025100                 BO_END_DATE, BO_CERT_DATE, BO_MAINT_OPER,
025200                 BO_MAINT_DATE)
025300         VALUES (:BO-BANK-NBR, :BO-FILE-ID, :BO-KEY,
025400                 :BO-OWNER-SEQ, :BO-OWNER-TYPE, :BO-OWNER-NAME,
025500                 :BO-OWNER-TIN, :BO-BIRTH-DATE, :BO-OWNER-PCT,
025600                 CASE WHEN :BO-EFF-DATE = ' '
025700                      THEN CURRENT DATE
025800                      ELSE DATE(:BO-EFF-DATE) END,
025900                 '9999-12-31', '0001-01-01', :WS-OPERATOR,
026000                 CURRENT DATE)
026100     END-EXEC.
026200     IF  SQLCODE = ZERO
026300         MOVE 'CIFO523 - OWNER ADDED' TO WS-OUT-STATUS-LINE
026400     ELSE
026500         MOVE 'CIFO523 - UNABLE TO INSERT CIF.BENOWNER ROW'
026600           TO WS-OUT-STATUS-LINE
026700     END-IF.
026800 3000-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100 4000-CHANGE-OWNER.
027200*    ONLY AN ACTIVE OWNER CHANGES -- HISTORY IS LEFT AS IT
027300*    STOOD.  BLANK OR ZERO INPUT KEEPS THE FIELD ON FILE.
027400     EXEC SQL
027500         SELECT BO_OWNER_TYPE, BO_OWNER_NAME, BO_OWNER_TIN,
027600                BO_BIRTH_DATE, BO_OWNER_PCT
027700           INTO :BO-OWNER-TYPE, :BO-OWNER-NAME, :BO-OWNER-TIN,
027800                :BO-BIRTH-DATE, :BO-OWNER-PCT
027900           FROM CIF.BENOWNER
028000          WHERE BO_BANK_NBR  = :WS-IN-BANK-NBR
028100            AND BO_FILE_ID   = :WS-IN-FILE-ID
028200            AND BO_KEY       = :WS-IN-FILE-KEY
028300            AND BO_OWNER_SEQ = :WS-IN-OWNER-SEQ
028400            AND BO_END_DATE  = '9999-12-31'
028500     END-EXEC.
028600     IF  SQLCODE NOT = ZERO
028700         MOVE 'CIFO523 - NO ACTIVE OWNER FOR SEQUENCE'
028800           TO WS-OUT-STATUS-LINE
028900         GO TO 4000-EXIT
029000     END-IF.
029100     IF  WS-IN-OWNER-TYPE = 'O' OR 'C'
029200         MOVE WS-IN-OWNER-TYPE TO BO-OWNER-TYPE
029300     END-IF.
029400     IF  WS-IN-OWNER-NAME NOT = SPACES
029500     AND WS-IN-OWNER-NAME NOT = LOW-VALUES
029600         MOVE WS-IN-OWNER-NAME TO BO-OWNER-NAME
029700         INSPECT BO-OWNER-NAME
029800             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
029900                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
030000     END-IF.
030100     IF  WS-IN-OWNER-TIN NOT = SPACES
030200     AND WS-IN-OWNER-TIN NOT = LOW-VALUES
030300         MOVE WS-IN-OWNER-TIN TO BO-OWNER-TIN
030400     END-IF.
030500     IF  WS-IN-BIRTH-DATE NOT = SPACES
030600     AND WS-IN-BIRTH-DATE NOT = LOW-VALUES
030700         MOVE WS-IN-BIRTH-DATE TO BO-BIRTH-DATE
030800     END-IF.
030900     IF  WS-IN-OWNER-PCT NUMERIC
031000     AND WS-IN-OWNER-PCT > ZERO
031100         MOVE WS-IN-OWNER-PCT TO BO-OWNER-PCT
031200     END-IF.
031300     IF  BO-TYPE-OWNER
031400     AND (BO-OWNER-PCT < 25
031500      OR  BO-OWNER-PCT > 100)
031600         MOVE 'CIFO523 - OWNER PERCENT MUST BE 25.00 TO 100.00'
031700           TO WS-OUT-STATUS-LINE
031800         GO TO 4000-EXIT
031900     END-IF.
032000     EXEC SQL
032100         UPDATE CIF.BENOWNER
032200            SET BO_OWNER_TYPE = :BO-OWNER-TYPE,
032300                BO_OWNER_NAME = :BO-OWNER-NAME,
032400                BO_OWNER_TIN  = :BO-OWNER-TIN,
032500                BO_BIRTH_DATE = :BO-BIRTH-DATE,
032600                BO_OWNER_PCT  = :BO-OWNER-PCT,
032700                BO_MAINT_OPER = :WS-OPERATOR,
032800                BO_MAINT_DATE = CURRENT DATE
032900          WHERE BO_BANK_NBR  = :WS-IN-BANK-NBR
033000            AND BO_FILE_ID   = :WS-IN-FILE-ID
033100            AND BO_KEY       = :WS-IN-FILE-KEY
033200            AND BO_OWNER_SEQ = :WS-IN-OWNER-SEQ
033300            AND BO_END_DATE  = '9999-12-31'
033400     END-EXEC.
033500     IF  SQLCODE = ZERO
033600         MOVE 'CIFO523 - OWNER CHANGED' TO WS-OUT-STATUS-LINE
033700     ELSE
033800         MOVE 'CIFO523 - UNABLE TO UPDATE CIF.BENOWNER ROW'
033900           TO WS-OUT-STATUS-LINE
034000     END-IF.
034100 4000-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400 5000-END-DATE-OWNER.
034500*    THE ROW IS NEVER DELETED -- AN OWNER WHO SOLD OUT OR A
034600*    CONTROL PERSON WHO LEFT STAYS ON FILE WITH THE DATE THEY
034700*    STOPPED, SO THE EXAMINER SEES WHO OWNED THE ENTITY WHEN.
034800*    A KEYED EFFECTIVE DATE BACK-DATES THE END; BLANK IS TODAY.
034900     EXEC SQL
035000         UPDATE CIF.BENOWNER
035100            SET BO_END_DATE   = CASE WHEN :WS-IN-EFF-DATE = ' '
035200                                     THEN CURRENT DATE
035300                                     ELSE DATE(:WS-IN-EFF-DATE)
035400                                END,
035500                BO_MAINT_OPER = :WS-OPERATOR,
035600                BO_MAINT_DATE = CURRENT DATE
035700          WHERE BO_BANK_NBR  = :WS-IN-BANK-NBR
035800            AND BO_FILE_ID   = :WS-IN-FILE-ID
035900            AND BO_KEY       = :WS-IN-FILE-KEY
036000            AND BO_OWNER_SEQ = :WS-IN-OWNER-SEQ
036100            AND BO_END_DATE  = '9999-12-31'
036200     END-EXEC.
036300     IF  SQLCODE = ZERO
036400         MOVE 'CIFO523 - OWNER END-DATED' TO WS-OUT-STATUS-LINE
036500     ELSE
036600         MOVE 'CIFO523 - NO ACTIVE OWNER FOR SEQUENCE'
036700           TO WS-OUT-STATUS-LINE
036800     END-IF.
036900 5000-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200 6000-RECERTIFY.
037300*    THE CUSTOMER'S SIGNED CERTIFICATION COVERS EVERY OWNER
037400*    STILL ACTIVE, SO THE DATE IS STAMPED ON ALL OF THEM.  AN
037500*    ENTITY WITH NO ACTIVE OWNERS HAS NOTHING TO CERTIFY -- THE
037600*    OWNERS GO ON FILE FIRST.
037700     EXEC SQL
037800         UPDATE CIF.BENOWNER
037900            SET BO_CERT_DATE  = CURRENT DATE,
038000                BO_MAINT_OPER = :WS-OPERATOR,
038100                BO_MAINT_DATE = CURRENT DATE
038200          WHERE BO_BANK_NBR = :WS-IN-BANK-NBR
038300            AND BO_FILE_ID  = :WS-IN-FILE-ID
038400            AND BO_KEY      = :WS-IN-FILE-KEY
038500            AND BO_END_DATE = '9999-12-31'
038600     END-EXEC.
038700     IF  SQLCODE = ZERO
038800         MOVE 'CIFO523 - CERTIFICATION RECORDED'
038900           TO WS-OUT-STATUS-LINE
039000     ELSE
039100         MOVE 'CIFO523 - NO ACTIVE OWNERS TO CERTIFY'
039200           TO WS-OUT-STATUS-LINE
039300     END-IF.
039400 6000-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700 7000-CHECK-ENTITY.
039800*    THE CIF COMPOSITE KEY MUST RESOLVE TO A CUSTOMER WITH A
039900*    CIF.CUSTNON ROW -- INDIVIDUALS DO NOT HAVE BENEFICIAL
040000*    OWNERS.
040100     MOVE ZERO TO WS-ENTITY-COUNT.
040200     EXEC SQL
040300         SELECT COUNT(*)
040400           INTO :WS-ENTITY-COUNT
040500           FROM CIF.CUSTOMER C, CIF.CUSTNON N
040600          WHERE C.CUST_BANK_NBR = :WS-IN-BANK-NBR
040700            AND C.CUST_FILE_ID  = :WS-IN-FILE-ID
040800            AND C.CUST_FILE_KEY = :WS-IN-FILE-KEY
040900            AND N.CUSTN_CUST_ID = C.CUST_ID
041000     END-EXEC.
041100     IF  SQLCODE NOT = ZERO
041200         MOVE ZERO TO WS-ENTITY-COUNT
041300     END-IF.
041400     IF  WS-ENTITY-COUNT = ZERO
041500         MOVE 'CIFO523 - KEY IS NOT A LEGAL-ENTITY CUSTOMER'
041600           TO WS-OUT-STATUS-LINE
041700     END-IF.
041800 7000-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100 8000-SEND-AND-RETURN.
042200     EXEC CICS SEND
042300         FROM (WS-TRAN-OUTPUT)
042400         LENGTH (WS-OUTPUT-LEN)
042500         ERASE
042600         NOHANDLE
042700     END-EXEC.
042800     EXEC CICS RETURN
042900     END-EXEC.
043000 8000-EXIT.
043100     EXIT.
