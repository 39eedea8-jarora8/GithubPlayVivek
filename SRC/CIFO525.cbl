000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFO525.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS REGULATION O *
001500*                      INSIDER MAINTENANCE (STYLE OF CIFO524) -- *
001600*                      EXECUTIVE OFFICERS, DIRECTORS, PRINCIPAL  *
001700*                      SHAREHOLDERS, AND THEIR RELATED INTERESTS *
001800*                      ON CIF.INSIDER BY CUSTOMER ID.  FUNCTION  *
001900*                      L LISTS THE CUSTOMER'S ROLES AND THE      *
002000*                      RELATED INTERESTS TIED TO IT; A ADDS A    *
002100*                      ROLE WITH ITS BANK, TYPE, TITLE, AND      *
002200*                      EFFECTIVE AND END DATES; C CHANGES A ROLE *
002300*                      IN FORCE (BLANK KEEPS THE FIELD); E ENDS  *
002400*                      A ROLE.  THE OPERATOR ID IS STAMPED ON    *
002500*                      EVERY CHANGE.  OPERATOR AUTHORITY IS      *
002600*                      ENFORCED BY CICS/RACF ON THE TRANSACTION  *
002700*                      ID.                                       *
002800*                                                                *
002805*   10/15/2026 RM     ADD, CHANGE AND END NOW RESOLVE THE CICS   *
002810*                      SIGNON THROUGH CIFU525 AGAINST THE        *
002815*                      CIF.OPERATOR REGISTRY FOR ROLE INSD       *
002820*                      BEFORE ANYTHING IS CHANGED, SO A          *
002825*                      SUSPENDED, TERMINATED OR UNREGISTERED     *
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
003700     05  WS-INS-EOF-SW           PIC X       VALUE 'N'.
003800         88  WS-INS-EOF-YES              VALUE 'Y'.
003900 01  WS-WORK-FIELDS.
004000     05  WS-LINE-SUB             PIC S9(4)   COMP  VALUE +0.
004100     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +102.
004200     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
004300     05  WS-FOUND-COUNT          PIC S9(9)   COMP  VALUE +0.
004400     05  WS-NEXT-SEQ             PIC S9(4)   COMP  VALUE +0.
004500     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
004600     05  WS-TODAY                PIC X(10)   VALUE SPACE.
004700*    TRANSACTION INPUT AS KEYED BY THE OPERATOR -- FUNCTION,
004800*    CUSTOMER ID, AND FOR AN ADD OR CHANGE THE ROLE DETAIL.
004900*    THE SEQUENCE NAMES THE ROW FOR C AND E.  OF-CUST-ID IS
005000*    KEYED ONLY FOR A RELATED INTEREST (TYPE R).
005100 01  WS-TRAN-INPUT.
005200     05  WS-IN-TRANID            PIC X(04).
005300     05  WS-IN-FUNCTION          PIC X(01).
005400         88  WS-FUNC-LIST                VALUE 'L'.
005500         88  WS-FUNC-ADD                 VALUE 'A'.
005600         88  WS-FUNC-CHANGE              VALUE 'C'.
005700         88  WS-FUNC-END                 VALUE 'E'.
005800     05  WS-IN-CUST-ID           PIC 9(09).
005900     05  WS-IN-SEQ               PIC 9(04).
006000     05  WS-IN-BANK-NBR          PIC 9(03).
006100     05  WS-IN-TYPE              PIC X(01).
006200     05  WS-IN-OF-CUST-ID        PIC 9(09).
006300     05  WS-IN-TITLE             PIC X(30).
006400     05  WS-IN-EFF-DATE          PIC X(10).
006500     05  WS-IN-END-DATE          PIC X(10).
006600     05  FILLER                  PIC X(21).
006700*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
006800 01  WS-TRAN-OUTPUT.
006900     05  WS-OUT-STATUS-LINE      PIC X(80).
007000     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
007100 01  WS-OUT-DETAIL.
007200     05  WS-OD-CUST-ID           PIC 9(09).
007300     05  FILLER                  PIC X(01)   VALUE SPACE.
007400     05  WS-OD-SEQ               PIC ZZZ9.
007500     05  FILLER                  PIC X(01)   VALUE SPACE.
007600     05  WS-OD-TYPE              PIC X(01).
007700     05  FILLER                  PIC X(01)   VALUE SPACE.
007800     05  WS-OD-BANK-NBR          PIC 999.
007900     05  FILLER                  PIC X(01)   VALUE SPACE.
008000     05  WS-OD-OF-CUST-ID        PIC 9(09).
008100     05  FILLER                  PIC X(01)   VALUE SPACE.
008200     05  WS-OD-TITLE             PIC X(16).
008300     05  FILLER                  PIC X(01)   VALUE SPACE.
008400     05  WS-OD-EFF-DATE          PIC X(10).
008500     05  FILLER                  PIC X(01)   VALUE SPACE.
008600     05  WS-OD-END-DATE          PIC X(10).
008700     05  FILLER                  PIC X(01)   VALUE SPACE.
008800     05  WS-OD-MAINT-OPER        PIC X(07).
008900     05  FILLER                  PIC X(03)   VALUE SPACE.
009000*----------------------------------------------------------------
009100     COPY CIFINSDR.
009110     COPY CIFU525P.
009200*----------------------------------------------------------------
009300 PROCEDURE DIVISION.
009400*
009500 0000-MAINLINE.
009600     MOVE LOW-VALUES TO WS-TRAN-INPUT.
009700     EXEC CICS RECEIVE
009800         INTO (WS-TRAN-INPUT)
009900         LENGTH (WS-INPUT-LEN)
010000         NOHANDLE
010100     END-EXEC.
010200     MOVE SPACES TO WS-TRAN-OUTPUT.
010300     MOVE ZERO   TO WS-LINE-SUB.
010400     EXEC CICS ASSIGN
010500         OPID (WS-OPERATOR)
010600         NOHANDLE
010700     END-EXEC.
010800     EXEC SQL
010900         SET :WS-TODAY = CURRENT DATE
011000     END-EXEC.
011005     IF  WS-FUNC-ADD
011010     OR  WS-FUNC-CHANGE
011015     OR  WS-FUNC-END
011020         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
011025         IF  CIFU525-INVALID
011030             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
011035             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
011040             GOBACK
011045         END-IF
011050     END-IF.
011100     EVALUATE TRUE
011200         WHEN WS-FUNC-LIST
011300             PERFORM 2000-LIST-ROLES THRU 2000-EXIT
011400         WHEN WS-FUNC-ADD
011500             PERFORM 3000-ADD-ROLE THRU 3000-EXIT
011600         WHEN WS-FUNC-CHANGE
011700             PERFORM 4000-CHANGE-ROLE THRU 4000-EXIT
011800         WHEN WS-FUNC-END
011900             PERFORM 5000-END-ROLE THRU 5000-EXIT
012000         WHEN OTHER
012100             MOVE 'CIFO525 - FUNCTION MUST BE L, A, C, OR E'
012200               TO WS-OUT-STATUS-LINE
012300     END-EVALUATE.
012400     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
012500     GOBACK.
012600*----------------------------------------------------------------
012604 1500-CHECK-ENTITLEMENT.
012608*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
012612*    REGISTRY, ACTIVE AND HOLD ROLE INSD.  A TERMINAL WITH NO
012616*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
012620     IF  WS-OPERATOR = SPACES
012624     OR  WS-OPERATOR = LOW-VALUES
012628         MOVE +9999 TO CIFU525-ERRORCODE
012632         MOVE 'CIFO525 - SIGN ON BEFORE MAINTAINING INSIDERS'
012636           TO CIFU525-ERROR-TEXT
012640         GO TO 1500-EXIT
012644     END-IF.
012648     MOVE ZERO        TO CIFU525-OPER-ID.
012652     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
012656     MOVE 'INSD'      TO CIFU525-ROLE.
012660     CALL 'CIFU525' USING CIFU525-PARAMETERS.
012664 1500-EXIT.
012668     EXIT.
012672*----------------------------------------------------------------
012700 2000-LIST-ROLES.
012800*    THE CUSTOMER'S OWN ROLES AND ANY RELATED INTERESTS TIED TO
012900*    IT -- ROLES IN FORCE FIRST, THEN THE ENDED HISTORY.
013000     MOVE 'N' TO WS-INS-EOF-SW.
013100     EXEC SQL
013200         DECLARE CSRO525 CURSOR FOR
013300         SELECT INSDR_CUST_ID, INSDR_SEQ, INSDR_TYPE,
013400                INSDR_BANK_NBR, INSDR_OF_CUST_ID, INSDR_TITLE,
013500                INSDR_EFF_DATE, INSDR_END_DATE, INSDR_MAINT_OPER
013600           FROM CIF.INSIDER
013700          WHERE INSDR_CUST_ID    = :WS-IN-CUST-ID
013800             OR INSDR_OF_CUST_ID = :WS-IN-CUST-ID
013900          ORDER BY INSDR_END_DATE DESC, INSDR_CUST_ID,
014000                   INSDR_SEQ
014100     END-EXEC.
014200     EXEC SQL OPEN CSRO525 END-EXEC.
014300     PERFORM 2100-FETCH-ROLE THRU 2100-EXIT.
014400     PERFORM 2200-LIST-ONE-ROLE THRU 2200-EXIT
014500         UNTIL WS-INS-EOF-YES
014600         OR WS-LINE-SUB >= 20.
014700     EXEC SQL CLOSE CSRO525 END-EXEC.
014800     IF  WS-LINE-SUB = ZERO
014900         MOVE 'CIFO525 - NO INSIDER ROLES ON FILE'
015000           TO WS-OUT-STATUS-LINE
015100     ELSE
015200         MOVE 'CIFO525 - CUST SEQ T BNK OF-CUST TITLE EFF END'
015300           TO WS-OUT-STATUS-LINE
015400     END-IF.
015500 2000-EXIT.
015600     EXIT.
015700*----------------------------------------------------------------
015800 2100-FETCH-ROLE.
015900     EXEC SQL
016000         FETCH CSRO525
016100          INTO :INSDR-CUST-ID, :INSDR-SEQ, :INSDR-TYPE,
016200               :INSDR-BANK-NBR, :INSDR-OF-CUST-ID, :INSDR-TITLE,
016300               :INSDR-EFF-DATE, :INSDR-END-DATE,
016400               :INSDR-MAINT-OPER
016500     END-EXEC.
016600     IF  SQLCODE NOT = ZERO
016700         SET WS-INS-EOF-YES TO TRUE
016800     END-IF.
016900 2100-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------
017200 2200-LIST-ONE-ROLE.
017300     ADD 1 TO WS-LINE-SUB.
017400     MOVE INSDR-CUST-ID          TO WS-OD-CUST-ID.
017500     MOVE INSDR-SEQ              TO WS-OD-SEQ.
017600     MOVE INSDR-TYPE             TO WS-OD-TYPE.
017700     MOVE INSDR-BANK-NBR         TO WS-OD-BANK-NBR.
017800     MOVE INSDR-OF-CUST-ID       TO WS-OD-OF-CUST-ID.
017900     MOVE INSDR-TITLE (1:16)     TO WS-OD-TITLE.
018000     MOVE INSDR-EFF-DATE         TO WS-OD-EFF-DATE.
018100     IF  INSDR-END-DATE = '9999-12-31'
018200         MOVE 'NONE'             TO WS-OD-END-DATE
018300     ELSE
018400         MOVE INSDR-END-DATE     TO WS-OD-END-DATE
018500     END-IF.
018600     MOVE INSDR-MAINT-OPER (1:7) TO WS-OD-MAINT-OPER.
018700     MOVE WS-OUT-DETAIL TO WS-OUT-LINE (WS-LINE-SUB).
018800     PERFORM 2100-FETCH-ROLE THRU 2100-EXIT.
018900 2200-EXIT.
019000     EXIT.
019100*----------------------------------------------------------------
019200 3000-ADD-ROLE.
019300*    THE CUSTOMER MUST BE ON CIF.CUSTOMER AND THE ROLE NEEDS A
019400*    BANK AND A TYPE.  A RELATED INTEREST MUST NAME THE INSIDER
019500*    IT BELONGS TO; ANY OTHER ROLE BELONGS TO THE CUSTOMER.
019600     PERFORM 7000-CHECK-CUSTOMER THRU 7000-EXIT.
019700     IF  WS-FOUND-COUNT = ZERO
019800         GO TO 3000-EXIT
019900     END-IF.
020000     IF  WS-IN-BANK-NBR NOT NUMERIC
020100     OR  WS-IN-BANK-NBR = ZERO
020200         MOVE 'CIFO525 - BANK NUMBER REQUIRED'
020300           TO WS-OUT-STATUS-LINE
020400         GO TO 3000-EXIT
020500     END-IF.
020600     MOVE WS-IN-CUST-ID        TO INSDR-CUST-ID.
020700     MOVE WS-IN-BANK-NBR       TO INSDR-BANK-NBR.
020800     MOVE WS-IN-TYPE           TO INSDR-TYPE.
020900     MOVE ZERO                 TO INSDR-OF-CUST-ID.
021000     MOVE SPACES               TO INSDR-TITLE.
021100     MOVE WS-TODAY             TO INSDR-EFF-DATE.
021200     MOVE '9999-12-31'         TO INSDR-END-DATE.
021300     PERFORM 7100-APPLY-DETAIL THRU 7100-EXIT.
021400     IF  WS-OUT-STATUS-LINE NOT = SPACES
021500         GO TO 3000-EXIT
021600     END-IF.
021700     EXEC SQL
021800         SELECT COALESCE(MAX(INSDR_SEQ), 0) + 1
021900           INTO :WS-NEXT-SEQ
022000           FROM CIF.INSIDER
022100          WHERE INSDR_CUST_ID = :WS-IN-CUST-ID
022200     END-EXEC.
022300     IF  SQLCODE NOT = ZERO
022400         MOVE 'CIFO525 - UNABLE TO ASSIGN ROLE SEQUENCE'
022500           TO WS-OUT-STATUS-LINE
022600         GO TO 3000-EXIT
022700     END-IF.
022800     MOVE WS-NEXT-SEQ         TO INSDR-SEQ.
022900     EXEC SQL
023000         INSERT INTO CIF.INSIDER
023100                (INSDR_CUST_ID, INSDR_SEQ, INSDR_BANK_NBR,
023200                 INSDR_TYPE, INSDR_OF_CUST_ID, INSDR_TITLE,
023300                 INSDR_EFF_DATE, INSDR_END_DATE,
023400                 INSDR_MAINT_OPER, INSDR_MAINT_DATE)
023500         VALUES (:INSDR-CUST-ID, :INSDR-SEQ, :INSDR-BANK-NBR,
023600                 :INSDR-TYPE, :INSDR-OF-CUST-ID, :INSDR-TITLE,
023700                 DATE(:INSDR-EFF-DATE), DATE(:INSDR-END-DATE),
023800                 :WS-OPERATOR, CURRENT DATE)
023900     END-EXEC.
024000     IF  SQLCODE = ZERO
024100         MOVE 'CIFO525 - INSIDER ROLE ADDED' TO WS-OUT-STATUS-LINE
024200     ELSE
024300         MOVE 'CIFO525 - UNABLE TO INSERT CIF.INSIDER ROW'
024400           TO WS-OUT-STATUS-LINE
024500     END-IF.
024600 3000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900 4000-CHANGE-ROLE.
025000*    ONLY A ROLE STILL IN FORCE (OR NOT YET EFFECTIVE) CHANGES
025100*    -- ENDED HISTORY IS LEFT AS IT STOOD.  BLANK INPUT KEEPS
025200*    THE FIELD ON FILE.  THE BANK IS PART OF THE ROLE AND DOES
025300*    NOT CHANGE; END THE ROLE AND ADD ONE AT THE OTHER BANK.
025400     EXEC SQL
025500         SELECT INSDR_BANK_NBR, INSDR_TYPE, INSDR_OF_CUST_ID,
025600                INSDR_TITLE, INSDR_EFF_DATE, INSDR_END_DATE
025700           INTO :INSDR-BANK-NBR, :INSDR-TYPE, :INSDR-OF-CUST-ID,
025800                :INSDR-TITLE, :INSDR-EFF-DATE, :INSDR-END-DATE
025900           FROM CIF.INSIDER
026000          WHERE INSDR_CUST_ID  = :WS-IN-CUST-ID
026100            AND INSDR_SEQ      = :WS-IN-SEQ
026200            AND INSDR_END_DATE >= CURRENT DATE
026300     END-EXEC.
026400     IF  SQLCODE NOT = ZERO
026500         MOVE 'CIFO525 - NO ROLE IN FORCE FOR SEQUENCE'
026600           TO WS-OUT-STATUS-LINE
026700         GO TO 4000-EXIT
026800     END-IF.
026900     MOVE WS-IN-CUST-ID TO INSDR-CUST-ID.
027000     IF  WS-IN-TYPE = SPACE OR LOW-VALUE
027100         CONTINUE
027200     ELSE
027300         MOVE WS-IN-TYPE TO INSDR-TYPE
027400     END-IF.
027500     PERFORM 7100-APPLY-DETAIL THRU 7100-EXIT.
027600     IF  WS-OUT-STATUS-LINE NOT = SPACES
027700         GO TO 4000-EXIT
027800     END-IF.
027900     EXEC SQL
028000         UPDATE CIF.INSIDER
028100            SET INSDR_TYPE        = :INSDR-TYPE,
028200                INSDR_OF_CUST_ID  = :INSDR-OF-CUST-ID,
028300                INSDR_TITLE       = :INSDR-TITLE,
028400                INSDR_EFF_DATE    = DATE(:INSDR-EFF-DATE),
028500                INSDR_END_DATE    = DATE(:INSDR-END-DATE),
028600                INSDR_MAINT_OPER  = :WS-OPERATOR,
028700                INSDR_MAINT_DATE  = CURRENT DATE
028800          WHERE INSDR_CUST_ID  = :WS-IN-CUST-ID
028900            AND INSDR_SEQ      = :WS-IN-SEQ
029000     END-EXEC.
029100     IF  SQLCODE = ZERO
029200         MOVE 'CIFO525 - INSIDER ROLE CHANGED'
029300           TO WS-OUT-STATUS-LINE
029400     ELSE
029500         MOVE 'CIFO525 - UNABLE TO UPDATE CIF.INSIDER ROW'
029600           TO WS-OUT-STATUS-LINE
029700     END-IF.
029800 4000-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100 5000-END-ROLE.
030200*    THE ROW IS NEVER DELETED -- A DEPARTED OFFICER OR A SOLD
030300*    INTEREST STAYS ON FILE WITH THE DATE THE ROLE STOPPED, SO
030400*    AN EXAMINER CAN SEE WHO WAS AN INSIDER WHEN CREDIT WAS
030500*    EXTENDED.  A KEYED END DATE BACK-DATES THE END; BLANK IS
030600*    TODAY.
030700     EXEC SQL
030800         UPDATE CIF.INSIDER
030900            SET INSDR_END_DATE =
031000                    CASE WHEN :WS-IN-END-DATE = ' '
031100                         THEN CURRENT DATE
031200                         ELSE DATE(:WS-IN-END-DATE)
031300                    END,
031400                INSDR_MAINT_OPER = :WS-OPERATOR,
031500                INSDR_MAINT_DATE = CURRENT DATE
031600          WHERE INSDR_CUST_ID  = :WS-IN-CUST-ID
031700            AND INSDR_SEQ      = :WS-IN-SEQ
031800            AND INSDR_END_DATE >= CURRENT DATE
031900     END-EXEC.
032000     IF  SQLCODE = ZERO
032100         MOVE 'CIFO525 - INSIDER ROLE ENDED'
032200           TO WS-OUT-STATUS-LINE
032300     ELSE
032400         MOVE 'CIFO525 - NO ROLE IN FORCE FOR SEQUENCE'
032500           TO WS-OUT-STATUS-LINE
032600     END-IF.
032700 5000-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 7000-CHECK-CUSTOMER.
033100     MOVE ZERO TO WS-FOUND-COUNT.
033200     EXEC SQL
033300         SELECT COUNT(*)
033400           INTO :WS-FOUND-COUNT
033500           FROM CIF.CUSTOMER
033600          WHERE CUST_ID = :WS-IN-CUST-ID
033700     END-EXEC.
033800     IF  SQLCODE NOT = ZERO
033900         MOVE ZERO TO WS-FOUND-COUNT
034000     END-IF.
034100     IF  WS-FOUND-COUNT = ZERO
034200         MOVE 'CIFO525 - CUSTOMER ID IS NOT ON CIF'
034300           TO WS-OUT-STATUS-LINE
034400     END-IF.
034500 7000-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800 7100-APPLY-DETAIL.
034900*    LAYS THE KEYED DETAIL OVER THE ROW IMAGE (BLANK KEEPS WHAT
035000*    IS THERE) AND EDITS THE RESULT.  AN EDIT FAILURE LEAVES
035100*    ITS MESSAGE IN THE STATUS LINE.
035200     IF  WS-IN-TITLE NOT = SPACES
035300     AND WS-IN-TITLE NOT = LOW-VALUES
035400         MOVE WS-IN-TITLE TO INSDR-TITLE
035500         INSPECT INSDR-TITLE
035600             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
035700                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
035800     END-IF.
035900     IF  WS-IN-EFF-DATE NOT = SPACES
036000     AND WS-IN-EFF-DATE NOT = LOW-VALUES
036100         MOVE WS-IN-EFF-DATE TO INSDR-EFF-DATE
036200     END-IF.
036300     IF  WS-IN-END-DATE NOT = SPACES
036400     AND WS-IN-END-DATE NOT = LOW-VALUES
036500         MOVE WS-IN-END-DATE TO INSDR-END-DATE
036600     END-IF.
036700     IF  WS-IN-OF-CUST-ID NUMERIC
036800     AND WS-IN-OF-CUST-ID > ZERO
036900         MOVE WS-IN-OF-CUST-ID TO INSDR-OF-CUST-ID
037000     END-IF.
037100     IF  NOT INSDR-TYPE-OFFICER
037200     AND NOT INSDR-TYPE-DIRECTOR
037300     AND NOT INSDR-TYPE-SHAREHOLDER
037400     AND NOT INSDR-TYPE-RELATED
037500         MOVE 'CIFO525 - TYPE MUST BE E, D, P, OR R'
037600           TO WS-OUT-STATUS-LINE
037700         GO TO 7100-EXIT
037800     END-IF.
037900     IF  INSDR-END-DATE < INSDR-EFF-DATE
038000         MOVE 'CIFO525 - END DATE PRECEDES EFFECTIVE DATE'
038100           TO WS-OUT-STATUS-LINE
038200         GO TO 7100-EXIT
038300     END-IF.
038400     IF  NOT INSDR-TYPE-RELATED
038500         MOVE INSDR-CUST-ID TO INSDR-OF-CUST-ID
038600         GO TO 7100-EXIT
038700     END-IF.
038800     PERFORM 7200-CHECK-INSIDER THRU 7200-EXIT.
038900 7100-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200 7200-CHECK-INSIDER.
039300*    A RELATED INTEREST HANGS OFF AN OFFICER, DIRECTOR, OR
039400*    PRINCIPAL SHAREHOLDER IN FORCE AT THE SAME BANK.
039500     IF  INSDR-OF-CUST-ID = ZERO
039600     OR  INSDR-OF-CUST-ID = INSDR-CUST-ID
039700         MOVE 'CIFO525 - RELATED INTEREST NEEDS ITS INSIDER ID'
039800           TO WS-OUT-STATUS-LINE
039900         GO TO 7200-EXIT
040000     END-IF.
040100     MOVE ZERO TO WS-FOUND-COUNT.
040200     EXEC SQL
040300         SELECT COUNT(*)
040400           INTO :WS-FOUND-COUNT
040500           FROM CIF.INSIDER
040600          WHERE INSDR_CUST_ID  = :INSDR-OF-CUST-ID
040700            AND INSDR_BANK_NBR = :INSDR-BANK-NBR
040800            AND INSDR_TYPE    <> 'R'
040900            AND INSDR_END_DATE >= CURRENT DATE
041000     END-EXEC.
041100     IF  SQLCODE NOT = ZERO
041200     OR  WS-FOUND-COUNT = ZERO
041300         MOVE 'CIFO525 - OF-CUST-ID IS NOT AN INSIDER AT THE BANK'
041400           TO WS-OUT-STATUS-LINE
041500     END-IF.
041600 7200-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 8000-SEND-AND-RETURN.
042000     EXEC CICS SEND
042100         FROM (WS-TRAN-OUTPUT)
042200         LENGTH (WS-OUTPUT-LEN)
042300         ERASE
042400         NOHANDLE
042500     END-EXEC.
042600     EXEC CICS RETURN
042700     END-EXEC.
042800 8000-EXIT.
042900     EXIT.
