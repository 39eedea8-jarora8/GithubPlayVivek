000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFO526.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS CUSTOMER     *
001500*                      COMPLAINT ENTRY AND WORKLIST (STYLE OF    *
001600*                      DSDSO502) ON CIF.COMPLAINT.  FUNCTION E   *
001700*                      LOGS A COMPLAINT FROM ANY CHANNEL AGAINST *
001800*                      A CIF COMPOSITE KEY WITH ITS PRODUCT,     *
001900*                      ISSUE CATEGORY AND UDAAP / FAIR-LENDING   *
002000*                      FLAGS, AND SETS THE RESPONSE DEADLINE IN  *
002100*                      BUSINESS DAYS THROUGH ADMU503.  FUNCTION  *
002200*                      L LISTS UNRESOLVED COMPLAINTS, TIGHTEST   *
002300*                      DEADLINE FIRST, OPTIONALLY FOR ONE OWNER. *
002400*                      FUNCTION A ASSIGNS AN OWNER (STATUS W).   *
002500*                      FUNCTION R RECORDS THE RESOLUTION AND     *
002600*                      CLOSES THE COMPLAINT.  E, A AND R NEED    *
002700*                      ROLE CMPL ON CIF.OPERATOR (CIFU525).      *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 01  WS-SWITCHES.
003700     05  WS-CMP-EOF-SW           PIC X       VALUE 'N'.
003800         88  WS-CMP-EOF-YES              VALUE 'Y'.
003900 01  WS-WORK-FIELDS.
004000     05  WS-LINE-SUB             PIC S9(4)   COMP  VALUE +0.
004100     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +150.
004200     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
004300     05  WS-DAYS-LEFT            PIC S9(5)   COMP-3 VALUE +0.
004400     05  WS-FOUND-COUNT          PIC S9(9)   COMP  VALUE +0.
004500     05  WS-NEXT-CASE            PIC S9(9)   COMP  VALUE +0.
004600     05  WS-OPER-ID              PIC S9(5)   COMP-3 VALUE +0.
004700     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
004800     05  WS-TODAY                PIC X(10)   VALUE SPACE.
004900     05  WS-RESPONSE-DAYS        PIC 9(03)   VALUE 15.
005000 01  WS-KEY-WORK.
005100     05  FILLER                  PIC X(16).
005200     05  WS-KEY-ACCT-NBR         PIC X(09).
005300 01  WS-KEY-ACCT-NBR-9 REDEFINES WS-KEY-WORK.
005400     05  FILLER                  PIC X(16).
005500     05  WS-KEY-ACCT-NBR-N       PIC 9(09).
005600*    TRANSACTION INPUT AS KEYED BY THE OPERATOR.  E TAKES THE
005700*    CIF KEY AND THE COMPLAINT DETAIL (A BLANK RECEIVED DATE IS
005800*    TODAY); L TAKES AN OWNER (ZERO FOR THE WHOLE QUEUE); A
005900*    TAKES THE CASE AND ITS NEW OWNER; R TAKES THE CASE, THE
006000*    RESOLUTION AND ANY ACM.DISPUTE CASE IT LED TO.
006100 01  WS-TRAN-INPUT.
006200     05  WS-IN-TRANID            PIC X(04).
006300     05  WS-IN-FUNCTION          PIC X(01).
006400         88  WS-FUNC-ENTER               VALUE 'E'.
006500         88  WS-FUNC-LIST                VALUE 'L'.
006600         88  WS-FUNC-ASSIGN              VALUE 'A'.
006700         88  WS-FUNC-RESOLVE             VALUE 'R'.
006800     05  WS-IN-CASE-NBR          PIC 9(09).
006900     05  WS-IN-OWNER             PIC 9(05).
007000     05  WS-IN-BANK-NBR          PIC 9(03).
007100     05  WS-IN-FILE-ID           PIC X(04).
007200     05  WS-IN-FILE-KEY          PIC X(25).
007300     05  WS-IN-CHANNEL           PIC X(01).
007400     05  WS-IN-PRODUCT           PIC X(01).
007500     05  WS-IN-CATEGORY          PIC X(04).
007600     05  WS-IN-UDAAP-IND         PIC X(01).
007700     05  WS-IN-FAIR-LEND-IND     PIC X(01).
007800     05  WS-IN-RECEIVED-DATE     PIC X(10).
007900     05  WS-IN-DISPUTE-CASE      PIC 9(09).
008000     05  WS-IN-RESOLUTION        PIC X(03).
008100     05  WS-IN-SUMMARY           PIC X(60).
008200     05  FILLER                  PIC X(09).
008300*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
008400 01  WS-TRAN-OUTPUT.
008500     05  WS-OUT-STATUS-LINE      PIC X(80).
008600     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
008700 01  WS-OUT-DETAIL.
008800     05  WS-OD-CASE-NBR          PIC 9(09).
008900     05  FILLER                  PIC X(01)   VALUE SPACE.
009000     05  WS-OD-CHANNEL           PIC X(01).
009100     05  WS-OD-PRODUCT           PIC X(01).
009200     05  FILLER                  PIC X(01)   VALUE SPACE.
009300     05  WS-OD-CATEGORY          PIC X(04).
009400     05  FILLER                  PIC X(01)   VALUE SPACE.
009500     05  WS-OD-UDAAP             PIC X(01).
009600     05  WS-OD-FAIR-LEND         PIC X(01).
009700     05  FILLER                  PIC X(01)   VALUE SPACE.
009800     05  WS-OD-STATUS            PIC X(01).
009900     05  FILLER                  PIC X(01)   VALUE SPACE.
010000     05  WS-OD-OWNER             PIC 9(05).
010100     05  FILLER                  PIC X(01)   VALUE SPACE.
010200     05  WS-OD-DAYS-LEFT         PIC ZZZZ9-.
010300     05  FILLER                  PIC X(01)   VALUE SPACE.
010400     05  WS-OD-RECEIVED          PIC X(10).
010500     05  FILLER                  PIC X(01)   VALUE SPACE.
010600     05  WS-OD-SUMMARY           PIC X(32).
010700 01  WS-ENTERED-LINE.
010800     05  FILLER       PIC X(22) VALUE 'CIFO526 - CASE OPENED '.
010900     05  WS-EL-CASE-NBR          PIC 9(09).
011000     05  FILLER       PIC X(06) VALUE '  DUE '.
011100     05  WS-EL-DEADLINE          PIC X(10).
011200     05  FILLER                  PIC X(33)   VALUE SPACE.
011300*----------------------------------------------------------------
011400     COPY CIFCMPLT.
011500*----------------------------------------------------------------
011600     COPY CIFU521P.
011700*----------------------------------------------------------------
011800     COPY CIFU02AR.
011900*----------------------------------------------------------------
012000     COPY CIFU02HH.
012100*----------------------------------------------------------------
012200     COPY ADMU503P.
012300*----------------------------------------------------------------
012400     COPY APICPYA1.
012500*----------------------------------------------------------------
012600     COPY CIFU525P.
012700*----------------------------------------------------------------
012800 PROCEDURE DIVISION.
012900*
013000 0000-MAINLINE.
013100     MOVE LOW-VALUES TO WS-TRAN-INPUT.
013200     EXEC CICS RECEIVE
013300         INTO (WS-TRAN-INPUT)
013400         LENGTH (WS-INPUT-LEN)
013500         NOHANDLE
013600     END-EXEC.
013700     MOVE SPACES TO WS-TRAN-OUTPUT.
013800     MOVE ZERO   TO WS-LINE-SUB.
013900     EXEC SQL
014000         SET :WS-TODAY = CURRENT DATE
014100     END-EXEC.
014200     IF  WS-FUNC-ENTER
014300     OR  WS-FUNC-ASSIGN
014400     OR  WS-FUNC-RESOLVE
014500         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
014600         IF  CIFU525-INVALID
014700             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
014800             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
014900             GOBACK
015000         END-IF
015100     END-IF.
015200     EVALUATE TRUE
015300         WHEN WS-FUNC-ENTER
015400             PERFORM 3000-ENTER-COMPLAINT THRU 3000-EXIT
015500         WHEN WS-FUNC-LIST
015600             PERFORM 2000-LIST-COMPLAINTS THRU 2000-EXIT
015700         WHEN WS-FUNC-ASSIGN
015800             PERFORM 4000-ASSIGN-COMPLAINT THRU 4000-EXIT
015900         WHEN WS-FUNC-RESOLVE
016000             PERFORM 5000-RESOLVE-COMPLAINT THRU 5000-EXIT
016100         WHEN OTHER
016200             MOVE 'CIFO526 - FUNCTION MUST BE E, L, A, OR R'
016300               TO WS-OUT-STATUS-LINE
016400     END-EVALUATE.
016500     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
016600     GOBACK.
016700*----------------------------------------------------------------
016800 1500-CHECK-ENTITLEMENT.
016900*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
017000*    REGISTRY, ACTIVE AND HOLD ROLE CMPL.  A TERMINAL WITH NO
017100*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.  THE
017200*    RESOLVED OPERATOR NUMBER IS STAMPED ON THE CHANGE.
017300     MOVE SPACES TO WS-OPERATOR.
017400     EXEC CICS ASSIGN
017500         OPID (WS-OPERATOR)
017600         NOHANDLE
017700     END-EXEC.
017800     IF  WS-OPERATOR = SPACES
017900     OR  WS-OPERATOR = LOW-VALUES
018000         MOVE +9999 TO CIFU525-ERRORCODE
018100         MOVE 'CIFO526 - SIGN ON BEFORE WORKING A COMPLAINT'
018200           TO CIFU525-ERROR-TEXT
018300         GO TO 1500-EXIT
018400     END-IF.
018500     MOVE ZERO        TO CIFU525-OPER-ID.
018600     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
018700     MOVE 'CMPL'      TO CIFU525-ROLE.
018800     CALL 'CIFU525' USING CIFU525-PARAMETERS.
018900     MOVE CIFU525-RESOLVED-ID TO WS-OPER-ID.
019000 1500-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------
019300 2000-LIST-COMPLAINTS.
019400*    OWNER ZERO LISTS THE WHOLE QUEUE; A NONZERO OWNER SEES
019500*    ONLY THEIR OWN COMPLAINTS.  TIGHTEST DEADLINE FIRST.
019600     MOVE 'N' TO WS-CMP-EOF-SW.
019700     EXEC SQL
019800         DECLARE CSRO526 CURSOR FOR
019900         SELECT CMP_CASE_NBR, CMP_CHANNEL, CMP_PRODUCT,
020000                CMP_CATEGORY, CMP_UDAAP_IND, CMP_FAIR_LEND_IND,
020100                CMP_STATUS, CMP_OWNER, CMP_RECEIVED_DATE,
020200                CMP_SUMMARY,
020300                DAYS(CMP_DEADLINE) - DAYS(CURRENT DATE)
020400           FROM CIF.COMPLAINT
020500          WHERE CMP_STATUS IN ('O', 'W')
020600            AND (CMP_OWNER = :WS-IN-OWNER
020700             OR  :WS-IN-OWNER = 0)
020800          ORDER BY CMP_DEADLINE, CMP_CASE_NBR
020900     END-EXEC.
021000     EXEC SQL OPEN CSRO526 END-EXEC.
021100     PERFORM 2100-FETCH-COMPLAINT THRU 2100-EXIT.
021200     PERFORM 2200-LIST-ONE-COMPLAINT THRU 2200-EXIT
021300         UNTIL WS-CMP-EOF-YES
021400         OR WS-LINE-SUB >= 20.
021500     EXEC SQL CLOSE CSRO526 END-EXEC.
021600     IF  WS-LINE-SUB = ZERO
021700         MOVE 'CIFO526 - NO UNRESOLVED COMPLAINTS'
021800           TO WS-OUT-STATUS-LINE
021900     ELSE
022000         MOVE 'CIFO526 - WORKLIST (TIGHTEST DEADLINE FIRST)'
022100           TO WS-OUT-STATUS-LINE
022200     END-IF.
022300 2000-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600 2100-FETCH-COMPLAINT.
022700     EXEC SQL
022800         FETCH CSRO526
022900          INTO :CMP-CASE-NBR, :CMP-CHANNEL, :CMP-PRODUCT,
023000               :CMP-CATEGORY, :CMP-UDAAP-IND,
023100               :CMP-FAIR-LEND-IND, :CMP-STATUS, :CMP-OWNER,
023200               :CMP-RECEIVED-DATE, :CMP-SUMMARY, :WS-DAYS-LEFT
023300     END-EXEC.
023400     IF  SQLCODE NOT = ZERO
023500         SET WS-CMP-EOF-YES TO TRUE
023600     END-IF.
023700 2100-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000 2200-LIST-ONE-COMPLAINT.
024100     ADD 1 TO WS-LINE-SUB.
024200     MOVE CMP-CASE-NBR      TO WS-OD-CASE-NBR.
024300     MOVE CMP-CHANNEL       TO WS-OD-CHANNEL.
024400     MOVE CMP-PRODUCT       TO WS-OD-PRODUCT.
024500     MOVE CMP-CATEGORY      TO WS-OD-CATEGORY.
024600     MOVE CMP-UDAAP-IND     TO WS-OD-UDAAP.
024700     MOVE CMP-FAIR-LEND-IND TO WS-OD-FAIR-LEND.
024800     MOVE CMP-STATUS        TO WS-OD-STATUS.
024900     MOVE CMP-OWNER         TO WS-OD-OWNER.
025000     MOVE WS-DAYS-LEFT      TO WS-OD-DAYS-LEFT.
025100     MOVE CMP-RECEIVED-DATE TO WS-OD-RECEIVED.
025200     MOVE CMP-SUMMARY (1:32) TO WS-OD-SUMMARY.
025300     MOVE WS-OUT-DETAIL TO WS-OUT-LINE (WS-LINE-SUB).
025400     PERFORM 2100-FETCH-COMPLAINT THRU 2100-EXIT.
025500 2200-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800 3000-ENTER-COMPLAINT.
025900*    THE KEY MUST PLACE ON CIF; THE CUSTOMER IT PLACES ON RIDES
026000*    WITH THE COMPLAINT.  A RECEIVED DATE MAY BE KEYED FOR MAIL
026100*    THAT ARRIVED EARLIER, NEVER FOR A DAY STILL TO COME -- THE
026200*    DEADLINE RUNS FROM THE DAY THE BANK HAD THE COMPLAINT.
026300     MOVE WS-IN-BANK-NBR TO U021-BANK-NBR.
026400     MOVE WS-IN-FILE-ID  TO U021-FILE-ID.
026500     MOVE WS-IN-FILE-KEY TO U021-FILE-KEY.
026600     MOVE 'N'            TO U021-DEMOGRAPHICS-IND.
026700     MOVE 'S'            TO U021-FUNCTION.
026800     CALL 'CIFU021' USING CIFU021-PARAMETERS
026900                          CIFU021-BULK-PARAMETERS
027000                          CIFU021-HOUSEHOLD-PARAMETERS.
027100     IF  NOT U021-GOOD-RETURN
027200         MOVE 'CIFO526 - CIF CANNOT PLACE THE KEY'
027300           TO WS-OUT-STATUS-LINE
027400         GO TO 3000-EXIT
027500     END-IF.
027600     MOVE WS-IN-CHANNEL       TO CMP-CHANNEL.
027700     MOVE WS-IN-PRODUCT       TO CMP-PRODUCT.
027800     MOVE WS-IN-CATEGORY      TO CMP-CATEGORY.
027900     MOVE WS-IN-UDAAP-IND     TO CMP-UDAAP-IND.
028000     MOVE WS-IN-FAIR-LEND-IND TO CMP-FAIR-LEND-IND.
028100     PERFORM 7000-EDIT-DETAIL THRU 7000-EXIT.
028200     IF  WS-OUT-STATUS-LINE NOT = SPACES
028300         GO TO 3000-EXIT
028400     END-IF.
028500     IF  WS-IN-RECEIVED-DATE = SPACES
028600     OR  WS-IN-RECEIVED-DATE = LOW-VALUES
028700         MOVE WS-TODAY TO CMP-RECEIVED-DATE
028800     ELSE
028900         MOVE WS-IN-RECEIVED-DATE TO CMP-RECEIVED-DATE
029000     END-IF.
029100     IF  CMP-RECEIVED-DATE (1:4) NOT NUMERIC
029200     OR  CMP-RECEIVED-DATE (5:1) NOT = '-'
029300     OR  CMP-RECEIVED-DATE (6:2) NOT NUMERIC
029400     OR  CMP-RECEIVED-DATE (8:1) NOT = '-'
029500     OR  CMP-RECEIVED-DATE (9:2) NOT NUMERIC
029600         MOVE 'CIFO526 - RECEIVED DATE MUST BE YYYY-MM-DD'
029700           TO WS-OUT-STATUS-LINE
029800         GO TO 3000-EXIT
029900     END-IF.
030000     IF  CMP-RECEIVED-DATE > WS-TODAY
030100         MOVE 'CIFO526 - RECEIVED DATE IS IN THE FUTURE'
030200           TO WS-OUT-STATUS-LINE
030300         GO TO 3000-EXIT
030400     END-IF.
030500     MOVE ZERO TO CMP-DISPUTE-CASE.
030600     IF  WS-IN-DISPUTE-CASE NUMERIC
030700     AND WS-IN-DISPUTE-CASE > ZERO
030800         MOVE WS-IN-DISPUTE-CASE TO CMP-DISPUTE-CASE
030900         PERFORM 7200-CHECK-DISPUTE THRU 7200-EXIT
031000         IF  WS-OUT-STATUS-LINE NOT = SPACES
031100             GO TO 3000-EXIT
031200         END-IF
031300     END-IF.
031400     PERFORM 7300-SET-DEADLINE THRU 7300-EXIT.
031500     IF  WS-OUT-STATUS-LINE NOT = SPACES
031600         GO TO 3000-EXIT
031700     END-IF.
031800     MOVE WS-IN-BANK-NBR   TO CMP-BANK-NBR.
031900     MOVE WS-IN-FILE-ID    TO CMP-FILE-ID.
032000     MOVE WS-IN-FILE-KEY   TO CMP-FILE-KEY.
032100     MOVE U021-CUST-ID     TO CMP-CUST-ID.
032200     MOVE ZERO             TO CMP-ACCT-NBR.
032300     MOVE WS-IN-FILE-KEY   TO WS-KEY-WORK.
032400     IF  WS-IN-FILE-ID NOT = 'CUST'
032500     AND WS-KEY-ACCT-NBR NUMERIC
032600         MOVE WS-KEY-ACCT-NBR-N TO CMP-ACCT-NBR
032700     END-IF.
032800     MOVE WS-IN-SUMMARY    TO CMP-SUMMARY.
032900     INSPECT CMP-SUMMARY
033000         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
033100                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
033200     EXEC SQL
033300         SELECT COALESCE(MAX(CMP_CASE_NBR), 0) + 1
033400           INTO :WS-NEXT-CASE
033500           FROM CIF.COMPLAINT
033600     END-EXEC.
033700     IF  SQLCODE NOT = ZERO
033800         MOVE 'CIFO526 - UNABLE TO ASSIGN CASE NUMBER'
033900           TO WS-OUT-STATUS-LINE
034000         GO TO 3000-EXIT
034100     END-IF.
034200     MOVE WS-NEXT-CASE     TO CMP-CASE-NBR.
034300     EXEC SQL
034400         INSERT INTO CIF.COMPLAINT
034500                (CMP_CASE_NBR, CMP_BANK_NBR, CMP_FILE_ID,
034600                 CMP_FILE_KEY, CMP_CUST_ID, CMP_ACCT_NBR,
034700                 CMP_CHANNEL, CMP_PRODUCT, CMP_CATEGORY,
034800                 CMP_UDAAP_IND, CMP_FAIR_LEND_IND,
034900                 CMP_RECEIVED_DATE, CMP_DEADLINE, CMP_OWNER,
035000                 CMP_STATUS, CMP_RESOLUTION, CMP_RESOLVED_DATE,
035100                 CMP_DISPUTE_CASE, CMP_SUMMARY, CMP_ENTRY_OPER,
035200                 CMP_MAINT_OPER, CMP_MAINT_DATE)
035300         VALUES (:CMP-CASE-NBR, :CMP-BANK-NBR, :CMP-FILE-ID,
035400                 :CMP-FILE-KEY, :CMP-CUST-ID, :CMP-ACCT-NBR,
035500                 :CMP-CHANNEL, :CMP-PRODUCT, :CMP-CATEGORY,
035600                 :CMP-UDAAP-IND, :CMP-FAIR-LEND-IND,
035700                 DATE(:CMP-RECEIVED-DATE), DATE(:CMP-DEADLINE),
035800                 0, 'O', '   ', '0001-01-01',
035900                 :CMP-DISPUTE-CASE, :CMP-SUMMARY, :WS-OPER-ID,
036000                 :WS-OPER-ID, CURRENT DATE)
036100     END-EXEC.
036200     IF  SQLCODE = ZERO
036300         MOVE CMP-CASE-NBR    TO WS-EL-CASE-NBR
036400         MOVE CMP-DEADLINE    TO WS-EL-DEADLINE
036500         MOVE WS-ENTERED-LINE TO WS-OUT-STATUS-LINE
036600     ELSE
036700         MOVE 'CIFO526 - UNABLE TO INSERT CIF.COMPLAINT ROW'
036800           TO WS-OUT-STATUS-LINE
036900     END-IF.
037000 3000-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300 4000-ASSIGN-COMPLAINT.
037400*    THE NEW OWNER MUST THEMSELVES BE ABLE TO WORK COMPLAINTS.
037500     IF  WS-IN-OWNER NOT NUMERIC
037600     OR  WS-IN-OWNER = ZERO
037700         MOVE 'CIFO526 - OWNER OPERATOR NUMBER REQUIRED'
037800           TO WS-OUT-STATUS-LINE
037900         GO TO 4000-EXIT
038000     END-IF.
038100     MOVE WS-IN-OWNER TO CIFU525-OPER-ID.
038200     MOVE SPACES      TO CIFU525-SIGNON-ID.
038300     MOVE 'CMPL'      TO CIFU525-ROLE.
038400     CALL 'CIFU525' USING CIFU525-PARAMETERS.
038500     IF  CIFU525-INVALID
038600         MOVE 'CIFO526 - OWNER CANNOT WORK COMPLAINTS (CMPL)'
038700           TO WS-OUT-STATUS-LINE
038800         GO TO 4000-EXIT
038900     END-IF.
039000     EXEC SQL
039100         UPDATE CIF.COMPLAINT
039200            SET CMP_OWNER      = :WS-IN-OWNER,
039300                CMP_STATUS     = 'W',
039400                CMP_MAINT_OPER = :WS-OPER-ID,
039500                CMP_MAINT_DATE = CURRENT DATE
039600          WHERE CMP_CASE_NBR = :WS-IN-CASE-NBR
039700            AND CMP_STATUS IN ('O', 'W')
039800     END-EXEC.
039900     IF  SQLCODE = ZERO
040000         MOVE 'CIFO526 - COMPLAINT ASSIGNED'
040100           TO WS-OUT-STATUS-LINE
040200     ELSE
040300         MOVE 'CIFO526 - NO UNRESOLVED COMPLAINT FOR NUMBER'
040400           TO WS-OUT-STATUS-LINE
040500     END-IF.
040600 4000-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900 5000-RESOLVE-COMPLAINT.
041000*    A RESOLUTION CODE CLOSES THE COMPLAINT WITH TODAY'S DATE.
041100*    A DISPUTE CASE KEYED HERE REPLACES ANY LINKED AT ENTRY;
041200*    BLANK KEEPS IT.
041300     MOVE WS-IN-RESOLUTION TO CMP-RESOLUTION.
041400     IF  NOT CMP-RESOLUTION-VALID
041500         MOVE 'CIFO526 - RESOLUTION MUST BE MON, NMR, EXP, OR WDR'
041600           TO WS-OUT-STATUS-LINE
041700         GO TO 5000-EXIT
041800     END-IF.
041900     MOVE ZERO TO CMP-DISPUTE-CASE.
042000     IF  WS-IN-DISPUTE-CASE NUMERIC
042100     AND WS-IN-DISPUTE-CASE > ZERO
042200         MOVE WS-IN-DISPUTE-CASE TO CMP-DISPUTE-CASE
042300         PERFORM 7200-CHECK-DISPUTE THRU 7200-EXIT
042400         IF  WS-OUT-STATUS-LINE NOT = SPACES
042500             GO TO 5000-EXIT
042600         END-IF
042700     END-IF.
042800     EXEC SQL
042900         UPDATE CIF.COMPLAINT
043000            SET CMP_STATUS        = 'C',
043100                CMP_RESOLUTION    = :CMP-RESOLUTION,
043200                CMP_RESOLVED_DATE = CURRENT DATE,
043300                CMP_DISPUTE_CASE  =
043400                    CASE WHEN :CMP-DISPUTE-CASE = 0
043500                         THEN CMP_DISPUTE_CASE
043600                         ELSE :CMP-DISPUTE-CASE
043700                    END,
043800                CMP_MAINT_OPER    = :WS-OPER-ID,
043900                CMP_MAINT_DATE    = CURRENT DATE
044000          WHERE CMP_CASE_NBR = :WS-IN-CASE-NBR
044100            AND CMP_STATUS IN ('O', 'W')
044200     END-EXEC.
044300     IF  SQLCODE = ZERO
044400         MOVE 'CIFO526 - RESOLUTION RECORDED'
044500           TO WS-OUT-STATUS-LINE
044600     ELSE
044700         MOVE 'CIFO526 - NO UNRESOLVED COMPLAINT FOR NUMBER'
044800           TO WS-OUT-STATUS-LINE
044900     END-IF.
045000 5000-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300 7000-EDIT-DETAIL.
045400*    AN EDIT FAILURE LEAVES ITS MESSAGE IN THE STATUS LINE.
045500     IF  NOT CMP-CHANNEL-VALID
045600         MOVE 'CIFO526 - CHANNEL MUST BE B, P, M, OR C'
045700           TO WS-OUT-STATUS-LINE
045800         GO TO 7000-EXIT
045900     END-IF.
046000     IF  NOT CMP-PRODUCT-VALID
046100         MOVE 'CIFO526 - PRODUCT MUST BE D, K, C, L, OR O'
046200           TO WS-OUT-STATUS-LINE
046300         GO TO 7000-EXIT
046400     END-IF.
046500     IF  NOT CMP-CATEGORY-VALID
046600         MOVE 'CIFO526 - CATEGORY NOT ON THE COMPLAINT CODE LIST'
046700           TO WS-OUT-STATUS-LINE
046800         GO TO 7000-EXIT
046900     END-IF.
047000     IF  CMP-UDAAP-IND NOT = 'Y'
047100         MOVE 'N' TO CMP-UDAAP-IND
047200     END-IF.
047300     IF  CMP-FAIR-LEND-IND NOT = 'Y'
047400         MOVE 'N' TO CMP-FAIR-LEND-IND
047500     END-IF.
047600 7000-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900 7200-CHECK-DISPUTE.
048000     MOVE ZERO TO WS-FOUND-COUNT.
048100     EXEC SQL
048200         SELECT COUNT(*)
048300           INTO :WS-FOUND-COUNT
048400           FROM ACM.DISPUTE
048500          WHERE DSP_CASE_NBR = :CMP-DISPUTE-CASE
048600     END-EXEC.
048700     IF  SQLCODE NOT = ZERO
048800     OR  WS-FOUND-COUNT = ZERO
048900         MOVE 'CIFO526 - DISPUTE CASE IS NOT ON ACM.DISPUTE'
049000           TO WS-OUT-STATUS-LINE
049100     END-IF.
049200 7200-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500 7300-SET-DEADLINE.
049600*    THE RESPONSE WINDOW IN BUSINESS DAYS -- AMS.PROPS KEY
049700*    CIFO526.RESPONSE.DAYS WHEN SET, OTHERWISE 15 -- STEPPED
049800*    FORWARD FROM THE RECEIVED DATE ON THE BANK'S CALENDAR.
049900     MOVE SPACES TO AMSPRP-KEY-TEXT.
050000     MOVE 'CIFO526.RESPONSE.DAYS' TO AMSPRP-KEY-TEXT.
050100     MOVE +21 TO AMSPRP-KEY-LEN.
050200     EXEC SQL
050300         SELECT AMSPRP_VALUE
050400           INTO :AMSPRP-VALUE
050500           FROM AMS.PROPS
050600          WHERE AMSPRP_KEY = :AMSPRP-KEY
050700     END-EXEC.
050800     IF  SQLCODE = ZERO
050900     AND AMSPRP-VALUE-TEXT (1:3) NUMERIC
051000     AND AMSPRP-VALUE-TEXT (1:3) > '000'
051100         MOVE AMSPRP-VALUE-TEXT (1:3) TO WS-RESPONSE-DAYS
051200     END-IF.
051300     INITIALIZE ADMU503-PARAMETERS.
051400     SET ADMU503-FUNC-STEP-FWD TO TRUE.
051500     MOVE WS-IN-BANK-NBR    TO ADMU503-BANK-NBR.
051600     MOVE CMP-RECEIVED-DATE TO ADMU503-DATE-1.
051700     MOVE WS-RESPONSE-DAYS  TO ADMU503-DAY-COUNT.
051800     CALL 'ADMU503' USING ADMU503-PARAMETERS.
051900     IF  ADMU503-INVALID
052000         MOVE 'CIFO526 - NO RESPONSE DEADLINE ON THE CALENDAR'
052100           TO WS-OUT-STATUS-LINE
052200         GO TO 7300-EXIT
052300     END-IF.
052400     MOVE ADMU503-RESULT-DATE TO CMP-DEADLINE.
052500 7300-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800 8000-SEND-AND-RETURN.
052900     EXEC CICS SEND
053000         FROM (WS-TRAN-OUTPUT)
053100         LENGTH (WS-OUTPUT-LEN)
053200         ERASE
053300         NOHANDLE
053400     END-EXEC.
053500     EXEC CICS RETURN
053600     END-EXEC.
053700 8000-EXIT.
053800     EXIT.
