000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFO524.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS AUTHORIZED-  *
001500*                      PARTY MAINTENANCE (STYLE OF CIFO521) --   *
001600*                      POA AGENTS, TRUSTEES, AND AUTHORIZED      *
001700*                      SIGNERS ON CIF.AUTHPTY BY ACCOUNT.        *
001800*                      FUNCTION L LISTS THE PARTIES FOR AN       *
001900*                      ACCOUNT KEY; A ADDS ONE WITH ITS ROLE,    *
002000*                      SCOPE (INQUIRY/WITHDRAW/CLOSE), EFFECTIVE *
002100*                      AND EXPIRY DATES, AND DOCUMENT REFERENCE; *
002200*                      C CHANGES A PARTY IN FORCE (BLANK KEEPS   *
002300*                      THE FIELD); E ENDS A PARTY'S AUTHORITY.   *
002400*                      THE OPERATOR ID IS STAMPED ON EVERY       *
002500*                      CHANGE.  OPERATOR AUTHORITY IS ENFORCED   *
002600*                      BY CICS/RACF ON THE TRANSACTION ID.       *
002700*                                                                *
002705*   10/15/2026 RM     ADD, CHANGE AND END NOW RESOLVE THE CICS   *
002710*                      SIGNON THROUGH CIFU525 AGAINST THE        *
002715*                      CIF.OPERATOR REGISTRY FOR ROLE APTY       *
002720*                      BEFORE ANYTHING IS CHANGED, SO A          *
002725*                      SUSPENDED, TERMINATED OR UNREGISTERED     *
002730*                      OPERATOR IS REFUSED EVEN WHERE THE        *
002735*                      TRANSACTION ID IS STILL PERMITTED.        *
002740*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500 01  WS-SWITCHES.
003600     05  WS-AP-EOF-SW            PIC X       VALUE 'N'.
003700         88  WS-AP-EOF-YES               VALUE 'Y'.
003800 01  WS-WORK-FIELDS.
003900     05  WS-LINE-SUB             PIC S9(4)   COMP  VALUE +0.
004000     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +135.
004100     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
004200     05  WS-ACCOUNT-COUNT        PIC S9(9)   COMP  VALUE +0.
004300     05  WS-NEXT-SEQ             PIC S9(4)   COMP  VALUE +0.
004400     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
004500     05  WS-TODAY                PIC X(10)   VALUE SPACE.
004600*    TRANSACTION INPUT AS KEYED BY THE OPERATOR -- FUNCTION,
004700*    ACCOUNT KEY, AND FOR AN ADD OR CHANGE THE PARTY DETAIL.
004800*    THE PARTY SEQUENCE NAMES THE ROW FOR C AND E.  EACH SCOPE
004900*    FLAG IS Y OR N.
005000 01  WS-TRAN-INPUT.
005100     05  WS-IN-TRANID            PIC X(04).
005200     05  WS-IN-FUNCTION          PIC X(01).
005300         88  WS-FUNC-LIST                VALUE 'L'.
005400         88  WS-FUNC-ADD                 VALUE 'A'.
005500         88  WS-FUNC-CHANGE              VALUE 'C'.
005600         88  WS-FUNC-END                 VALUE 'E'.
005700     05  WS-IN-BANK-NBR          PIC 9(03).
005800     05  WS-IN-FILE-ID           PIC X(04).
005900     05  WS-IN-FILE-KEY          PIC X(25).
006000     05  WS-IN-PARTY-SEQ         PIC 9(04).
006100     05  WS-IN-PARTY-NAME        PIC X(40).
006200     05  WS-IN-ROLE              PIC X(01).
006300     05  WS-IN-SCOPE-INQUIRY     PIC X(01).
006400     05  WS-IN-SCOPE-WITHDRAW    PIC X(01).
006500     05  WS-IN-SCOPE-CLOSE       PIC X(01).
006600     05  WS-IN-EFF-DATE          PIC X(10).
006700     05  WS-IN-EXPIRY-DATE       PIC X(10).
006800     05  WS-IN-DOC-REF           PIC X(20).
006900     05  FILLER                  PIC X(10).
007000*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
007100 01  WS-TRAN-OUTPUT.
007200     05  WS-OUT-STATUS-LINE      PIC X(80).
007300     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
007400 01  WS-OUT-DETAIL.
007500     05  WS-OD-PARTY-SEQ         PIC ZZZ9.
007600     05  FILLER                  PIC X(01)   VALUE SPACE.
007700     05  WS-OD-ROLE              PIC X(01).
007800     05  FILLER                  PIC X(01)   VALUE SPACE.
007900     05  WS-OD-PARTY-NAME        PIC X(24).
008000     05  FILLER                  PIC X(01)   VALUE SPACE.
008100     05  WS-OD-SCOPE-INQUIRY     PIC X(01).
008200     05  WS-OD-SCOPE-WITHDRAW    PIC X(01).
008300     05  WS-OD-SCOPE-CLOSE       PIC X(01).
008400     05  FILLER                  PIC X(01)   VALUE SPACE.
008500     05  WS-OD-EFF-DATE          PIC X(10).
008600     05  FILLER                  PIC X(01)   VALUE SPACE.
008700     05  WS-OD-EXPIRY-DATE       PIC X(10).
008800     05  FILLER                  PIC X(01)   VALUE SPACE.
008900     05  WS-OD-DOC-REF           PIC X(14).
009000     05  FILLER                  PIC X(01)   VALUE SPACE.
009100     05  WS-OD-MAINT-OPER        PIC X(07).
009200*----------------------------------------------------------------
009300     COPY CIFAUTHP.
009310     COPY CIFU525P.
009400*----------------------------------------------------------------
009500 PROCEDURE DIVISION.
009600*
009700 0000-MAINLINE.
009800     MOVE LOW-VALUES TO WS-TRAN-INPUT.
009900     EXEC CICS RECEIVE
010000         INTO (WS-TRAN-INPUT)
010100         LENGTH (WS-INPUT-LEN)
010200         NOHANDLE
010300     END-EXEC.
010400     MOVE SPACES TO WS-TRAN-OUTPUT.
010500     MOVE ZERO   TO WS-LINE-SUB.
010600     EXEC CICS ASSIGN
010700         OPID (WS-OPERATOR)
010800         NOHANDLE
010900     END-EXEC.
011000     EXEC SQL
011100         SET :WS-TODAY = CURRENT DATE
011200     END-EXEC.
011205     IF  WS-FUNC-ADD
011210     OR  WS-FUNC-CHANGE
011215     OR  WS-FUNC-END
011220         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
011225         IF  CIFU525-INVALID
011230             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
011235             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
011240             GOBACK
011245         END-IF
011250     END-IF.
011300     EVALUATE TRUE
011400         WHEN WS-FUNC-LIST
011500             PERFORM 2000-LIST-PARTIES THRU 2000-EXIT
011600         WHEN WS-FUNC-ADD
011700             PERFORM 3000-ADD-PARTY THRU 3000-EXIT
011800         WHEN WS-FUNC-CHANGE
011900             PERFORM 4000-CHANGE-PARTY THRU 4000-EXIT
012000         WHEN WS-FUNC-END
012100             PERFORM 5000-END-PARTY THRU 5000-EXIT
012200         WHEN OTHER
012300             MOVE 'CIFO524 - FUNCTION MUST BE L, A, C, OR E'
012400               TO WS-OUT-STATUS-LINE
012500     END-EVALUATE.
012600     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
012700     GOBACK.
012800*----------------------------------------------------------------
012804 1500-CHECK-ENTITLEMENT.
012808*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
012812*    REGISTRY, ACTIVE AND HOLD ROLE APTY.  A TERMINAL WITH NO
012816*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
012820     IF  WS-OPERATOR = SPACES
012824     OR  WS-OPERATOR = LOW-VALUES
012828         MOVE +9999 TO CIFU525-ERRORCODE
012832         MOVE 'CIFO524 - SIGN ON BEFORE MAINTAINING PARTIES'
012836           TO CIFU525-ERROR-TEXT
012840         GO TO 1500-EXIT
012844     END-IF.
012848     MOVE ZERO        TO CIFU525-OPER-ID.
012852     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
012856     MOVE 'APTY'      TO CIFU525-ROLE.
012860     CALL 'CIFU525' USING CIFU525-PARAMETERS.
012864 1500-EXIT.
012868     EXIT.
012872*----------------------------------------------------------------
012900 2000-LIST-PARTIES.
013000*    PARTIES STILL IN FORCE FIRST (LATEST EXPIRY FIRST, SO AN
013100*    OPEN-ENDED DOCUMENT LEADS), THEN THE LAPSED HISTORY.
013200     MOVE 'N' TO WS-AP-EOF-SW.
013300     EXEC SQL
013400         DECLARE CSRO524 CURSOR FOR
013500         SELECT AP_PARTY_SEQ, AP_ROLE, AP_PARTY_NAME,
013600                AP_SCOPE_INQUIRY, AP_SCOPE_WITHDRAW,
013700                AP_SCOPE_CLOSE, AP_EFF_DATE, AP_EXPIRY_DATE,
013800                AP_DOC_REF, AP_MAINT_OPER
013900           FROM CIF.AUTHPTY
014000          WHERE AP_BANK_NBR = :WS-IN-BANK-NBR
014100            AND AP_FILE_ID  = :WS-IN-FILE-ID
014200            AND AP_KEY      = :WS-IN-FILE-KEY
014300          ORDER BY AP_EXPIRY_DATE DESC, AP_PARTY_SEQ
014400     END-EXEC.
014500     EXEC SQL OPEN CSRO524 END-EXEC.
014600     PERFORM 2100-FETCH-PARTY THRU 2100-EXIT.
014700     PERFORM 2200-LIST-ONE-PARTY THRU 2200-EXIT
014800         UNTIL WS-AP-EOF-YES
014900         OR WS-LINE-SUB >= 20.
015000     EXEC SQL CLOSE CSRO524 END-EXEC.
015100     IF  WS-LINE-SUB = ZERO
015200         MOVE 'CIFO524 - NO AUTHORIZED PARTIES ON FILE'
015300           TO WS-OUT-STATUS-LINE
015400     ELSE
015500         MOVE 'CIFO524 - SEQ R NAME / IWC / EFF / EXPIRES / DOC'
015600           TO WS-OUT-STATUS-LINE
015700     END-IF.
015800 2000-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016100 2100-FETCH-PARTY.
016200     EXEC SQL
016300         FETCH CSRO524
016400          INTO :AP-PARTY-SEQ, :AP-ROLE, :AP-PARTY-NAME,
016500               :AP-SCOPE-INQUIRY, :AP-SCOPE-WITHDRAW,
016600               :AP-SCOPE-CLOSE, :AP-EFF-DATE, :AP-EXPIRY-DATE,
016700               :AP-DOC-REF, :AP-MAINT-OPER
016800     END-EXEC.
016900     IF  SQLCODE NOT = ZERO
017000         SET WS-AP-EOF-YES TO TRUE
017100     END-IF.
017200 2100-EXIT.
017300     EXIT.
017400*----------------------------------------------------------------
017500 2200-LIST-ONE-PARTY.
017600     ADD 1 TO WS-LINE-SUB.
017700     MOVE AP-PARTY-SEQ          TO WS-OD-PARTY-SEQ.
017800     MOVE AP-ROLE               TO WS-OD-ROLE.
017900     MOVE AP-PARTY-NAME (1:24)  TO WS-OD-PARTY-NAME.
018000     MOVE AP-SCOPE-INQUIRY      TO WS-OD-SCOPE-INQUIRY.
018100     MOVE AP-SCOPE-WITHDRAW     TO WS-OD-SCOPE-WITHDRAW.
018200     MOVE AP-SCOPE-CLOSE        TO WS-OD-SCOPE-CLOSE.
018300     MOVE AP-EFF-DATE           TO WS-OD-EFF-DATE.
018400     IF  AP-EXPIRY-DATE = '9999-12-31'
018500         MOVE 'NONE'            TO WS-OD-EXPIRY-DATE
018600     ELSE
018700         MOVE AP-EXPIRY-DATE    TO WS-OD-EXPIRY-DATE
018800     END-IF.
018900     MOVE AP-DOC-REF (1:14)     TO WS-OD-DOC-REF.
019000     MOVE AP-MAINT-OPER (1:7)   TO WS-OD-MAINT-OPER.
019100     MOVE WS-OUT-DETAIL TO WS-OUT-LINE (WS-LINE-SUB).
019200     PERFORM 2100-FETCH-PARTY THRU 2100-EXIT.
019300 2200-EXIT.
019400     EXIT.
019500*----------------------------------------------------------------
019600 3000-ADD-PARTY.
019700*    THE KEY MUST BE AN ACCOUNT ON CIF.ACCOUNT, THE PARTY NEEDS
019800*    A NAME AND A ROLE, AT LEAST ONE SCOPE MUST BE GRANTED, AND
019900*    THE DOCUMENT THE AUTHORITY RESTS ON MUST BE REFERENCED.
020000     PERFORM 7000-CHECK-ACCOUNT THRU 7000-EXIT.
020100     IF  WS-ACCOUNT-COUNT = ZERO
020200         GO TO 3000-EXIT
020300     END-IF.
020400     IF  WS-IN-PARTY-NAME = SPACES
020500         MOVE 'CIFO524 - PARTY NAME REQUIRED'
020600           TO WS-OUT-STATUS-LINE
020700         GO TO 3000-EXIT
020800     END-IF.
020900     IF  WS-IN-DOC-REF = SPACES
021000         MOVE 'CIFO524 - DOCUMENT REFERENCE REQUIRED'
021100           TO WS-OUT-STATUS-LINE
021200         GO TO 3000-EXIT
021300     END-IF.
021400     MOVE WS-IN-ROLE           TO AP-ROLE.
021500     MOVE 'N'                  TO AP-SCOPE-INQUIRY
021600                                  AP-SCOPE-WITHDRAW
021700                                  AP-SCOPE-CLOSE.
021800     MOVE WS-TODAY             TO AP-EFF-DATE.
021900     MOVE '9999-12-31'         TO AP-EXPIRY-DATE.
022000     PERFORM 7100-APPLY-DETAIL THRU 7100-EXIT.
022100     IF  WS-OUT-STATUS-LINE NOT = SPACES
022200         GO TO 3000-EXIT
022300     END-IF.
022400     EXEC SQL
022500         SELECT COALESCE(MAX(AP_PARTY_SEQ), 0) + 1
022600           INTO :WS-NEXT-SEQ
022700           FROM CIF.AUTHPTY
022800          WHERE AP_BANK_NBR = :WS-IN-BANK-NBR
022900            AND AP_FILE_ID  = :WS-IN-FILE-ID
023000            AND AP_KEY      = :WS-IN-FILE-KEY
023100     END-EXEC.
023200     IF  SQLCODE NOT = ZERO
023300         MOVE 'CIFO524 - UNABLE TO ASSIGN PARTY SEQUENCE'
023400           TO WS-OUT-STATUS-LINE
023500         GO TO 3000-EXIT
023600     END-IF.
023700     MOVE WS-IN-BANK-NBR      TO AP-BANK-NBR.
023800     MOVE WS-IN-FILE-ID       TO AP-FILE-ID.
023900     MOVE WS-IN-FILE-KEY      TO AP-KEY.
024000     MOVE WS-NEXT-SEQ         TO AP-PARTY-SEQ.
024100     EXEC SQL
024200         INSERT INTO CIF.AUTHPTY
024300                (AP_BANK_NBR, AP_FILE_ID, AP_KEY, AP_PARTY_SEQ,
024400                 AP_PARTY_NAME, AP_ROLE, AP_SCOPE_INQUIRY,
024500                 AP_SCOPE_WITHDRAW, AP_SCOPE_CLOSE,
024600                 AP_EFF_DATE, AP_EXPIRY_DATE, AP_DOC_REF,
024700                 AP_MAINT_OPER, AP_MAINT_DATE)
024800         VALUES (:AP-BANK-NBR, :AP-FILE-ID, :AP-KEY,
024900                 :AP-PARTY-SEQ, :AP-PARTY-NAME, :AP-ROLE,
025000                 :AP-SCOPE-INQUIRY, :AP-SCOPE-WITHDRAW,
025100                 :AP-SCOPE-CLOSE, DATE(:AP-EFF-DATE),
025200                 DATE(:AP-EXPIRY-DATE), :AP-DOC-REF,
025300                 :WS-OPERATOR, CURRENT DATE)
025400     END-EXEC.
025500     IF  SQLCODE = ZERO
025600         MOVE 'CIFO524 - PARTY ADDED' TO WS-OUT-STATUS-LINE
025700     ELSE
025800         MOVE 'CIFO524 - UNABLE TO INSERT CIF.AUTHPTY ROW'
025900           TO WS-OUT-STATUS-LINE
026000     END-IF.
026100 3000-EXIT.
026200     EXIT.
026300*----------------------------------------------------------------
026400 4000-CHANGE-PARTY.
026500*    ONLY A PARTY STILL IN FORCE (OR NOT YET EFFECTIVE) CHANGES
026600*    -- LAPSED HISTORY IS LEFT AS IT STOOD.  BLANK INPUT KEEPS
026700*    THE FIELD ON FILE.
026800     EXEC SQL
026900         SELECT AP_PARTY_NAME, AP_ROLE, AP_SCOPE_INQUIRY,
027000                AP_SCOPE_WITHDRAW, AP_SCOPE_CLOSE,
027100                AP_EFF_DATE, AP_EXPIRY_DATE, AP_DOC_REF
027200           INTO :AP-PARTY-NAME, :AP-ROLE, :AP-SCOPE-INQUIRY,
027300                :AP-SCOPE-WITHDRAW, :AP-SCOPE-CLOSE,
027400                :AP-EFF-DATE, :AP-EXPIRY-DATE, :AP-DOC-REF
027500           FROM CIF.AUTHPTY
027600          WHERE AP_BANK_NBR    = :WS-IN-BANK-NBR
027700            AND AP_FILE_ID     = :WS-IN-FILE-ID
027800            AND AP_KEY         = :WS-IN-FILE-KEY
027900            AND AP_PARTY_SEQ   = :WS-IN-PARTY-SEQ
028000            AND AP_EXPIRY_DATE >= CURRENT DATE
028100     END-EXEC.
028200     IF  SQLCODE NOT = ZERO
028300         MOVE 'CIFO524 - NO PARTY IN FORCE FOR SEQUENCE'
028400           TO WS-OUT-STATUS-LINE
028500         GO TO 4000-EXIT
028600     END-IF.
028700     IF  WS-IN-ROLE = SPACE OR LOW-VALUE
028800         CONTINUE
028900     ELSE
029000         MOVE WS-IN-ROLE TO AP-ROLE
029100     END-IF.
029200     PERFORM 7100-APPLY-DETAIL THRU 7100-EXIT.
029300     IF  WS-OUT-STATUS-LINE NOT = SPACES
029400         GO TO 4000-EXIT
029500     END-IF.
029600     EXEC SQL
029700         UPDATE CIF.AUTHPTY
029800            SET AP_PARTY_NAME     = :AP-PARTY-NAME,
029900                AP_ROLE           = :AP-ROLE,
030000                AP_SCOPE_INQUIRY  = :AP-SCOPE-INQUIRY,
030100                AP_SCOPE_WITHDRAW = :AP-SCOPE-WITHDRAW,
030200                AP_SCOPE_CLOSE    = :AP-SCOPE-CLOSE,
030300                AP_EFF_DATE       = DATE(:AP-EFF-DATE),
030400                AP_EXPIRY_DATE    = DATE(:AP-EXPIRY-DATE),
030500                AP_DOC_REF        = :AP-DOC-REF,
030600                AP_MAINT_OPER     = :WS-OPERATOR,
030700                AP_MAINT_DATE     = CURRENT DATE
030800          WHERE AP_BANK_NBR    = :WS-IN-BANK-NBR
030900            AND AP_FILE_ID     = :WS-IN-FILE-ID
031000            AND AP_KEY         = :WS-IN-FILE-KEY
031100            AND AP_PARTY_SEQ   = :WS-IN-PARTY-SEQ
031200     END-EXEC.
031300     IF  SQLCODE = ZERO
031400         MOVE 'CIFO524 - PARTY CHANGED' TO WS-OUT-STATUS-LINE
031500     ELSE
031600         MOVE 'CIFO524 - UNABLE TO UPDATE CIF.AUTHPTY ROW'
031700           TO WS-OUT-STATUS-LINE
031800     END-IF.
031900 4000-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200 5000-END-PARTY.
032300*    THE ROW IS NEVER DELETED -- A REVOKED POA OR A SIGNER WHO
032400*    LEFT THE BUSINESS STAYS ON FILE WITH THE DATE THE
032500*    AUTHORITY STOPPED, SO A LATER DISPUTE CAN SEE WHO COULD
032600*    ACT WHEN.  A KEYED EXPIRY DATE BACK-DATES THE END; BLANK
032700*    IS TODAY.
032800     EXEC SQL
032900         UPDATE CIF.AUTHPTY
033000            SET AP_EXPIRY_DATE =
033100                    CASE WHEN :WS-IN-EXPIRY-DATE = ' '
033200                         THEN CURRENT DATE
033300                         ELSE DATE(:WS-IN-EXPIRY-DATE)
033400                    END,
033500                AP_MAINT_OPER  = :WS-OPERATOR,
033600                AP_MAINT_DATE  = CURRENT DATE
033700          WHERE AP_BANK_NBR    = :WS-IN-BANK-NBR
033800            AND AP_FILE_ID     = :WS-IN-FILE-ID
033900            AND AP_KEY         = :WS-IN-FILE-KEY
034000            AND AP_PARTY_SEQ   = :WS-IN-PARTY-SEQ
034100            AND AP_EXPIRY_DATE >= CURRENT DATE
034200     END-EXEC.
034300     IF  SQLCODE = ZERO
034400         MOVE 'CIFO524 - PARTY AUTHORITY ENDED'
034500           TO WS-OUT-STATUS-LINE
034600     ELSE
034700         MOVE 'CIFO524 - NO PARTY IN FORCE FOR SEQUENCE'
034800           TO WS-OUT-STATUS-LINE
034900     END-IF.
035000 5000-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300 7000-CHECK-ACCOUNT.
035400*    THE CIF COMPOSITE KEY MUST BE AN ACCOUNT -- AGENCY IS
035500*    GRANTED OVER AN ACCOUNT, NOT OVER A CUSTOMER RECORD.
035600     MOVE ZERO TO WS-ACCOUNT-COUNT.
035700     EXEC SQL
035800         SELECT COUNT(*)
035900           INTO :WS-ACCOUNT-COUNT
036000           FROM CIF.ACCOUNT
036100          WHERE ACCT_BANK_NBR = :WS-IN-BANK-NBR
036200            AND ACCT_FILE_ID  = :WS-IN-FILE-ID
036300            AND ACCT_KEY      = :WS-IN-FILE-KEY
036400     END-EXEC.
036500     IF  SQLCODE NOT = ZERO
036600         MOVE ZERO TO WS-ACCOUNT-COUNT
036700     END-IF.
036800     IF  WS-ACCOUNT-COUNT = ZERO
036900         MOVE 'CIFO524 - KEY IS NOT A CIF ACCOUNT'
037000           TO WS-OUT-STATUS-LINE
037100     END-IF.
037200 7000-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500 7100-APPLY-DETAIL.
037600*    LAYS THE KEYED DETAIL OVER THE ROW IMAGE (BLANK KEEPS WHAT
037700*    IS THERE) AND EDITS THE RESULT.  AN EDIT FAILURE LEAVES
037800*    ITS MESSAGE IN THE STATUS LINE.
037900     IF  WS-IN-PARTY-NAME NOT = SPACES
038000     AND WS-IN-PARTY-NAME NOT = LOW-VALUES
038100         MOVE WS-IN-PARTY-NAME TO AP-PARTY-NAME
038200         INSPECT AP-PARTY-NAME
038300             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
038400                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
038500     END-IF.
038600     IF  WS-IN-SCOPE-INQUIRY = 'Y' OR 'N'
038700         MOVE WS-IN-SCOPE-INQUIRY TO AP-SCOPE-INQUIRY
038800     END-IF.
038900     IF  WS-IN-SCOPE-WITHDRAW = 'Y' OR 'N'
039000         MOVE WS-IN-SCOPE-WITHDRAW TO AP-SCOPE-WITHDRAW
039100     END-IF.
039200     IF  WS-IN-SCOPE-CLOSE = 'Y' OR 'N'
039300         MOVE WS-IN-SCOPE-CLOSE TO AP-SCOPE-CLOSE
039400     END-IF.
039500     IF  WS-IN-EFF-DATE NOT = SPACES
039600     AND WS-IN-EFF-DATE NOT = LOW-VALUES
039700         MOVE WS-IN-EFF-DATE TO AP-EFF-DATE
039800     END-IF.
039900     IF  WS-IN-EXPIRY-DATE NOT = SPACES
040000     AND WS-IN-EXPIRY-DATE NOT = LOW-VALUES
040100         MOVE WS-IN-EXPIRY-DATE TO AP-EXPIRY-DATE
040200     END-IF.
040300     IF  WS-IN-DOC-REF NOT = SPACES
040400     AND WS-IN-DOC-REF NOT = LOW-VALUES
040500         MOVE WS-IN-DOC-REF TO AP-DOC-REF
040600     END-IF.
040700     IF  NOT AP-ROLE-POA
040800     AND NOT AP-ROLE-TRUSTEE
040900     AND NOT AP-ROLE-SIGNER
041000         MOVE 'CIFO524 - ROLE MUST BE P, T, OR S'
041100           TO WS-OUT-STATUS-LINE
041200         GO TO 7100-EXIT
041300     END-IF.
041400     IF  AP-SCOPE-INQUIRY  NOT = 'Y'
041500     AND AP-SCOPE-WITHDRAW NOT = 'Y'
041600     AND AP-SCOPE-CLOSE    NOT = 'Y'
041700         MOVE 'CIFO524 - AT LEAST ONE SCOPE (I, W, C) MUST BE Y'
041800           TO WS-OUT-STATUS-LINE
041900         GO TO 7100-EXIT
042000     END-IF.
042100     IF  AP-EXPIRY-DATE < AP-EFF-DATE
042200         MOVE 'CIFO524 - EXPIRY DATE PRECEDES EFFECTIVE DATE'
042300           TO WS-OUT-STATUS-LINE
042400     END-IF.
042500 7100-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800 8000-SEND-AND-RETURN.
042900     EXEC CICS SEND
043000         FROM (WS-TRAN-OUTPUT)
043100         LENGTH (WS-OUTPUT-LEN)
043200         ERASE
043300         NOHANDLE
043400     END-EXEC.
043500     EXEC CICS RETURN
043600     END-EXEC.
043700 8000-EXIT.
043800     EXIT.
