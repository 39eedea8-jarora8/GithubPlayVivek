000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQO501.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  FINQ SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS OUTBOUND     *
001500*                      WIRE REQUEST ENTRY AND RELEASE (STYLE OF  *
001600*                      DSDSO501).  FUNCTION E ENTERS A WIRE --   *
001700*                      BENEFICIARY, BENEFICIARY BANK, AMOUNT,    *
001800*                      AND THE CALLBACK THE OPERATOR MADE -- ON  *
001900*                      FINQ.WIREOUT AFTER A FUNDS CHECK AGAINST  *
002000*                      THE AVAILABLE BALANCE NET OF FINQ HOLDS   *
002100*                      AND WIRES ALREADY IN FLIGHT.  A WIRE AT   *
002200*                      OR OVER THE AMS.PROPS DUAL-CONTROL        *
002300*                      THRESHOLD WAITS FOR FUNCTION R BY A       *
002400*                      SECOND OPERATOR.  FUNCTION X CANCELS AN   *
002500*                      UNSENT WIRE, FUNCTION B BROWSES THE       *
002600*                      BANK'S OPEN AND TODAY'S WIRES.  EVERY     *
002700*                      ENTRY, RELEASE AND CANCEL IS LOGGED       *
002800*                      THROUGH ADMU501.  FINQB513 SENDS.         *
002900*                                                                *
002905*   10/15/2026 RM     ENTER, RELEASE AND CANCEL NOW FIRST        *
002910*                      RESOLVE THE CICS SIGNON THROUGH CIFU525   *
002915*                      AGAINST THE CIF.OPERATOR REGISTRY -- ROLE *
002920*                      WIRE TO ENTER OR CANCEL, ROLE WREL TO     *
002925*                      RELEASE -- SO A SUSPENDED, TERMINATED OR  *
002930*                      UNREGISTERED OPERATOR CANNOT MOVE MONEY   *
002935*                      AND THE SECOND OPERATOR ON A RELEASE MUST *
002940*                      HOLD RELEASE AUTHORITY.                   *
002945*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-SWITCHES.
003800     05  WS-WIRE-EOF-SW          PIC X       VALUE 'N'.
003900         88  WS-WIRE-EOF-YES             VALUE 'Y'.
004000     05  WS-FUNDS-SW             PIC X       VALUE 'N'.
004100         88  WS-FUNDS-OK                 VALUE 'Y'.
004200 01  WS-WORK-FIELDS.
004300     05  WS-LINE-SUB             PIC S9(4)   COMP  VALUE +0.
004400     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +236.
004500     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
004600     05  WS-DX                   PIC S9(4)   COMP  VALUE +0.
004700     05  WS-OPERATOR             PIC X(03)   VALUE SPACE.
004800     05  WS-TODAY-PACKED         PIC S9(7)   COMP-3 VALUE +0.
004900     05  WS-BANK-NBR             PIC S9(3)   COMP-3 VALUE +0.
005000     05  WS-WIRE-ID              PIC S9(9)   COMP-3 VALUE +0.
005100     05  WS-ACCT-NBR-X           PIC X(09)   VALUE SPACE.
005200     05  WS-LEDGER-BAL           PIC S9(11)V99 COMP-3 VALUE +0.
005300     05  WS-HELD-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
005400     05  WS-IN-FLIGHT            PIC S9(11)V99 COMP-3 VALUE +0.
005500     05  WS-AVAIL-BAL            PIC S9(11)V99 COMP-3 VALUE +0.
005600     05  WS-WIRE-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
005700     05  WS-FEE-AMT              PIC S9(5)V99 COMP-3 VALUE +0.
005800     05  WS-DUAL-THRESHOLD       PIC S9(11)V99 COMP-3 VALUE +0.
005900     05  WS-PROP-CENTS           PIC 9(09)   VALUE ZERO.
006000     05  WS-ABA-SUM              PIC S9(4)   COMP  VALUE +0.
006100     05  WS-ABA-QUOT             PIC S9(4)   COMP  VALUE +0.
006200     05  WS-ABA-REM              PIC S9(4)   COMP  VALUE +0.
006300     05  WS-ED-AVAIL             PIC ZZZ,ZZZ,ZZ9.99-.
006400     05  WS-ED-WIRE-ID           PIC 9(09).
006500 01  WS-ACCT-KEY-WORK.
006600     05  FILLER                  PIC X(16)   VALUE SPACES.
006700     05  WS-ACCT-KEY-NBR         PIC 9(09).
006800 01  WS-ACCT-KEY-25              PIC X(25)   VALUE SPACE.
006900*    THE BENEFICIARY BANK'S ROUTING NUMBER, DIGIT BY DIGIT, FOR
007000*    THE 3-7-1 CHECK-DIGIT TEST.
007100 01  WS-ABA-WORK.
007200     05  WS-ABA-NBR              PIC 9(09)   VALUE ZERO.
007300     05  FILLER REDEFINES WS-ABA-NBR.
007400         10  WS-ABA-DIGIT        PIC 9(01)   OCCURS 9 TIMES.
007500 01  WS-ABA-WEIGHTS.
007600     05  FILLER                  PIC X(09)   VALUE '371371371'.
007700 01  FILLER REDEFINES WS-ABA-WEIGHTS.
007800     05  WS-ABA-WEIGHT           PIC 9(01)   OCCURS 9 TIMES.
007900*    TRANSACTION INPUT AS KEYED BY THE OPERATOR.  ENTRY KEYS THE
008000*    WHOLE REQUEST AND THE CALLBACK; RELEASE AND CANCEL NAME THE
008100*    WIRE BY BANK AND WIRE ID; BROWSE NEEDS ONLY THE BANK.
008200 01  WS-TRAN-INPUT.
008300     05  WS-IN-TRANID            PIC X(04).
008400     05  WS-IN-FUNCTION          PIC X(01).
008500         88  WS-FUNC-ENTER               VALUE 'E'.
008600         88  WS-FUNC-RELEASE             VALUE 'R'.
008700         88  WS-FUNC-CANCEL              VALUE 'X'.
008800         88  WS-FUNC-BROWSE              VALUE 'B'.
008900     05  WS-IN-BANK-NBR          PIC 9(03).
009000     05  WS-IN-WIRE-ID           PIC 9(09).
009100     05  WS-IN-ACCT-ID           PIC 9(03).
009200     05  WS-IN-ACCT-NBR          PIC 9(09).
009300     05  WS-IN-AMOUNT            PIC 9(11)V99.
009400     05  WS-IN-BENE-NAME         PIC X(35).
009500     05  WS-IN-BENE-ACCT         PIC X(34).
009600     05  WS-IN-BENE-ABA          PIC X(09).
009700     05  WS-IN-BENE-BANK         PIC X(35).
009800     05  WS-IN-OBI               PIC X(35).
009900*    THE CALLBACK: WHO AT THE CUSTOMER CONFIRMED THE WIRE, THE
010000*    NUMBER ON FILE THE OPERATOR CALLED, AND Y THAT IT WAS DONE.
010100     05  WS-IN-CB-CONTACT        PIC X(30).
010200     05  WS-IN-CB-PHONE          PIC X(15).
010300     05  WS-IN-CB-VERIFIED       PIC X(01).
010400         88  WS-CALLBACK-DONE            VALUE 'Y'.
010500*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
010600 01  WS-TRAN-OUTPUT.
010700     05  WS-OUT-STATUS-LINE      PIC X(80).
010800     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
010900 01  WS-OUT-DETAIL.
011000     05  WS-OD-WIRE-ID           PIC 9(09).
011100     05  FILLER                  PIC X(01)   VALUE SPACE.
011200     05  WS-OD-ACCT              PIC X(09).
011300     05  FILLER                  PIC X(01)   VALUE SPACE.
011400     05  WS-OD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
011500     05  FILLER                  PIC X(01)   VALUE SPACE.
011600     05  WS-OD-STATUS            PIC X(01).
011700     05  FILLER                  PIC X(01)   VALUE SPACE.
011800     05  WS-OD-DUAL              PIC X(01).
011900     05  FILLER                  PIC X(01)   VALUE SPACE.
012000     05  WS-OD-ENTRY-OPER        PIC X(03).
012100     05  FILLER                  PIC X(01)   VALUE SPACE.
012200     05  WS-OD-RELEASE-OPER      PIC X(03).
012300     05  FILLER                  PIC X(01)   VALUE SPACE.
012400     05  WS-OD-BENE-NAME         PIC X(33).
012500 01  WS-OUT-MESSAGE.
012600     05  FILLER                  PIC X(16)   VALUE
012700         'FINQO501 - WIRE '.
012800     05  WS-OM-WIRE-ID           PIC 9(09).
012900     05  FILLER                  PIC X(01)   VALUE SPACE.
013000     05  WS-OM-TEXT              PIC X(54).
013100*----------------------------------------------------------------
013200*    THE FEE AND DUAL-CONTROL THRESHOLD IN FORCE COME FROM
013300*    AMS.PROPS, WHERE OPERATIONS CHANGES THEM UNDER AUDIT.
013400     COPY APICPYA1.
013500*----------------------------------------------------------------
013600     COPY FINQWOUT.
013700*----------------------------------------------------------------
013800     COPY ADMU501P.
013850*----------------------------------------------------------------
013860     COPY CIFU525P.
013900*----------------------------------------------------------------
014000 PROCEDURE DIVISION.
014100*
014200 0000-MAINLINE.
014300     MOVE LOW-VALUES TO WS-TRAN-INPUT.
014400     EXEC CICS RECEIVE
014500         INTO (WS-TRAN-INPUT)
014600         LENGTH (WS-INPUT-LEN)
014700         NOHANDLE
014800     END-EXEC.
014900     MOVE SPACES TO WS-TRAN-OUTPUT.
015000     MOVE ZERO   TO WS-LINE-SUB.
015100     EXEC CICS ASSIGN
015200         OPID (WS-OPERATOR)
015300         NOHANDLE
015400     END-EXEC.
015500     EXEC SQL
015600         SET :WS-TODAY-PACKED =
015700             (YEAR(CURRENT DATE) - 1900) * 10000
015800             + MONTH(CURRENT DATE) * 100
015900             + DAY(CURRENT DATE)
016000     END-EXEC.
016005     IF  WS-FUNC-ENTER
016010     OR  WS-FUNC-RELEASE
016015     OR  WS-FUNC-CANCEL
016020         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
016025         IF  CIFU525-INVALID
016030             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
016035             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
016040             GOBACK
016045         END-IF
016050     END-IF.
016100     EVALUATE TRUE
016200         WHEN WS-FUNC-ENTER
016300             PERFORM 2000-ENTER-WIRE THRU 2000-EXIT
016400         WHEN WS-FUNC-RELEASE
016500             PERFORM 4000-RELEASE-WIRE THRU 4000-EXIT
016600         WHEN WS-FUNC-CANCEL
016700             PERFORM 5000-CANCEL-WIRE THRU 5000-EXIT
016800         WHEN WS-FUNC-BROWSE
016900             PERFORM 6000-BROWSE-WIRES THRU 6000-EXIT
017000         WHEN OTHER
017100             MOVE 'FINQO501 - FUNCTION MUST BE E, R, X OR B'
017200               TO WS-OUT-STATUS-LINE
017300     END-EVALUATE.
017400     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
017500     GOBACK.
017600*----------------------------------------------------------------
017603 1500-CHECK-ENTITLEMENT.
017606*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
017609*    REGISTRY AND ACTIVE, AND HOLD ROLE WREL TO RELEASE OR ROLE
017612*    WIRE TO ENTER OR CANCEL.  A TERMINAL WITH NO SIGNON IS
017615*    NEVER TAKEN FOR THE BATCH IDENTITY.
017618     IF  WS-OPERATOR = SPACES
017621     OR  WS-OPERATOR = LOW-VALUES
017624         MOVE +9999 TO CIFU525-ERRORCODE
017627         MOVE 'FINQO501 - SIGN ON BEFORE WORKING A WIRE'
017630           TO CIFU525-ERROR-TEXT
017633         GO TO 1500-EXIT
017636     END-IF.
017639     MOVE ZERO        TO CIFU525-OPER-ID.
017642     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
017645     IF  WS-FUNC-RELEASE
017648         MOVE 'WREL'  TO CIFU525-ROLE
017651     ELSE
017654         MOVE 'WIRE'  TO CIFU525-ROLE
017657     END-IF.
017660     CALL 'CIFU525' USING CIFU525-PARAMETERS.
017663 1500-EXIT.
017666     EXIT.
017669*----------------------------------------------------------------
017700 0500-RESOLVE-PROPS.
017800*    FINQO501.WIRE.FEE AND FINQO501.DUAL.THRESHOLD, BOTH IN
017900*    CENTS.  NO FEE SET CHARGES NONE; NO THRESHOLD SET PUTS
018000*    EVERY WIRE UNDER DUAL CONTROL.
018100     MOVE ZERO TO WS-FEE-AMT WS-DUAL-THRESHOLD.
018200     MOVE SPACES TO AMSPRP-KEY-TEXT.
018300     MOVE 'FINQO501.WIRE.FEE' TO AMSPRP-KEY-TEXT.
018400     MOVE +17 TO AMSPRP-KEY-LEN.
018500     EXEC SQL
018600         SELECT AMSPRP_VALUE
018700           INTO :AMSPRP-VALUE
018800           FROM AMS.PROPS
018900          WHERE AMSPRP_KEY = :AMSPRP-KEY
019000     END-EXEC.
019100     IF  SQLCODE = ZERO
019200     AND AMSPRP-VALUE-TEXT (1:9) NUMERIC
019300         MOVE AMSPRP-VALUE-TEXT (1:9) TO WS-PROP-CENTS
019400         COMPUTE WS-FEE-AMT = WS-PROP-CENTS / 100
019500     END-IF.
019600     MOVE SPACES TO AMSPRP-KEY-TEXT.
019700     MOVE 'FINQO501.DUAL.THRESHOLD' TO AMSPRP-KEY-TEXT.
019800     MOVE +23 TO AMSPRP-KEY-LEN.
019900     EXEC SQL
020000         SELECT AMSPRP_VALUE
020100           INTO :AMSPRP-VALUE
020200           FROM AMS.PROPS
020300          WHERE AMSPRP_KEY = :AMSPRP-KEY
020400     END-EXEC.
020500     IF  SQLCODE = ZERO
020600     AND AMSPRP-VALUE-TEXT (1:9) NUMERIC
020700         MOVE AMSPRP-VALUE-TEXT (1:9) TO WS-PROP-CENTS
020800         COMPUTE WS-DUAL-THRESHOLD = WS-PROP-CENTS / 100
020900     END-IF.
021000 0500-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300 2000-ENTER-WIRE.
021400*    NO WIRE IS TAKEN WITHOUT THE CALLBACK -- THE PAPER REQUEST
021500*    ALONE IS WHAT THE FRAUD RINGS FORGE.
021600     IF  NOT WS-CALLBACK-DONE
021700     OR  WS-IN-CB-CONTACT = SPACES
021800     OR  WS-IN-CB-PHONE = SPACES
021900         MOVE 'FINQO501 - CALLBACK CONTACT, NUMBER AND Y REQUIRED'
022000           TO WS-OUT-STATUS-LINE
022100         GO TO 2000-EXIT
022200     END-IF.
022300     IF  WS-IN-ACCT-NBR NOT NUMERIC
022400     OR  WS-IN-AMOUNT NOT NUMERIC
022500     OR  WS-IN-AMOUNT = ZERO
022600         MOVE 'FINQO501 - ACCOUNT AND A NONZERO AMOUNT REQUIRED'
022700           TO WS-OUT-STATUS-LINE
022800         GO TO 2000-EXIT
022900     END-IF.
023000     IF  WS-IN-BENE-NAME = SPACES
023100     OR  WS-IN-BENE-ACCT = SPACES
023200         MOVE 'FINQO501 - BENEFICIARY NAME AND ACCOUNT REQUIRED'
023300           TO WS-OUT-STATUS-LINE
023400         GO TO 2000-EXIT
023500     END-IF.
023600     PERFORM 2100-CHECK-ABA THRU 2100-EXIT.
023700     IF  WS-OUT-STATUS-LINE NOT = SPACES
023800         GO TO 2000-EXIT
023900     END-IF.
024000     PERFORM 0500-RESOLVE-PROPS THRU 0500-EXIT.
024100     MOVE WS-IN-BANK-NBR TO WS-BANK-NBR.
024200     MOVE WS-IN-ACCT-NBR TO WS-ACCT-NBR-X.
024300     MOVE ZERO           TO WS-WIRE-ID.
024400     COMPUTE WS-WIRE-TOTAL = WS-IN-AMOUNT + WS-FEE-AMT.
024500     PERFORM 3000-CHECK-FUNDS THRU 3000-EXIT.
024600     IF  NOT WS-FUNDS-OK
024700         GO TO 2000-EXIT
024800     END-IF.
024900     EXEC SQL
025000         SELECT COALESCE(MAX(WOUT_WIRE_ID), 0) + 1
025100           INTO :WS-WIRE-ID
025200           FROM FINQ.WIREOUT
025300          WHERE WOUT_BANK_NBR = :WS-BANK-NBR
025400     END-EXEC.
025500     IF  SQLCODE NOT = ZERO
025600         MOVE 'FINQO501 - WIRE NUMBER NOT ASSIGNED, RETRY'
025700           TO WS-OUT-STATUS-LINE
025800         GO TO 2000-EXIT
025900     END-IF.
026000     INITIALIZE FINQ-WIREOUT.
026100     MOVE WS-BANK-NBR       TO WOUT-BANK-NBR.
026200     MOVE WS-WIRE-ID        TO WOUT-WIRE-ID.
026300     MOVE WS-IN-ACCT-ID     TO WOUT-ACCT-ID.
026400     MOVE WS-ACCT-NBR-X     TO WOUT-ACCT-NBR.
026500     MOVE WS-IN-AMOUNT      TO WOUT-AMOUNT.
026600     MOVE WS-FEE-AMT        TO WOUT-FEE-AMT.
026700     MOVE WS-IN-BENE-NAME   TO WOUT-BENE-NAME.
026800     MOVE WS-IN-BENE-ACCT   TO WOUT-BENE-ACCT.
026900     MOVE WS-IN-BENE-ABA    TO WOUT-BENE-ABA.
027000     MOVE WS-IN-BENE-BANK   TO WOUT-BENE-BANK.
027100     MOVE WS-IN-OBI         TO WOUT-OBI.
027200     MOVE WS-IN-CB-CONTACT  TO WOUT-CB-CONTACT.
027300     MOVE WS-IN-CB-PHONE    TO WOUT-CB-PHONE.
027400     MOVE WS-OPERATOR       TO WOUT-ENTRY-OPER.
027500     MOVE WS-TODAY-PACKED   TO WOUT-ENTRY-DATE.
027600     SET WOUT-NOT-SCREENED  TO TRUE.
027700     MOVE SPACES            TO WOUT-REASON.
027800*    AT OR OVER THE THRESHOLD A SECOND OPERATOR RELEASES; BELOW
027900*    IT THE OPERATOR WHO MADE THE CALLBACK RELEASES ON ENTRY.
028000     IF  WS-IN-AMOUNT >= WS-DUAL-THRESHOLD
028100         SET WOUT-PENDING-RELEASE TO TRUE
028200         SET WOUT-DUAL-CONTROL    TO TRUE
028300         MOVE SPACES              TO WOUT-RELEASE-OPER
028400     ELSE
028500         SET WOUT-RELEASED        TO TRUE
028600         MOVE 'N'                 TO WOUT-DUAL-IND
028700         MOVE WS-OPERATOR         TO WOUT-RELEASE-OPER
028800     END-IF.
028900     EXEC SQL
029000         INSERT INTO FINQ.WIREOUT
029100                (WOUT_BANK_NBR, WOUT_WIRE_ID, WOUT_ACCT_ID,
029200                 WOUT_ACCT_NBR, WOUT_AMOUNT, WOUT_FEE_AMT,
029300                 WOUT_BENE_NAME, WOUT_BENE_ACCT, WOUT_BENE_ABA,
029400                 WOUT_BENE_BANK, WOUT_OBI, WOUT_CB_CONTACT,
029500                 WOUT_CB_PHONE, WOUT_ENTRY_OPER, WOUT_ENTRY_DATE,
029600                 WOUT_ENTRY_TS, WOUT_STATUS, WOUT_DUAL_IND,
029700                 WOUT_RELEASE_OPER, WOUT_RELEASE_TS,
029800                 WOUT_SCREEN_IND, WOUT_SEND_DATE,
029900                 WOUT_PEND_BATCH, WOUT_PEND_SEQ, WOUT_REASON)
030000         VALUES (:WOUT-BANK-NBR, :WOUT-WIRE-ID, :WOUT-ACCT-ID,
030100                 :WOUT-ACCT-NBR, :WOUT-AMOUNT, :WOUT-FEE-AMT,
030200                 :WOUT-BENE-NAME, :WOUT-BENE-ACCT,
030300                 :WOUT-BENE-ABA, :WOUT-BENE-BANK, :WOUT-OBI,
030400                 :WOUT-CB-CONTACT, :WOUT-CB-PHONE,
030500                 :WOUT-ENTRY-OPER, :WOUT-ENTRY-DATE,
030600                 CURRENT TIMESTAMP, :WOUT-STATUS,
030700                 :WOUT-DUAL-IND, :WOUT-RELEASE-OPER,
030800                 CURRENT TIMESTAMP, :WOUT-SCREEN-IND, 0,
030900                 0, 0, :WOUT-REASON)
031000     END-EXEC.
031100     IF  SQLCODE NOT = ZERO
031200         MOVE 'FINQO501 - WIRE NOT RECORDED, RETRY'
031300           TO WS-OUT-STATUS-LINE
031400         GO TO 2000-EXIT
031500     END-IF.
031600     MOVE WS-WIRE-ID TO WS-OM-WIRE-ID.
031700     IF  WOUT-PENDING-RELEASE
031800         MOVE 'ENTERED -- AWAITS RELEASE BY A SECOND OPERATOR'
031900           TO WS-OM-TEXT
032000         MOVE 'WIRE ENTERED, DUAL CONTROL' TO ADMU501-MSG
032100     ELSE
032200         MOVE 'ENTERED AND RELEASED FOR SENDING'
032300           TO WS-OM-TEXT
032400         MOVE 'WIRE ENTERED AND RELEASED' TO ADMU501-MSG
032500     END-IF.
032600     MOVE WS-OUT-MESSAGE TO WS-OUT-STATUS-LINE.
032700     MOVE 'WIRE ENTRY' TO ADMU501-PARAGRAPH.
032800     PERFORM 7000-LOG-ACTION THRU 7000-EXIT.
032900 2000-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 2100-CHECK-ABA.
033300*    NINE DIGITS WHOSE 3-7-1 WEIGHTED SUM IS A MULTIPLE OF TEN.
033400     IF  WS-IN-BENE-ABA NOT NUMERIC
033500         MOVE 'FINQO501 - BENEFICIARY BANK ABA MUST BE 9 DIGITS'
033600           TO WS-OUT-STATUS-LINE
033700         GO TO 2100-EXIT
033800     END-IF.
033900     MOVE WS-IN-BENE-ABA TO WS-ABA-NBR.
034000     MOVE ZERO TO WS-ABA-SUM.
034100     PERFORM 2110-ADD-ABA-DIGIT THRU 2110-EXIT
034200         VARYING WS-DX FROM 1 BY 1
034300         UNTIL WS-DX > 9.
034400     DIVIDE WS-ABA-SUM BY 10
034500         GIVING WS-ABA-QUOT REMAINDER WS-ABA-REM.
034600     IF  WS-ABA-REM NOT = ZERO
034700     OR  WS-ABA-NBR = ZERO
034800         MOVE 'FINQO501 - BENEFICIARY BANK ABA FAILS CHECK DIGIT'
034900           TO WS-OUT-STATUS-LINE
035000     END-IF.
035100 2100-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400 2110-ADD-ABA-DIGIT.
035500     COMPUTE WS-ABA-SUM = WS-ABA-SUM
035600         + WS-ABA-DIGIT (WS-DX) * WS-ABA-WEIGHT (WS-DX).
035700 2110-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------
036000 3000-CHECK-FUNDS.
036100*    THE ACCOUNT'S CIF BALANCE, LESS ACTIVE FINQ HOLDS AND THE
036200*    UNAVAILABLE SLICE OF UNRELEASED DEPOSITS (AS NIPSB506 NETS
036300*    THEM), LESS EVERY OTHER WIRE ON THE ACCOUNT NOT YET SENT
036400*    OR SENT TODAY (ITS DEBIT IS STILL ON DSDS.PEND), MUST COVER
036500*    THIS WIRE AND ITS FEE.
036600     MOVE 'N' TO WS-FUNDS-SW.
036700     MOVE WS-IN-ACCT-NBR   TO WS-ACCT-KEY-NBR.
036800     MOVE WS-ACCT-KEY-WORK TO WS-ACCT-KEY-25.
036900     EXEC SQL
037000         SELECT ACCT_BALANCE
037100           INTO :WS-LEDGER-BAL
037200           FROM CIF.ACCOUNT
037300          WHERE ACCT_BANK_NBR = :WS-BANK-NBR
037400            AND ACCT_FILE_ID  = 'DDA '
037500            AND ACCT_KEY      = :WS-ACCT-KEY-25
037600            AND ACCT_STATUS   = 'O'
037700     END-EXEC.
037800     IF  SQLCODE NOT = ZERO
037900         MOVE 'FINQO501 - ACCOUNT NOT FOUND OR NOT OPEN'
038000           TO WS-OUT-STATUS-LINE
038100         GO TO 3000-EXIT
038200     END-IF.
038300     MOVE ZERO TO WS-HELD-AMT.
038400     EXEC SQL
038500         SELECT COALESCE(SUM(HELD_AMT), 0)
038600           INTO :WS-HELD-AMT
038700           FROM (SELECT HOLD_AMOUNT AS HELD_AMT
038800                   FROM FINQ.HOLD
038900                  WHERE HOLD_BANK_NBR = :WS-BANK-NBR
039000                    AND HOLD_ACCT_NBR = :WS-ACCT-NBR-X
039100                    AND HOLD_RELEASE_DATE > :WS-TODAY-PACKED
039200                 UNION ALL
039300                 SELECT DEP_AMOUNT - DEP_AMOUNT_AVAIL
039400                   FROM FINQ.DEPOSIT
039500                  WHERE DEP_BANK_NBR = :WS-BANK-NBR
039600                    AND DEP_ACCT_NBR = :WS-ACCT-NBR-X
039700                    AND DEP_RELEASE_DATE > :WS-TODAY-PACKED
039800                    AND DEP_AMOUNT > DEP_AMOUNT_AVAIL) HELD
039900     END-EXEC.
040000     IF  SQLCODE NOT = ZERO
040100         MOVE ZERO TO WS-HELD-AMT
040200     END-IF.
040300     MOVE ZERO TO WS-IN-FLIGHT.
040400     EXEC SQL
040500         SELECT COALESCE(SUM(WOUT_AMOUNT + WOUT_FEE_AMT), 0)
040600           INTO :WS-IN-FLIGHT
040700           FROM FINQ.WIREOUT
040800          WHERE WOUT_BANK_NBR = :WS-BANK-NBR
040900            AND WOUT_ACCT_NBR = :WS-ACCT-NBR-X
041000            AND WOUT_WIRE_ID <> :WS-WIRE-ID
041100            AND (WOUT_STATUS IN ('P', 'R', 'O')
041200             OR (WOUT_STATUS = 'S'
041300            AND  WOUT_SEND_DATE = :WS-TODAY-PACKED))
041400     END-EXEC.
041500     IF  SQLCODE NOT = ZERO
041600         MOVE ZERO TO WS-IN-FLIGHT
041700     END-IF.
041800     COMPUTE WS-AVAIL-BAL =
041900         WS-LEDGER-BAL - WS-HELD-AMT - WS-IN-FLIGHT.
042000     IF  WS-WIRE-TOTAL > WS-AVAIL-BAL
042100         MOVE WS-AVAIL-BAL TO WS-ED-AVAIL
042200         MOVE SPACES TO WS-OUT-STATUS-LINE
042300         STRING 'FINQO501 - INSUFFICIENT AVAILABLE FUNDS, '
042400                'AVAILABLE ' WS-ED-AVAIL
042500             DELIMITED BY SIZE
042600             INTO WS-OUT-STATUS-LINE
042700         GO TO 3000-EXIT
042800     END-IF.
042900     SET WS-FUNDS-OK TO TRUE.
043000 3000-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 4000-RELEASE-WIRE.
043400*    THE SECOND OPERATOR'S RELEASE.  THE OPERATOR WHO ENTERED
043500*    THE WIRE CANNOT RELEASE IT, AND THE FUNDS ARE CHECKED AGAIN
043600*    BECAUSE THE BALANCE MAY HAVE MOVED SINCE ENTRY.
043700     PERFORM 4100-READ-WIRE THRU 4100-EXIT.
043800     IF  WS-OUT-STATUS-LINE NOT = SPACES
043900         GO TO 4000-EXIT
044000     END-IF.
044100     IF  NOT WOUT-PENDING-RELEASE
044200         MOVE 'FINQO501 - WIRE IS NOT AWAITING RELEASE'
044300           TO WS-OUT-STATUS-LINE
044400         GO TO 4000-EXIT
044500     END-IF.
044600     IF  WOUT-ENTRY-OPER = WS-OPERATOR
044700         MOVE 'FINQO501 - RELEASE NEEDS A SECOND OPERATOR'
044800           TO WS-OUT-STATUS-LINE
044900         GO TO 4000-EXIT
045000     END-IF.
045100     MOVE WOUT-ACCT-NBR TO WS-IN-ACCT-NBR.
045200     COMPUTE WS-WIRE-TOTAL = WOUT-AMOUNT + WOUT-FEE-AMT.
045300     PERFORM 3000-CHECK-FUNDS THRU 3000-EXIT.
045400     IF  NOT WS-FUNDS-OK
045500         GO TO 4000-EXIT
045600     END-IF.
045700     EXEC SQL
045800         UPDATE FINQ.WIREOUT
045900            SET WOUT_STATUS       = 'R',
046000                WOUT_RELEASE_OPER = :WS-OPERATOR,
046100                WOUT_RELEASE_TS   = CURRENT TIMESTAMP
046200          WHERE WOUT_BANK_NBR = :WS-BANK-NBR
046300            AND WOUT_WIRE_ID  = :WS-WIRE-ID
046400            AND WOUT_STATUS   = 'P'
046500     END-EXEC.
046600     IF  SQLCODE NOT = ZERO
046700         MOVE 'FINQO501 - RELEASE NOT RECORDED, RETRY'
046800           TO WS-OUT-STATUS-LINE
046900         GO TO 4000-EXIT
047000     END-IF.
047100     MOVE WS-WIRE-ID TO WS-OM-WIRE-ID.
047200     MOVE 'RELEASED FOR SENDING' TO WS-OM-TEXT.
047300     MOVE WS-OUT-MESSAGE TO WS-OUT-STATUS-LINE.
047400     MOVE 'WIRE RELEASE' TO ADMU501-PARAGRAPH.
047500     MOVE 'WIRE RELEASED BY SECOND OPERATOR' TO ADMU501-MSG.
047600     PERFORM 7000-LOG-ACTION THRU 7000-EXIT.
047700 4000-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000 4100-READ-WIRE.
048100     MOVE WS-IN-BANK-NBR TO WS-BANK-NBR.
048200     MOVE WS-IN-WIRE-ID  TO WS-WIRE-ID.
048300     EXEC SQL
048400         SELECT WOUT_ACCT_NBR, WOUT_AMOUNT, WOUT_FEE_AMT,
048500                WOUT_ENTRY_OPER, WOUT_STATUS
048600           INTO :WOUT-ACCT-NBR, :WOUT-AMOUNT, :WOUT-FEE-AMT,
048700                :WOUT-ENTRY-OPER, :WOUT-STATUS
048800           FROM FINQ.WIREOUT
048900          WHERE WOUT_BANK_NBR = :WS-BANK-NBR
049000            AND WOUT_WIRE_ID  = :WS-WIRE-ID
049100     END-EXEC.
049200     IF  SQLCODE NOT = ZERO
049300         MOVE 'FINQO501 - WIRE NOT FOUND'
049400           TO WS-OUT-STATUS-LINE
049500         GO TO 4100-EXIT
049600     END-IF.
049700     MOVE WOUT-ACCT-NBR TO WS-ACCT-NBR-X.
049800 4100-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100 5000-CANCEL-WIRE.
050200*    ONLY A WIRE NOT YET SENT CAN BE CANCELLED; ONE UNDER OFAC
050300*    REVIEW IS THE BSA OFFICER'S TO CLEAR OR BLOCK (FINQB513).
050400     PERFORM 4100-READ-WIRE THRU 4100-EXIT.
050500     IF  WS-OUT-STATUS-LINE NOT = SPACES
050600         GO TO 5000-EXIT
050700     END-IF.
050800     IF  NOT WOUT-PENDING-RELEASE
050900     AND NOT WOUT-RELEASED
051000         MOVE 'FINQO501 - ONLY AN UNSENT WIRE CAN BE CANCELLED'
051100           TO WS-OUT-STATUS-LINE
051200         GO TO 5000-EXIT
051300     END-IF.
051400     MOVE SPACES TO WOUT-REASON.
051500     STRING 'CANCELLED BY OPERATOR ' WS-OPERATOR
051600         DELIMITED BY SIZE
051700         INTO WOUT-REASON.
051800     EXEC SQL
051900         UPDATE FINQ.WIREOUT
052000            SET WOUT_STATUS = 'C',
052100                WOUT_REASON = :WOUT-REASON
052200          WHERE WOUT_BANK_NBR = :WS-BANK-NBR
052300            AND WOUT_WIRE_ID  = :WS-WIRE-ID
052400            AND WOUT_STATUS IN ('P', 'R')
052500     END-EXEC.
052600     IF  SQLCODE NOT = ZERO
052700         MOVE 'FINQO501 - CANCEL NOT RECORDED, RETRY'
052800           TO WS-OUT-STATUS-LINE
052900         GO TO 5000-EXIT
053000     END-IF.
053100     MOVE WS-WIRE-ID TO WS-OM-WIRE-ID.
053200     MOVE 'CANCELLED' TO WS-OM-TEXT.
053300     MOVE WS-OUT-MESSAGE TO WS-OUT-STATUS-LINE.
053400     MOVE 'WIRE CANCEL' TO ADMU501-PARAGRAPH.
053500     MOVE 'WIRE CANCELLED BEFORE SENDING' TO ADMU501-MSG.
053600     PERFORM 7000-LOG-ACTION THRU 7000-EXIT.
053700 5000-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000 6000-BROWSE-WIRES.
054100*    THE BANK'S WIRES STILL IN FLIGHT, THEN TODAY'S FINISHED
054200*    ONES, NEWEST FIRST.
054300     MOVE WS-IN-BANK-NBR TO WS-BANK-NBR.
054400     MOVE 'N' TO WS-WIRE-EOF-SW.
054500     EXEC SQL
054600         DECLARE CSRFO51 CURSOR FOR
054700         SELECT WOUT_WIRE_ID, WOUT_ACCT_NBR, WOUT_AMOUNT,
054800                WOUT_STATUS, WOUT_DUAL_IND, WOUT_ENTRY_OPER,
054900                WOUT_RELEASE_OPER, WOUT_BENE_NAME
055000           FROM FINQ.WIREOUT
055100          WHERE WOUT_BANK_NBR = :WS-BANK-NBR
055200            AND (WOUT_STATUS IN ('P', 'R', 'O', 'F')
055300             OR  WOUT_ENTRY_DATE = :WS-TODAY-PACKED)
055400          ORDER BY WOUT_WIRE_ID DESC
055500     END-EXEC.
055600     EXEC SQL OPEN CSRFO51 END-EXEC.
055700     PERFORM 6100-FETCH-WIRE THRU 6100-EXIT.
055800     PERFORM 6200-LIST-ONE-WIRE THRU 6200-EXIT
055900         UNTIL WS-WIRE-EOF-YES
056000         OR WS-LINE-SUB >= 20.
056100     EXEC SQL CLOSE CSRFO51 END-EXEC.
056200     IF  WS-LINE-SUB = ZERO
056300         MOVE 'FINQO501 - NO OPEN OR TODAY''S WIRES FOR BANK'
056400           TO WS-OUT-STATUS-LINE
056500     ELSE
056600         MOVE 'FINQO501 - BROWSE COMPLETE'
056700           TO WS-OUT-STATUS-LINE
056800     END-IF.
056900 6000-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200 6100-FETCH-WIRE.
057300     EXEC SQL
057400         FETCH CSRFO51
057500          INTO :WOUT-WIRE-ID, :WOUT-ACCT-NBR, :WOUT-AMOUNT,
057600               :WOUT-STATUS, :WOUT-DUAL-IND, :WOUT-ENTRY-OPER,
057700               :WOUT-RELEASE-OPER, :WOUT-BENE-NAME
057800     END-EXEC.
057900     IF  SQLCODE NOT = ZERO
058000         SET WS-WIRE-EOF-YES TO TRUE
058100     END-IF.
058200 6100-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500 6200-LIST-ONE-WIRE.
058600     ADD 1 TO WS-LINE-SUB.
058700     MOVE WOUT-WIRE-ID      TO WS-OD-WIRE-ID.
058800     MOVE WOUT-ACCT-NBR     TO WS-OD-ACCT.
058900     MOVE WOUT-AMOUNT       TO WS-OD-AMOUNT.
059000     MOVE WOUT-STATUS       TO WS-OD-STATUS.
059100     MOVE WOUT-DUAL-IND     TO WS-OD-DUAL.
059200     MOVE WOUT-ENTRY-OPER   TO WS-OD-ENTRY-OPER.
059300     MOVE WOUT-RELEASE-OPER TO WS-OD-RELEASE-OPER.
059400     MOVE WOUT-BENE-NAME    TO WS-OD-BENE-NAME.
059500     MOVE WS-OUT-DETAIL     TO WS-OUT-LINE (WS-LINE-SUB).
059600     PERFORM 6100-FETCH-WIRE THRU 6100-EXIT.
059700 6200-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------
060000 7000-LOG-ACTION.
060100*    THE STANDARD LOGGER CARRIES WHO DID WHAT TO WHICH WIRE FOR
060200*    THE MORNING EXCEPTION REPORT.
060300     MOVE 'FINQO501'            TO ADMU501-PROGRAM.
060400     MOVE ZERO                  TO ADMU501-SQLCODE.
060500     MOVE SPACES                TO ADMU501-FILE-STATUS.
060600     MOVE SPACES                TO ADMU501-KEY-DATA.
060700     MOVE WS-WIRE-ID            TO WS-ED-WIRE-ID.
060800     STRING 'BANK ' WS-IN-BANK-NBR ' WIRE ' WS-ED-WIRE-ID
060900            ' ACCT ' WS-ACCT-NBR-X ' OP ' WS-OPERATOR
061000         DELIMITED BY SIZE
061100         INTO ADMU501-KEY-DATA.
061200     CALL 'ADMU501' USING ADMU501-PARAMETERS.
061300 7000-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------
061600 8000-SEND-AND-RETURN.
061700     EXEC CICS SEND
061800         FROM (WS-TRAN-OUTPUT)
061900         LENGTH (WS-OUTPUT-LEN)
062000         ERASE
062100         NOHANDLE
062200     END-EXEC.
062300     EXEC CICS RETURN
062400     END-EXEC.
062500 8000-EXIT.
062600     EXIT.
