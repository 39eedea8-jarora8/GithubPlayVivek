000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MLO502.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  ML SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS LOAN AUTOPAY *
001500*                      ENROLLMENT (STYLE OF MLO501).  FUNCTION E *
001600*                      ENROLLS A LOAN -- OR CHANGES OR RE-       *
001700*                      ENROLLS ONE ALREADY ON FILE -- NAMING THE *
001800*                      FUNDING DEPOSIT ACCOUNT, DRAFT DAY AND    *
001900*                      WHAT TO DRAFT (R REGULAR PAYMENT, T TOTAL *
002000*                      DUE); FUNCTION C CANCELS; FUNCTION I      *
002100*                      SHOWS THE ENROLLMENT AND ITS LAST DRAFT.  *
002200*                      MLB508 DRAFTS THEM DAILY.                 *
002300*                                                                *
002305*   10/15/2026 RM     ENROLL AND CANCEL NOW FIRST RESOLVE THE    *
002310*                      CICS SIGNON THROUGH CIFU525 AGAINST THE   *
002315*                      CIF.OPERATOR REGISTRY FOR ROLE APAY, SO A *
002320*                      SUSPENDED, TERMINATED OR UNREGISTERED     *
002325*                      OPERATOR CANNOT SET UP OR STOP A DRAFT.   *
002330*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  WS-WORK-FIELDS.
003200     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +45.
003300     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
003400     05  WS-ROW-COUNT            PIC S9(4)   COMP  VALUE +0.
003500     05  WS-OPERATOR             PIC X(03)   VALUE SPACE.
003600     05  WS-LEDGER-BAL           PIC S9(11)V99 COMP-3 VALUE +0.
003700 01  WS-ACCT-KEY-WORK.
003800     05  FILLER                  PIC X(16)   VALUE SPACES.
003900     05  WS-ACCT-KEY-NBR         PIC 9(09).
004000 01  WS-ACCT-KEY-25              PIC X(25)   VALUE SPACE.
004100*    TRANSACTION INPUT AS KEYED BY THE LOAN SERVICING CLERK.
004200 01  WS-TRAN-INPUT.
004300     05  WS-IN-TRANID            PIC X(04).
004400     05  WS-IN-FUNCTION          PIC X(01).
004500         88  WS-FUNC-ENROLL              VALUE 'E'.
004600         88  WS-FUNC-CANCEL              VALUE 'C'.
004700         88  WS-FUNC-INQUIRE             VALUE 'I'.
004800     05  WS-IN-BANK-NBR          PIC 9(03).
004900     05  WS-IN-LOAN-NBR          PIC 9(10).
005000     05  WS-IN-DEP-ACCT-ID       PIC 9(03).
005100     05  WS-IN-DEP-ACCT-NBR      PIC 9(09).
005200     05  WS-IN-DRAFT-DAY         PIC 9(02).
005300     05  WS-IN-AMT-TYPE          PIC X(01).
005400         88  WS-IN-AMT-VALID             VALUE 'R' 'T'.
005500     05  FILLER                  PIC X(12).
005600*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
005700 01  WS-TRAN-OUTPUT.
005800     05  WS-OUT-STATUS-LINE      PIC X(80).
005900     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
006000 01  WS-OUT-ENROLL.
006100     05  FILLER                  PIC X(08)   VALUE 'FUNDING '.
006200     05  WS-OE-DEP-ACCT-ID       PIC 9(03).
006300     05  FILLER                  PIC X(01)   VALUE '-'.
006400     05  WS-OE-DEP-ACCT-NBR      PIC 9(09).
006500     05  FILLER                  PIC X(06)   VALUE '  DAY '.
006600     05  WS-OE-DRAFT-DAY         PIC Z9.
006700     05  FILLER                  PIC X(07)   VALUE '  TYPE '.
006800     05  WS-OE-AMT-TYPE          PIC X(01).
006900     05  FILLER                  PIC X(09)   VALUE '  STATUS '.
007000     05  WS-OE-STATUS            PIC X(01).
007100     05  FILLER                  PIC X(01)   VALUE SPACE.
007200     05  WS-OE-SUSP-REASON       PIC X(01).
007300     05  FILLER                  PIC X(31)   VALUE SPACE.
007400 01  WS-OUT-LAST.
007500     05  FILLER                  PIC X(12)   VALUE 'LAST DRAFT  '.
007600     05  WS-OL-DRAFT-DATE        PIC X(10).
007700     05  FILLER                  PIC X(02)   VALUE SPACE.
007800     05  WS-OL-DRAFT-AMT         PIC ZZZ,ZZZ,ZZ9.99.
007900     05  FILLER                  PIC X(08)   VALUE '  RETRY '.
008000     05  WS-OL-RETRY-IND         PIC X(01).
008100     05  FILLER                  PIC X(07)   VALUE '  NSFS '.
008200     05  WS-OL-NSF-COUNT         PIC ZZ9.
008300     05  FILLER                  PIC X(23)   VALUE SPACE.
008400*----------------------------------------------------------------
008500     COPY MLAUTOPY.
008600*----------------------------------------------------------------
008700     COPY OBSTRANS.
008800*----------------------------------------------------------------
008900     COPY MLU002P.
008930*----------------------------------------------------------------
008960     COPY CIFU525P.
009000*----------------------------------------------------------------
009100 PROCEDURE DIVISION.
009200*
009300 0000-MAINLINE.
009400     MOVE LOW-VALUES TO WS-TRAN-INPUT.
009500     EXEC CICS RECEIVE
009600         INTO (WS-TRAN-INPUT)
009700         LENGTH (WS-INPUT-LEN)
009800         NOHANDLE
009900     END-EXEC.
010000     MOVE SPACES TO WS-TRAN-OUTPUT.
010100     EXEC CICS ASSIGN
010200         OPID (WS-OPERATOR)
010300         NOHANDLE
010400     END-EXEC.
010405     IF  WS-FUNC-ENROLL
010410     OR  WS-FUNC-CANCEL
010415         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
010420         IF  CIFU525-INVALID
010425             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
010430             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
010435             GOBACK
010440         END-IF
010445     END-IF.
010500     EVALUATE TRUE
010600         WHEN WS-FUNC-ENROLL
010700             PERFORM 2000-ENROLL THRU 2000-EXIT
010800         WHEN WS-FUNC-CANCEL
010900             PERFORM 3000-CANCEL THRU 3000-EXIT
011000         WHEN WS-FUNC-INQUIRE
011100             PERFORM 4000-INQUIRE THRU 4000-EXIT
011200         WHEN OTHER
011300             MOVE 'MLO502 - FUNCTION MUST BE E, C OR I'
011400               TO WS-OUT-STATUS-LINE
011500     END-EVALUATE.
011600     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
011700     GOBACK.
011800*----------------------------------------------------------------
011804 1500-CHECK-ENTITLEMENT.
011808*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
011812*    REGISTRY, ACTIVE AND HOLD ROLE APAY.  A TERMINAL WITH NO
011816*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
011820     IF  WS-OPERATOR = SPACES
011824     OR  WS-OPERATOR = LOW-VALUES
011828         MOVE +9999 TO CIFU525-ERRORCODE
011832         MOVE 'MLO502 - SIGN ON BEFORE CHANGING AUTOPAY'
011836           TO CIFU525-ERROR-TEXT
011840         GO TO 1500-EXIT
011844     END-IF.
011848     MOVE ZERO        TO CIFU525-OPER-ID.
011852     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
011856     MOVE 'APAY'      TO CIFU525-ROLE.
011860     CALL 'CIFU525' USING CIFU525-PARAMETERS.
011864 1500-EXIT.
011868     EXIT.
011872*----------------------------------------------------------------
011900 2000-ENROLL.
012000*    A DAY PAST THE END OF A SHORT MONTH DRAFTS ON ITS LAST
012100*    DAY, SO ANY DAY 1 THROUGH 31 IS GOOD.
012200     IF  WS-IN-DRAFT-DAY < 1
012300     OR  WS-IN-DRAFT-DAY > 31
012400         MOVE 'MLO502 - DRAFT DAY MUST BE 01 THROUGH 31'
012500           TO WS-OUT-STATUS-LINE
012600         GO TO 2000-EXIT
012700     END-IF.
012800     IF  NOT WS-IN-AMT-VALID
012900         MOVE 'MLO502 - AMOUNT TYPE MUST BE R OR T'
013000           TO WS-OUT-STATUS-LINE
013100         GO TO 2000-EXIT
013200     END-IF.
013300*    THE FUNDING ACCOUNT MUST BE AN OPEN DEPOSIT ACCOUNT.
013400     MOVE WS-IN-DEP-ACCT-NBR TO WS-ACCT-KEY-NBR.
013500     MOVE WS-ACCT-KEY-WORK   TO WS-ACCT-KEY-25.
013600     EXEC SQL
013700         SELECT ACCT_BALANCE
013800           INTO :WS-LEDGER-BAL
013900           FROM CIF.ACCOUNT
014000          WHERE ACCT_BANK_NBR = :WS-IN-BANK-NBR
014100            AND ACCT_FILE_ID  = 'DDA '
014200            AND ACCT_KEY      = :WS-ACCT-KEY-25
014300            AND ACCT_STATUS   = 'O'
014400     END-EXEC.
014500     IF  SQLCODE NOT = ZERO
014600         MOVE 'MLO502 - FUNDING ACCOUNT NOT FOUND OR NOT OPEN'
014700           TO WS-OUT-STATUS-LINE
014800         GO TO 2000-EXIT
014900     END-IF.
015000*    THE LOAN MUST BE ONE THE SERVICER KNOWS, NOT IN
015100*    BANKRUPTCY AND NOT PAID OFF -- MLB508 WOULD ONLY SUSPEND IT.
015200     MOVE WS-IN-BANK-NBR TO MLU002-BANK-NBR.
015300     MOVE WS-IN-LOAN-NBR TO MLU002-ACCT-NBR.
015400     MOVE 'MLO502  '     TO MLU002-SOURCE-PROG.
015500     MOVE 60             TO MLU002-TTL-MINUTES.
015600     CALL 'MLU002' USING MLU002-PARAMETERS.
015700     IF  MLU002-INVALID
015800     OR  MLU002-STATUS-CODE NOT = '0000'
015900         MOVE 'MLO502 - LOAN NOT FOUND AT THE SERVICER'
016000           TO WS-OUT-STATUS-LINE
016100         GO TO 2000-EXIT
016200     END-IF.
016300     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
016400     IF  ML02003-BANKRUPTCY-FLAG = 'Y'
016500         MOVE 'MLO502 - LOAN IS IN BANKRUPTCY, CANNOT ENROLL'
016600           TO WS-OUT-STATUS-LINE
016700         GO TO 2000-EXIT
016800     END-IF.
016900     IF  ML02003-PRIN-BALANCE NOT > ZERO
017000     OR (ML02003-PAYOFF-DATE NOT = SPACES
017100     AND ML02003-PAYOFF-DATE NOT = '0001-01-01')
017200         MOVE 'MLO502 - LOAN IS PAID OFF, CANNOT ENROLL'
017300           TO WS-OUT-STATUS-LINE
017400         GO TO 2000-EXIT
017500     END-IF.
017600*    A LOAN ALREADY ON FILE IS CHANGED IN PLACE -- THIS IS ALSO
017700*    HOW A CANCELLED OR SUSPENDED ENROLLMENT COMES BACK.  ITS
017800*    CYCLE DATE STAYS, SO A CHANGE NEVER DRAFTS TWICE IN A MONTH.
017900     EXEC SQL
018000         UPDATE ML.AUTOPAY
018100            SET APAY_DEP_ACCT_ID  = :WS-IN-DEP-ACCT-ID,
018200                APAY_DEP_ACCT_NBR = :WS-IN-DEP-ACCT-NBR,
018300                APAY_DRAFT_DAY    = :WS-IN-DRAFT-DAY,
018400                APAY_AMT_TYPE     = :WS-IN-AMT-TYPE,
018500                APAY_STATUS       = 'A',
018600                APAY_SUSP_REASON  = ' ',
018700                APAY_RETRY_IND    = 'N',
018800                APAY_ENROLL_OPER  = :WS-OPERATOR,
018900                APAY_STATUS_DATE  = CURRENT DATE
019000          WHERE APAY_BANK_NBR = :WS-IN-BANK-NBR
019100            AND APAY_LOAN_NBR = :WS-IN-LOAN-NBR
019200     END-EXEC.
019300     IF  SQLCODE = ZERO
019400         MOVE 'MLO502 - AUTOPAY ENROLLMENT CHANGED, ACTIVE'
019500           TO WS-OUT-STATUS-LINE
019600         GO TO 2000-EXIT
019700     END-IF.
019800     IF  SQLCODE NOT = +100
019900         MOVE 'MLO502 - ML.AUTOPAY UPDATE FAILED'
020000           TO WS-OUT-STATUS-LINE
020100         GO TO 2000-EXIT
020200     END-IF.
020300     EXEC SQL
020400         INSERT INTO ML.AUTOPAY
020500                (APAY_BANK_NBR, APAY_LOAN_NBR, APAY_DEP_ACCT_ID,
020600                 APAY_DEP_ACCT_NBR, APAY_DRAFT_DAY,
020700                 APAY_AMT_TYPE, APAY_STATUS, APAY_SUSP_REASON,
020800                 APAY_CYCLE_DATE, APAY_RETRY_IND,
020900                 APAY_LAST_DRAFT_DATE, APAY_LAST_DRAFT_AMT,
021000                 APAY_NSF_COUNT, APAY_ENROLL_OPER,
021100                 APAY_ENROLL_DATE, APAY_STATUS_DATE)
021200         VALUES (:WS-IN-BANK-NBR, :WS-IN-LOAN-NBR,
021300                 :WS-IN-DEP-ACCT-ID, :WS-IN-DEP-ACCT-NBR,
021400                 :WS-IN-DRAFT-DAY, :WS-IN-AMT-TYPE, 'A', ' ',
021500                 '0001-01-01', 'N', '0001-01-01', 0, 0,
021600                 :WS-OPERATOR, CURRENT DATE, CURRENT DATE)
021700     END-EXEC.
021800     IF  SQLCODE = ZERO
021900         MOVE 'MLO502 - LOAN ENROLLED IN AUTOPAY'
022000           TO WS-OUT-STATUS-LINE
022100     ELSE
022200         MOVE 'MLO502 - ML.AUTOPAY INSERT FAILED'
022300           TO WS-OUT-STATUS-LINE
022400     END-IF.
022500 2000-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800 3000-CANCEL.
022900     EXEC SQL
023000         UPDATE ML.AUTOPAY
023100            SET APAY_STATUS      = 'C',
023200                APAY_RETRY_IND   = 'N',
023300                APAY_ENROLL_OPER = :WS-OPERATOR,
023400                APAY_STATUS_DATE = CURRENT DATE
023500          WHERE APAY_BANK_NBR = :WS-IN-BANK-NBR
023600            AND APAY_LOAN_NBR = :WS-IN-LOAN-NBR
023700            AND APAY_STATUS  <> 'C'
023800     END-EXEC.
023900     IF  SQLCODE = ZERO
024000         MOVE 'MLO502 - AUTOPAY CANCELLED'
024100           TO WS-OUT-STATUS-LINE
024200     ELSE
024300         MOVE 'MLO502 - NO ACTIVE ENROLLMENT FOR LOAN'
024400           TO WS-OUT-STATUS-LINE
024500     END-IF.
024600 3000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900 4000-INQUIRE.
025000     EXEC SQL
025100         SELECT APAY_DEP_ACCT_ID, APAY_DEP_ACCT_NBR,
025200                APAY_DRAFT_DAY, APAY_AMT_TYPE, APAY_STATUS,
025300                APAY_SUSP_REASON, APAY_RETRY_IND,
025400                APAY_LAST_DRAFT_DATE, APAY_LAST_DRAFT_AMT,
025500                APAY_NSF_COUNT
025600           INTO :APAY-DEP-ACCT-ID, :APAY-DEP-ACCT-NBR,
025700                :APAY-DRAFT-DAY, :APAY-AMT-TYPE, :APAY-STATUS,
025800                :APAY-SUSP-REASON, :APAY-RETRY-IND,
025900                :APAY-LAST-DRAFT-DATE, :APAY-LAST-DRAFT-AMT,
026000                :APAY-NSF-COUNT
026100           FROM ML.AUTOPAY
026200          WHERE APAY_BANK_NBR = :WS-IN-BANK-NBR
026300            AND APAY_LOAN_NBR = :WS-IN-LOAN-NBR
026400     END-EXEC.
026500     IF  SQLCODE NOT = ZERO
026600         MOVE 'MLO502 - LOAN NOT ENROLLED IN AUTOPAY'
026700           TO WS-OUT-STATUS-LINE
026800         GO TO 4000-EXIT
026900     END-IF.
027000     MOVE APAY-DEP-ACCT-ID     TO WS-OE-DEP-ACCT-ID.
027100     MOVE APAY-DEP-ACCT-NBR    TO WS-OE-DEP-ACCT-NBR.
027200     MOVE APAY-DRAFT-DAY       TO WS-OE-DRAFT-DAY.
027300     MOVE APAY-AMT-TYPE        TO WS-OE-AMT-TYPE.
027400     MOVE APAY-STATUS          TO WS-OE-STATUS.
027500     MOVE APAY-SUSP-REASON     TO WS-OE-SUSP-REASON.
027600     MOVE WS-OUT-ENROLL        TO WS-OUT-LINE (1).
027700     MOVE APAY-LAST-DRAFT-DATE TO WS-OL-DRAFT-DATE.
027800     MOVE APAY-LAST-DRAFT-AMT  TO WS-OL-DRAFT-AMT.
027900     MOVE APAY-RETRY-IND       TO WS-OL-RETRY-IND.
028000     MOVE APAY-NSF-COUNT       TO WS-OL-NSF-COUNT.
028100     MOVE WS-OUT-LAST          TO WS-OUT-LINE (2).
028200     MOVE 'MLO502 - AUTOPAY (STATUS A/S/C, SUSPENDED B/P)'
028300       TO WS-OUT-STATUS-LINE.
028400 4000-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700 8000-SEND-AND-RETURN.
028800     EXEC CICS SEND
028900         FROM (WS-TRAN-OUTPUT)
029000         LENGTH (WS-OUTPUT-LEN)
029100         ERASE
029200         NOHANDLE
029300     END-EXEC.
029400     EXEC CICS RETURN
029500     END-EXEC.
029600 8000-EXIT.
029700     EXIT.
