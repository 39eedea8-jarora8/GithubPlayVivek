002000*                      NIGHTLY.  WHAT THE COLLECTOR AGREED       *
002100*                      STOPS LIVING IN A NOTEBOOK.               *
002200*                                                                *
002205*   10/15/2026 RM     A PROMISE IS NOW ACCEPTED ONLY AFTER THE   *
002210*                      CICS SIGNON RESOLVES THROUGH CIFU525      *
002215*                      AGAINST THE CIF.OPERATOR REGISTRY FOR     *
002220*                      ROLE COLL, SO A SUSPENDED, TERMINATED OR  *
002225*                      UNREGISTERED OPERATOR CANNOT RECORD ONE.  *
002230*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003500     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +45.
003600     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
003700     05  WS-OPEN-COUNT           PIC S9(4)   COMP  VALUE +0.
003750     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
003800*    TRANSACTION INPUT AS KEYED BY THE COLLECTOR.
003900 01  WS-TRAN-INPUT.
004000     05  WS-IN-TRANID            PIC X(04).
006300*----------------------------------------------------------------
006400     COPY MLPROMIS.
006500*----------------------------------------------------------------
006530     COPY CIFU525P.
006560*----------------------------------------------------------------
006600 PROCEDURE DIVISION.
006700*
006800 0000-MAINLINE.
007400     END-EXEC.
007500     MOVE SPACES TO WS-TRAN-OUTPUT.
007600     MOVE ZERO   TO WS-LINE-SUB.
007610     IF  WS-FUNC-ADD
007620         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
007630         IF  CIFU525-INVALID
007640             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
007650             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
007660             GOBACK
007670         END-IF
007680     END-IF.
007700     EVALUATE TRUE
007800         WHEN WS-FUNC-ADD
007900             PERFORM 2000-ADD-PROMISE THRU 2000-EXIT
008600     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
008700     GOBACK.
008800*----------------------------------------------------------------
008804 1500-CHECK-ENTITLEMENT.
008808*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
008812*    REGISTRY, ACTIVE AND HOLD ROLE COLL.  A TERMINAL WITH NO
008816*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
008820     MOVE SPACES TO WS-OPERATOR.
008824     EXEC CICS ASSIGN
008828         OPID (WS-OPERATOR)
008832         NOHANDLE
008836     END-EXEC.
008840     IF  WS-OPERATOR = SPACES
008844     OR  WS-OPERATOR = LOW-VALUES
008848         MOVE +9999 TO CIFU525-ERRORCODE
008852         MOVE 'MLO501 - SIGN ON BEFORE RECORDING A PROMISE'
008856           TO CIFU525-ERROR-TEXT
008860         GO TO 1500-EXIT
008864     END-IF.
008868     MOVE ZERO        TO CIFU525-OPER-ID.
008872     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
008876     MOVE 'COLL'      TO CIFU525-ROLE.
008880     CALL 'CIFU525' USING CIFU525-PARAMETERS.
008884 1500-EXIT.
008888     EXIT.
008892*----------------------------------------------------------------
008900 2000-ADD-PROMISE.
009000*    ONE PENDING PROMISE PER LOAN -- A NEW AGREEMENT REPLACES
009100*    NOTHING UNTIL THE OLD ONE IS JUDGED.
