002200*                      ITS REASON CODE AND THE CLOSE DATE.       *
002300*                      EVERY ALERT NOW HAS A WORKED TRAIL.       *
002400*                                                                *
002405*   10/15/2026 RM     ASSIGN AND DISPOSE NOW FIRST RESOLVE THE   *
002410*                      CICS SIGNON THROUGH CIFU525 AGAINST THE   *
002415*                      CIF.OPERATOR REGISTRY FOR ROLE AMLC, SO A *
002420*                      SUSPENDED, TERMINATED OR UNREGISTERED     *
002425*                      ANALYST CANNOT WORK A CASE.               *
002430*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003700     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +28.
003800     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
003900     05  WS-DAYS-LEFT            PIC S9(5)   COMP-3 VALUE +0.
003950     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
004000*    TRANSACTION INPUT AS KEYED BY THE ANALYST.
004100 01  WS-TRAN-INPUT.
004200     05  WS-IN-TRANID            PIC X(04).
006800*----------------------------------------------------------------
006900     COPY DSDSAMLC.
007000*----------------------------------------------------------------
007030     COPY CIFU525P.
007060*----------------------------------------------------------------
007100 PROCEDURE DIVISION.
007200*
007300 0000-MAINLINE.
007900     END-EXEC.
008000     MOVE SPACES TO WS-TRAN-OUTPUT.
008100     MOVE ZERO   TO WS-LINE-SUB.
008105     IF  WS-FUNC-ASSIGN
008110     OR  WS-FUNC-DISPOSE
008115         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
008120         IF  CIFU525-INVALID
008125             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
008130             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
008135             GOBACK
008140         END-IF
008145     END-IF.
008200     EVALUATE TRUE
008300         WHEN WS-FUNC-LIST
008400             PERFORM 2000-LIST-CASES THRU 2000-EXIT
009300     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
009400     GOBACK.
009500*----------------------------------------------------------------
009504 1500-CHECK-ENTITLEMENT.
009508*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
009512*    REGISTRY, ACTIVE AND HOLD ROLE AMLC.  A TERMINAL WITH NO
009516*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
009520     MOVE SPACES TO WS-OPERATOR.
009524     EXEC CICS ASSIGN
009528         OPID (WS-OPERATOR)
009532         NOHANDLE
009536     END-EXEC.
009540     IF  WS-OPERATOR = SPACES
009544     OR  WS-OPERATOR = LOW-VALUES
009548         MOVE +9999 TO CIFU525-ERRORCODE
009552         MOVE 'DSDSO502 - SIGN ON BEFORE WORKING A CASE'
009556           TO CIFU525-ERROR-TEXT
009560         GO TO 1500-EXIT
009564     END-IF.
009568     MOVE ZERO        TO CIFU525-OPER-ID.
009572     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
009576     MOVE 'AMLC'      TO CIFU525-ROLE.
009580     CALL 'CIFU525' USING CIFU525-PARAMETERS.
009584 1500-EXIT.
009588     EXIT.
009592*----------------------------------------------------------------
009600 2000-LIST-CASES.
009700*    ANALYST ZERO LISTS THE WHOLE QUEUE; A NONZERO ANALYST
009800*    SEES ONLY THEIR OWN CASES.  TIGHTEST DEADLINE FIRST.
