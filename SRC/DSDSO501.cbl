002600*                      FROM SCRATCH, WHICH LOST THE LINEAGE      *
002700*                      AND DOUBLE-POSTED TWICE, ENDS HERE.       *
002800*                                                                *
002805*   10/15/2026 RM     A REPAIR NOW FIRST RESOLVES THE CICS       *
002810*                      SIGNON THROUGH CIFU525 AGAINST THE        *
002815*                      CIF.OPERATOR REGISTRY FOR ROLE SUSP, SO A *
002820*                      SUSPENDED, TERMINATED OR UNREGISTERED     *
002825*                      OPERATOR CANNOT REQUEUE AN ITEM.          *
002830*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
007800*----------------------------------------------------------------
007900     COPY ADMU501P.
008000*----------------------------------------------------------------
008020     COPY CIFU525P.
008040*----------------------------------------------------------------
008100 PROCEDURE DIVISION.
008200*
008300 0000-MAINLINE.
008900     END-EXEC.
009000     MOVE SPACES TO WS-TRAN-OUTPUT.
009100     MOVE ZERO   TO WS-LINE-SUB.
009110     IF  WS-FUNC-REPAIR
009120         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
009130         IF  CIFU525-INVALID
009140             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
009150             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
009160             GOBACK
009170         END-IF
009180     END-IF.
009200     EVALUATE TRUE
009300         WHEN WS-FUNC-BROWSE
009400             PERFORM 2000-BROWSE-SUSPENSE THRU 2000-EXIT
010100     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
010200     GOBACK.
010300*----------------------------------------------------------------
010304 1500-CHECK-ENTITLEMENT.
010308*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
010312*    REGISTRY, ACTIVE AND HOLD ROLE SUSP.  A TERMINAL WITH NO
010316*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
010320     MOVE SPACES TO WS-OPERATOR.
010324     EXEC CICS ASSIGN
010328         OPID (WS-OPERATOR)
010332         NOHANDLE
010336     END-EXEC.
010340     IF  WS-OPERATOR = SPACES
010344     OR  WS-OPERATOR = LOW-VALUES
010348         MOVE +9999 TO CIFU525-ERRORCODE
010352         MOVE 'DSDSO501 - SIGN ON BEFORE REPAIRING SUSPENSE'
010356           TO CIFU525-ERROR-TEXT
010360         GO TO 1500-EXIT
010364     END-IF.
010368     MOVE ZERO        TO CIFU525-OPER-ID.
010372     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
010376     MOVE 'SUSP'      TO CIFU525-ROLE.
010380     CALL 'CIFU525' USING CIFU525-PARAMETERS.
010384 1500-EXIT.
010388     EXIT.
010392*----------------------------------------------------------------
010400 2000-BROWSE-SUSPENSE.
010500     MOVE 'N' TO WS-SUSP-EOF-SW.
010600     EXEC SQL
