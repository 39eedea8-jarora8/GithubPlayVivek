002900*                      FUNCTION E, WHICH TOUCHES ONLY THE       *
003000*                      EXPIRATION -- REMARK TEXT OVER 60 BYTES  *
003100*                      IS NO LONGER TRUNCATED ON EXPIRY.        *
003105*                                                                *
003110*   10/15/2026 RM     ADD AND EXPIRE NOW RESOLVE THE CICS SIGNON *
003115*                      THROUGH CIFU525 AGAINST THE CIF.OPERATOR  *
003120*                      REGISTRY FOR ROLE RMKS BEFORE ANYTHING IS *
003125*                      CHANGED, AND PASS THE RESOLVED OPERATOR   *
003130*                      NUMBER TO CIFU521 AS CIFU521-USERID IN    *
003135*                      PLACE OF ZERO.  THE TRANSACTION-ID        *
003140*                      SECURITY ABOVE STILL APPLIES; THE         *
003145*                      REGISTRY NOW ALSO REFUSES A SUSPENDED OR  *
003150*                      TERMINATED OPERATOR.                      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004700     05  WS-CIFU521-PGM          PIC X(08)   VALUE 'CIFU521'.
004800     05  WS-TODAY                PIC X(10).
004900     05  WS-ABSTIME              PIC S9(15)  COMP-3 VALUE +0.
004910     05  WS-OPERATOR             PIC X(08)   VALUE SPACE.
005000*    TRANSACTION INPUT AS KEYED BY THE OPERATOR -- FUNCTION,
005100*    ACCOUNT KEY, AND FOR AN ADD THE REMARK CODE/EXPIRY/TEXT.
005200 01  WS-TRAN-INPUT.
008000     COPY CIFU021P.
008100*    CIFU521-PARAMETERS (COPY CIFXREFK) FOR THE MAINTENANCE PATH.
008200     COPY CIFXREFK.
008210*    CIFU525-PARAMETERS FOR THE OPERATOR ENTITLEMENT CHECK.
008220     COPY CIFU525P.
008300*----------------------------------------------------------------
008400 PROCEDURE DIVISION.
008500*
009200     END-EXEC.
009300     MOVE SPACES TO WS-TRAN-OUTPUT.
009400     MOVE ZERO   TO WS-LINE-SUB.
009410     IF  WS-FUNC-ADD
009420     OR  WS-FUNC-EXPIRE
009430         PERFORM 1500-CHECK-ENTITLEMENT THRU 1500-EXIT
009440         IF  CIFU525-INVALID
009450             MOVE CIFU525-ERROR-TEXT TO WS-OUT-STATUS-LINE
009460             PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT
009470             GOBACK
009480         END-IF
009490     END-IF.
009500     EVALUATE TRUE
009600         WHEN WS-FUNC-INQUIRY
009700             PERFORM 2000-INQUIRY THRU 2000-EXIT
010600     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
010700     GOBACK.
010800*----------------------------------------------------------------
010802 1500-CHECK-ENTITLEMENT.
010806*    THE SIGNED-ON OPERATOR MUST BE ON THE CIF.OPERATOR
010810*    REGISTRY, ACTIVE AND HOLD ROLE RMKS.  A TERMINAL WITH NO
010814*    SIGNON IS NEVER TAKEN FOR THE BATCH IDENTITY.
010818     MOVE SPACES TO WS-OPERATOR.
010822     EXEC CICS ASSIGN
010826         OPID (WS-OPERATOR)
010830         NOHANDLE
010834     END-EXEC.
010838     IF  WS-OPERATOR = SPACES
010842     OR  WS-OPERATOR = LOW-VALUES
010846         MOVE +9999 TO CIFU525-ERRORCODE
010850         MOVE 'CIFO521 - SIGN ON BEFORE MAINTAINING REMARKS'
010854           TO CIFU525-ERROR-TEXT
010858         GO TO 1500-EXIT
010862     END-IF.
010866     MOVE ZERO        TO CIFU525-OPER-ID.
010870     MOVE WS-OPERATOR TO CIFU525-SIGNON-ID.
010874     MOVE 'RMKS'      TO CIFU525-ROLE.
010878     CALL 'CIFU525' USING CIFU525-PARAMETERS.
010882 1500-EXIT.
010886     EXIT.
010890*----------------------------------------------------------------
010900 2000-INQUIRY.
011000*    THE REMARKS VARCHAR IS CARVED INTO ITS 80-BYTE
011100*    ACCTR-REMARKS-TAB LINES BY THE DCLGEN REDEFINES -- EACH
021500     EXIT.
021600*----------------------------------------------------------------
021700 5000-BUILD-CIFU521-COMMON.
021800     MOVE CIFU525-RESOLVED-ID TO CIFU521-USERID.
021900     MOVE 'CIFO521'           TO CIFU521-SOURCE.
022000     EXEC CICS ASSIGN
022100         OPID (CIFU521-TERMID)
