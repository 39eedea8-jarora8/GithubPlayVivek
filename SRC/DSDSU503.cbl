002030*                      SO THE DSDSB520 EXPIRY SWEEP CAN EXTEND   *
002040*                      IT INSTEAD OF LETTING IT LAPSE.           *
002050*                                                                *
002055*   10/15/2026 RM     PLACE AND RELEASE NOW FIRST PASS THE       *
002060*                      OPERATOR IN DSDSU503-SOURCE-USER THROUGH  *
002065*                      CIFU525 FOR ROLE STOP.  AN OPERATOR OFF   *
002070*                      THE CIF.OPERATOR REGISTRY, SUSPENDED OR   *
002075*                      TERMINATED IS REFUSED.                    *
002080*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002900     05  WS-NEXT-ORDER            PIC S9(9)   COMP  VALUE ZERO.
003000*----------------------------------------------------------------
003100     COPY DSDSSTOP.
003110     COPY CIFU525P.
003200*----------------------------------------------------------------
003300 LINKAGE SECTION.
003400 COPY DSDSU53P.
003800 0000-MAINLINE.
003900     MOVE ZERO  TO DSDSU503-ERRORCODE.
004000     MOVE SPACE TO DSDSU503-ERROR-TEXT.
004010     PERFORM 1000-CHECK-ENTITLEMENT THRU 1000-EXIT.
004020     IF  DSDSU503-ERRORCODE NOT = ZERO
004030         GOBACK
004040     END-IF.
004100     EVALUATE TRUE
004200         WHEN DSDSU503-FUNC-PLACE
004300             PERFORM 2000-PLACE-ORDER THRU 2000-EXIT
005000     END-EVALUATE.
005100     GOBACK.
005200*----------------------------------------------------------------
005205 1000-CHECK-ENTITLEMENT.
005210*    THE OPERATOR PLACING OR RELEASING MUST BE ON THE
005215*    CIF.OPERATOR REGISTRY, ACTIVE AND HOLD ROLE STOP.
005220     MOVE DSDSU503-SOURCE-USER TO CIFU525-OPER-ID.
005225     MOVE SPACE                TO CIFU525-SIGNON-ID.
005230     MOVE 'STOP'               TO CIFU525-ROLE.
005235     CALL 'CIFU525' USING CIFU525-PARAMETERS.
005240     IF  CIFU525-INVALID
005245         MOVE +9999 TO DSDSU503-ERRORCODE
005250         MOVE CIFU525-ERROR-TEXT TO DSDSU503-ERROR-TEXT
005255     END-IF.
005260 1000-EXIT.
005265     EXIT.
005270*----------------------------------------------------------------
005300 2000-PLACE-ORDER.
005400*    A SINGLE CHECK COMES IN WITH CHK-TO ZERO OR EQUAL TO
005500*    CHK-FROM.  A BACKWARD RANGE OR A MISSING ACCOUNT IS
