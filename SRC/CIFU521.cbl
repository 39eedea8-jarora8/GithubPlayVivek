000002*                      ACCTR-EXPIRATION, SO EXPIRING A REMARK   *
000003*                      CANNOT TRUNCATE OR REWRITE ITS TEXT THE  *
000004*                      WAY THE 60-BYTE CHANGE COMMENTS WOULD.   *
000005*                                                                *
000006*   10/15/2026 RM     EVERY FUNCTION NOW FIRST PASSES THE        *
000007*                      OPERATOR IN CIFU521-USERID THROUGH        *
000008*                      CIFU525 FOR ROLE RMKS.  AN OPERATOR OFF   *
000009*                      THE CIF.OPERATOR REGISTRY, SUSPENDED OR   *
000010*                      TERMINATED IS REFUSED; USERID 0 REMAINS   *
000011*                      THE BATCH IDENTITY.                       *
001900******************************************************************00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 CONFIGURATION SECTION.                                           00210000
003400 01  WS-NEXT-SEQ                 PIC S9(9)   COMP.                00340000
003410 01  WS-XREF-COUNT               PIC S9(9)   COMP.                00341019
003420     COPY CIFRMXX.                                                00342019
003430     COPY CIFU525P.
003500*---------------------------------------------------------------- 00350000
003600 LINKAGE SECTION.                                                 00360000
003700 COPY CIFXREFK.                                                   00370000
003900 PROCEDURE DIVISION USING CIFU521-PARAMETERS.                     00390000
004000*                                                                 00400000
004100 0000-MAINLINE.                                                   00410000
004110     PERFORM 1000-CHECK-ENTITLEMENT THRU 1000-EXIT.
004120     IF  WS-MAINT-BAD
004130         GOBACK
004140     END-IF.
004200     EVALUATE TRUE                                                00420000
004300         WHEN CIFU521-FUNC-ADD                                    00430000
004400             PERFORM 2000-DO-ADD THRU 2000-EXIT                   00440000
005200     END-EVALUATE.                                                00520000
005300     GOBACK.                                                      00530000
005400*---------------------------------------------------------------- 00540000
005405 1000-CHECK-ENTITLEMENT.
005410*    THE OPERATOR MUST BE ON THE CIF.OPERATOR REGISTRY, ACTIVE
005415*    AND HOLD ROLE RMKS.  USERID 0 IS A BATCH CALLER.
005417     SET WS-MAINT-GOOD TO TRUE.
005420     MOVE CIFU521-USERID TO CIFU525-OPER-ID.
005425     MOVE SPACE          TO CIFU525-SIGNON-ID.
005430     MOVE 'RMKS'         TO CIFU525-ROLE.
005435     CALL 'CIFU525' USING CIFU525-PARAMETERS.
005440     IF  CIFU525-INVALID
005445         SET WS-MAINT-BAD TO TRUE
005450         MOVE +9999 TO CIFU521-ERRORCODE
005455         MOVE CIFU525-ERROR-TEXT TO CIFU521-ERROR-TEXT
005460     END-IF.
005465 1000-EXIT.
005470     EXIT.
005475*----------------------------------------------------------------
005500 2000-DO-ADD.                                                     00550000
005600*    INSERT THE NEW ROW, THEN LOG THE ADD TO CIF.ACCTRMX_HIST.    00560000
005700*    THERE IS NO PRIOR VALUE ON AN ADD, SO THE HISTORY ROW'S      00570000
