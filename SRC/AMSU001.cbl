000288*                      CALLER; A KEY WITH NO RULE BEHAVES AS     *
000289*                      BEFORE.                                   *
000291*                                                                *
000292*   10/15/2026 RM     EVERY SET NOW FIRST PASSES THE OPERATOR IN *
000293*                      AMSU001-USERID THROUGH CIFU525 FOR ROLE   *
000294*                      PROP.  AN OPERATOR OFF THE CIF.OPERATOR   *
000295*                      REGISTRY, SUSPENDED OR TERMINATED IS      *
000296*                      REFUSED; USERID 0 REMAINS THE BATCH       *
000297*                      IDENTITY.                                 *
000298*                                                                *
000280******************************************************************00028000
000290 ENVIRONMENT DIVISION.                                            00029000
000300 CONFIGURATION SECTION.                                           00030000
000360     COPY APICPYA2.                                               00036000
000361     COPY APICPYA3.
000362     COPY AMSU002P.
000363     COPY CIFU525P.
000370 01  WS-SWITCHES.                                                 00037000
000380     05  WS-FOUND-SW             PIC X       VALUE 'N'.           00038000
000390         88  WS-KEY-FOUND                VALUE 'Y'.               00039000
000470 PROCEDURE DIVISION USING AMSU001-PARAMETERS.                     00047000
000480*                                                                 00048000
000490 0000-MAINLINE.                                                   00049000
000475     PERFORM 0040-CHECK-ENTITLEMENT THRU 0040-EXIT.
000476     IF  AMSU001-ERRORCODE NOT = ZERO
000477         GOBACK
000478     END-IF.
000481     PERFORM 0050-VALIDATE-VALUE THRU 0050-EXIT.                  00048100
000482     IF  AMSU001-ERRORCODE NOT = ZERO                             00048200
000483         GOBACK                                                   00048300
000521     END-IF.                                                      00051900
000550     GOBACK.                                                      00055000
000560*---------------------------------------------------------------- 00056000
000531 0040-CHECK-ENTITLEMENT.
000532*    THE OPERATOR MUST BE ON THE REGISTRY, ACTIVE AND HOLD ROLE
000533*    PROP.  A PENDING CHANGE APPLIED BY AMSB501 CARRIES THE
000534*    OPERATOR WHO SCHEDULED IT AND IS CHECKED AGAIN AT APPLY.
000535     MOVE AMSU001-USERID TO CIFU525-OPER-ID.
000536     MOVE SPACE          TO CIFU525-SIGNON-ID.
000537     MOVE 'PROP'         TO CIFU525-ROLE.
000538     CALL 'CIFU525' USING CIFU525-PARAMETERS.
000539     IF  CIFU525-INVALID
000540         MOVE +9999 TO AMSU001-ERRORCODE
000541         MOVE CIFU525-ERROR-TEXT TO AMSU001-ERROR-TEXT
000542     END-IF.
000543 0040-EXIT.
000544     EXIT.
000545*----------------------------------------------------------------
000551 0050-VALIDATE-VALUE.
000552*    THE RULEBOOK SPEAKS FIRST.  A VALUE ITS RULE REJECTS
000553*    NEVER REACHES AMS.PROPS OR AMS.PROPS_PENDING -- THE
