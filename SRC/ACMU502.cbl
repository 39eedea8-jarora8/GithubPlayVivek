001800*                      MANUAL CHANGE SOMEBODY HAD TO REMEMBER    *
001900*                      TO UNDO RETIRES.                          *
002000*                                                                *
002010*   10/15/2026 RM     THE OPERATOR IN ACMU502-OPER-ID NOW PASSES *
002020*                      CIFU525 FOR ROLE CLIM BEFORE AN OVERRIDE  *
002030*                      IS SCHEDULED.  AN OPERATOR OFF THE        *
002040*                      CIF.OPERATOR REGISTRY, SUSPENDED OR       *
002050*                      TERMINATED IS REFUSED.                    *
002060*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002900     05  WS-ROW-COUNT             PIC S9(4)   COMP  VALUE +0.
003000*----------------------------------------------------------------
003100     COPY ACMTMPLM.
003110     COPY CIFU525P.
003200*----------------------------------------------------------------
003300 LINKAGE SECTION.
003400 COPY ACMU502P.
004600           TO ACMU502-ERROR-TEXT
004700         GOBACK
004800     END-IF.
004805*    THE OPERATOR MUST BE ON THE CIF.OPERATOR REGISTRY, ACTIVE
004810*    AND HOLD ROLE CLIM.
004815     MOVE ACMU502-OPER-ID TO CIFU525-OPER-ID.
004820     MOVE SPACE           TO CIFU525-SIGNON-ID.
004825     MOVE 'CLIM'          TO CIFU525-ROLE.
004830     CALL 'CIFU525' USING CIFU525-PARAMETERS.
004835     IF  CIFU525-INVALID
004840         MOVE +9999 TO ACMU502-ERRORCODE
004845         MOVE CIFU525-ERROR-TEXT TO ACMU502-ERROR-TEXT
004850         GOBACK
004855     END-IF.
004900*    ONE LIVE OVERRIDE PER CARD -- A SECOND RAISE WHILE ONE IS
005000*    RUNNING IS A CONVERSATION WITH THE FIRST ONE'S END DATE,
005100*    NOT A SECOND ROW.
