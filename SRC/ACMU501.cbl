001940*                      TELL AN UNSUBMITTED CASE FROM A           *
001950*                      SUBMITTED ONE.                            *
001960*                                                                *
001961*   10/15/2026 RM     OPEN AND RESOLVE NOW FIRST PASS THE NEW    *
001962*                      ACMU501-OPER-ID THROUGH CIFU525 FOR ROLE  *
001963*                      DISP.  AN OPERATOR OFF THE CIF.OPERATOR   *
001964*                      REGISTRY, SUSPENDED OR TERMINATED IS      *
001965*                      REFUSED.                                  *
001966*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002800     05  WS-NEXT-CASE             PIC S9(9)   COMP  VALUE ZERO.
002900*----------------------------------------------------------------
003000     COPY ACMDISP.
003010     COPY CIFU525P.
003100*----------------------------------------------------------------
003200 LINKAGE SECTION.
003300 COPY ACMU501P.
003700 0000-MAINLINE.
003800     MOVE ZERO  TO ACMU501-ERRORCODE.
003900     MOVE SPACE TO ACMU501-ERROR-TEXT.
003910     PERFORM 1000-CHECK-ENTITLEMENT THRU 1000-EXIT.
003920     IF  ACMU501-ERRORCODE NOT = ZERO
003930         GOBACK
003940     END-IF.
004000     EVALUATE TRUE
004100         WHEN ACMU501-FUNC-ADD
004200             PERFORM 2000-OPEN-CASE THRU 2000-EXIT
004900     END-EVALUATE.
005000     GOBACK.
005100*----------------------------------------------------------------
005105 1000-CHECK-ENTITLEMENT.
005110*    THE OPERATOR OPENING OR RESOLVING THE CASE MUST BE ON THE
005115*    CIF.OPERATOR REGISTRY, ACTIVE AND HOLD ROLE DISP.
005120     MOVE ACMU501-OPER-ID TO CIFU525-OPER-ID.
005125     MOVE SPACE           TO CIFU525-SIGNON-ID.
005130     MOVE 'DISP'          TO CIFU525-ROLE.
005135     CALL 'CIFU525' USING CIFU525-PARAMETERS.
005140     IF  CIFU525-INVALID
005145         MOVE +9999 TO ACMU501-ERRORCODE
005150         MOVE CIFU525-ERROR-TEXT TO ACMU501-ERROR-TEXT
005155     END-IF.
005160 1000-EXIT.
005165     EXIT.
005170*----------------------------------------------------------------
005200 2000-OPEN-CASE.
005300*    ONE OPEN CASE PER CARD PER DISPUTED ITEM -- A SECOND
005400*    INTAKE OF THE SAME ITEM COMES BACK WITH THE EXISTING CASE
