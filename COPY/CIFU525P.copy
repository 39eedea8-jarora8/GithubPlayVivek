000100******************************************************************
000200*        OPERATOR ENTITLEMENT CHECK AGAINST CIF.OPERATOR         *
000300*                                                                *
000400*             CALL 'CIFU525' USING CIFU525-PARAMETERS            *
000500*                                                                *
000600* CALLED BY EVERY MAINTENANCE PROGRAM BEFORE IT ACCEPTS A        *
000700* CHANGE.  THE OPERATOR IS LOOKED UP BY OPER-ID, OR BY THE CICS  *
000800* SIGNON (OPID) WHEN OPER-ID IS ZERO, AND MUST BE ON THE         *
000900* REGISTRY, ACTIVE, NOT PAST A TERMINATION DATE, AND HOLD ROLE   *
001000* (A BLANK ROLE CHECKS STATUS ONLY).  RESOLVED-ID RETURNS THE    *
001100* OPERATOR NUMBER, SO AN ONLINE CALLER CAN PASS IT ON.  OPER-ID  *
001200* ZERO WITH A BLANK SIGNON IS THE BATCH IDENTITY AND IS ALWAYS   *
001300* ACCEPTED -- AN ONLINE TRANSACTION ALWAYS SUPPLIES ITS SIGNON.  *
001400* ROLE CODES:                                                    *
001500*   PROP  AMS.PROPS MAINTENANCE            (AMSU001)             *
001600*   RMKS  ACCOUNT REMARKS                  (CIFU521, CIFO521)    *
001700*   BOWN  BENEFICIAL OWNERS                (CIFO523)             *
001800*   APTY  AUTHORIZED PARTIES               (CIFO524)             *
001900*   INSD  REGULATION O INSIDERS            (CIFO525)             *
002000*   STOP  STOP-PAYMENT ORDERS              (DSDSU503)            *
002100*   WAIV  SERVICE-CHARGE WAIVER REQUEST    (DSDSU505)            *
002200*   SUPV  SUPERVISOR APPROVAL              (DSDSU505)            *
002300*   SUSP  SUSPENSE REPAIR                  (DSDSO501)            *
002400*   AMLC  BSA/AML CASE WORK                (DSDSO502)            *
002500*   DISP  REGULATION E DISPUTES            (ACMU501)             *
002600*   CLIM  TEMPORARY CARD LIMITS            (ACMU502)             *
002700*   WIRE  WIRE ENTRY AND CANCEL            (FINQO501)            *
002800*   WREL  WIRE RELEASE                     (FINQO501)            *
002900*   COLL  PROMISE-TO-PAY ENTRY             (MLO501)              *
003000*   APAY  LOAN AUTOPAY ENROLLMENT          (MLO502)              *
003100*   OPRM  OPERATOR REGISTRY MAINTENANCE    (CIFU526)             *
003150*   CMPL  CUSTOMER COMPLAINT WORK          (CIFO526)             *
003200******************************************************************
003300 01  CIFU525-PARAMETERS.
003400     02  CIFU525-INPUT-FIELDS.
003500         03  CIFU525-OPER-ID           PIC 9(05).
003600         03  CIFU525-SIGNON-ID         PIC X(08).
003700         03  CIFU525-ROLE              PIC X(04).
003800     02  CIFU525-OUTPUT-FIELDS.
003900         03  CIFU525-RESOLVED-ID       PIC 9(05).
004000         03  CIFU525-OPER-NAME         PIC X(30).
004100         03  CIFU525-MANAGER-ID        PIC 9(05).
004200     02  CIFU525-RETURN-FIELDS.
004300         03  CIFU525-ERRORCODE         PIC S9(9)   COMP.
004400             88  CIFU525-VALID                 VALUE ZERO.
004500             88  CIFU525-INVALID               VALUE +9999.
004600         03  CIFU525-ERROR-TEXT        PIC X(80).
