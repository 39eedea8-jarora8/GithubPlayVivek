000100******************************************************************
000200*             OPERATOR REGISTRY (CIF.OPERATOR) MAINTENANCE       *
000300*                                                                *
000400*             CALL 'CIFU526' USING CIFU526-PARAMETERS            *
000500*                                                                *
000600* FUNCTION A ADD, C CHANGE, S SUSPEND, T TERMINATE, E REINSTATE, *
000700* R RECERTIFY, K LINK CUSTOMER.  MAINT-ID IS THE OPERATOR MAKING *
000800* THE CHANGE AND MUST HOLD ROLE OPRM (RECERTIFY NEEDS NO ROLE    *
000900* BUT MUST COME FROM THE OPERATOR'S MANAGER); NOBODY MAINTAINS   *
000950* THEIR OWN ROW.                                                 *
001000* ON C A BLANK OR ZERO FIELD IS LEFT AS IT IS, AND NEW ROLES     *
001100* CLEAR THE LAST RECERTIFICATION.  ON T A BLANK TERM-DATE MEANS  *
001200* TODAY; A LATER DATE LEAVES THE OPERATOR ACTIVE UNTIL THEN.     *
001210* CUST-ID IS THE EMPLOYEE'S OWN CIF CUSTOMER ID, OPTIONAL ON A   *
001220* AND SET BY K (ZERO ON K REMOVES THE LINK).                     *
001300******************************************************************
001400 01  CIFU526-PARAMETERS.
001500     02  CIFU526-INPUT-FIELDS.
001600         03  CIFU526-FUNCTION          PIC X(01).
001700             88  CIFU526-FUNC-ADD              VALUE 'A'.
001800             88  CIFU526-FUNC-CHANGE           VALUE 'C'.
001900             88  CIFU526-FUNC-SUSPEND          VALUE 'S'.
002000             88  CIFU526-FUNC-TERMINATE        VALUE 'T'.
002100             88  CIFU526-FUNC-REINSTATE        VALUE 'E'.
002200             88  CIFU526-FUNC-RECERTIFY        VALUE 'R'.
002210             88  CIFU526-FUNC-LINK-CUST        VALUE 'K'.
002300         03  CIFU526-MAINT-ID          PIC 9(05).
002400         03  CIFU526-MAINT-SIGNON      PIC X(08).
002500         03  CIFU526-OPER-ID           PIC 9(05).
002600         03  CIFU526-SIGNON-ID         PIC X(08).
002700         03  CIFU526-OPER-NAME         PIC X(30).
002800         03  CIFU526-BRANCH            PIC 9(03).
002900         03  CIFU526-ROLES             PIC X(40).
003000         03  CIFU526-MANAGER-ID        PIC 9(05).
003100         03  CIFU526-TERM-DATE         PIC X(10).
003110         03  CIFU526-CUST-ID           PIC 9(09).
003200     02  CIFU526-RETURN-FIELDS.
003300         03  CIFU526-ERRORCODE         PIC S9(9)   COMP.
003400             88  CIFU526-VALID                 VALUE ZERO.
003500             88  CIFU526-INVALID               VALUE +9999.
003600         03  CIFU526-ERROR-TEXT        PIC X(80).
