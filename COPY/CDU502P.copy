000100******************************************************************
000200*        CD COLLATERAL PLEDGE MAINTENANCE (CD.PLEDGE)            *
000300*                                                                *
000400*             CALL 'CDU502' USING CDU502-PARAMETERS              *
000500*                                                                *
000600* FUNCTION R REQUESTS A PLEDGE OF A CD AGAINST A LOAN -- THE    *
000700* PLEDGED AMOUNT, THE LOAN'S BANK AND NUMBER, THE PLEDGE DATE   *
000800* (TODAY WHEN SPACES) AND THE REQUESTING OPERATOR -- AT STATUS  *
000900* P.  FUNCTION L REQUESTS THE RELEASE OF A PLEDGE IN FORCE.     *
001000* FUNCTION A IS THE SUPERVISOR'S APPROVAL OF WHICHEVER IS       *
001100* PENDING (SUPERVISOR ID REQUIRED, AND IT MUST DIFFER FROM THE  *
001200* OPERATOR WHO ASKED); FUNCTION D DENIES IT -- A DENIED PLEDGE  *
001300* NEVER TAKES HOLD, A DENIED RELEASE LEAVES THE PLEDGE IN       *
001400* FORCE.  CDB506 ENFORCES THE PLEDGE AT THE FRONT DOOR UNTIL    *
001500* THE RELEASE IS APPROVED.                                      *
001600******************************************************************
001700 01  CDU502-PARAMETERS.
001800     02  CDU502-INPUT-FIELDS.
001900         03  CDU502-FUNCTION        PIC X(01).
002000             88  CDU502-FUNC-REQUEST       VALUE 'R'.
002100             88  CDU502-FUNC-RELEASE       VALUE 'L'.
002200             88  CDU502-FUNC-APPROVE       VALUE 'A'.
002300             88  CDU502-FUNC-DENY          VALUE 'D'.
002400         03  CDU502-BANK-NBR        PIC 9(03).
002500         03  CDU502-ACCT-NBR        PIC X(09).
002600         03  CDU502-LOAN-BANK-NBR   PIC 9(03).
002700         03  CDU502-LOAN-NBR        PIC 9(10).
002800         03  CDU502-PLEDGED-AMT     PIC 9(09)V99.
002900         03  CDU502-PLEDGE-DATE     PIC X(10).
003000         03  CDU502-OPER-ID         PIC 9(05).
003100         03  CDU502-SUPV-ID         PIC 9(05).
003200     02  CDU502-RETURN-FIELDS.
003300         03  CDU502-ERRORCODE       PIC S9(9)   COMP.
003400             88  CDU502-VALID              VALUE ZERO.
003500             88  CDU502-INVALID            VALUE +9999.
003600         03  CDU502-ERROR-TEXT      PIC X(80).
