000100******************************************************************
000200*        CHECK A PARTY AGAINST THE AUTHORIZED-PARTY REGISTRY     *
000300*                                                                *
000400*             CALL 'CIFU523' USING CIFU523-PARAMETERS            *
000500*                                                                *
000600* TELLS A RELEASING PROCESS WHETHER THE NAME ON AN INSTRUCTION   *
000700* (A NIPS MANUAL PAYEE, AN INCOMING-WIRE BENEFICIARY, AN         *
000800* OFFICIAL-CHECK PAYEE) IS A PARTY ON CIF.AUTHPTY FOR THE        *
000900* ACCOUNT, AND IF SO WHETHER ITS AUTHORITY STANDS TODAY FOR THE  *
001000* SCOPE ASKED.  NAME-LEN LIMITS THE COMPARE TO THE LEADING       *
001100* CHARACTERS FOR A CALLER WHOSE NAME FIELD IS SHORTER THAN 40    *
001200* (ZERO COMPARES ALL 40).  RESULT N MEANS NOT A REGISTERED       *
001300* PARTY -- THE REGISTRY HAS NOTHING TO SAY; A MEANS AUTHORIZED.  *
001400* E (EXPIRED OR NOT YET EFFECTIVE), S (OUT OF SCOPE), AND D      *
001500* (POA WHOSE PRINCIPAL HAS DIED) ARE HELD FOR REVIEW.            *
001600******************************************************************
001700 01  CIFU523-PARAMETERS.
001800     02  CIFU523-INPUT-FIELDS.
001900         03  CIFU523-BANK-NBR          PIC 9(03).
002000         03  CIFU523-FILE-ID           PIC X(04).
002100         03  CIFU523-FILE-KEY          PIC X(25).
002200         03  CIFU523-PARTY-NAME        PIC X(40).
002300         03  CIFU523-NAME-LEN          PIC S9(4)   COMP.
002400         03  CIFU523-SCOPE             PIC X(01).
002500             88  CIFU523-SCOPE-INQUIRY       VALUE 'I'.
002600             88  CIFU523-SCOPE-WITHDRAW      VALUE 'W'.
002700             88  CIFU523-SCOPE-CLOSE         VALUE 'C'.
002800     02  CIFU523-RETURN-FIELDS.
002900         03  CIFU523-RESULT            PIC X(01).
003000             88  CIFU523-NOT-A-PARTY         VALUE 'N'.
003100             88  CIFU523-AUTHORIZED          VALUE 'A'.
003200             88  CIFU523-EXPIRED             VALUE 'E'.
003300             88  CIFU523-OUT-OF-SCOPE        VALUE 'S'.
003400             88  CIFU523-PRINCIPAL-DECEASED  VALUE 'D'.
003500             88  CIFU523-HOLD-FOR-REVIEW     VALUE 'E' 'S' 'D'.
003600         03  CIFU523-ERROR-TEXT        PIC X(80).
