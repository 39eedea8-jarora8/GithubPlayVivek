000100******************************************************************
000200*        DETERMINISTIC TEST-REGION MASKING OF ONE VALUE          *
000300*                                                                *
000400*             CALL 'CIFU524' USING CIFU524-PARAMETERS            *
000500*                                                                *
000600* RETURNS THE SUBSTITUTE FOR ONE PRODUCTION VALUE.  THE SAME     *
000700* VALUE AND MASK KEY ALWAYS GIVE THE SAME SUBSTITUTE, WHATEVER   *
000800* TABLE IT CAME FROM, SO A CARD, NAME OR ACCOUNT MASKED IN ONE   *
000900* TABLE STILL JOINS TO THE SAME ONE MASKED IN ANOTHER.  DIGIT    *
001000* DOMAINS (TIN, ACCT, CARD, TOKN) ARE ONE-TO-ONE: TWO DIFFERENT  *
001100* VALUES OF THE SAME LENGTH NEVER SHARE A SUBSTITUTE.            *
001200*   TIN   9 DIGITS IN, 9 DIGITS OUT.                             *
001300*   ACCT  THE DIGITS ARE REPLACED IN PLACE; BLANKS AND OTHER     *
001400*         CHARACTERS STAY WHERE THEY ARE.                        *
001500*   CARD  13-19 DIGITS, LEFT JUSTIFIED.  THE 6-DIGIT BIN IS      *
001600*   TOKN  KEPT, THE MIDDLE DIGITS ARE REPLACED, AND THE LAST     *
001700*         DIGIT IS RECOMPUTED SO THE LUHN CHECK STILL PASSES.    *
001800*   PHON  11 DIGITS (DIGITS OF A DECIMAL(11)).  THE AREA CODE IS *
001900*         KEPT; THE NUMBER BECOMES 555-01XX.                     *
002000*   NAME  A MADE-UP GIVEN NAME, INITIAL AND SURNAME, NEVER       *
002100*         LONGER THAN 20 SO IT FITS A PAYEE FIELD.               *
002200*   ADDR  A MADE-UP STREET LINE, PO BOX OR APARTMENT LINE.       *
002300* MASK-KEY IS THE 18-DIGIT KEY KEPT ON THE TEST REGION'S         *
002400* AMS.PROPS.  OUT-LEN IS THE LENGTH OF VALUE-OUT WITHOUT         *
002500* TRAILING BLANKS, FOR A VARCHAR COLUMN.                         *
002600******************************************************************
002700 01  CIFU524-PARAMETERS.
002800     02  CIFU524-INPUT-FIELDS.
002900         03  CIFU524-DOMAIN            PIC X(04).
003000             88  CIFU524-DOMAIN-TIN          VALUE 'TIN '.
003100             88  CIFU524-DOMAIN-ACCT         VALUE 'ACCT'.
003200             88  CIFU524-DOMAIN-CARD         VALUE 'CARD'.
003300             88  CIFU524-DOMAIN-TOKEN        VALUE 'TOKN'.
003400             88  CIFU524-DOMAIN-PHONE        VALUE 'PHON'.
003500             88  CIFU524-DOMAIN-NAME         VALUE 'NAME'.
003600             88  CIFU524-DOMAIN-ADDR         VALUE 'ADDR'.
003700         03  CIFU524-MASK-KEY          PIC X(18).
003800         03  CIFU524-VALUE-IN          PIC X(40).
003900     02  CIFU524-OUTPUT-FIELDS.
004000         03  CIFU524-VALUE-OUT         PIC X(40).
004100         03  CIFU524-OUT-LEN           PIC S9(4)   COMP.
004200     02  CIFU524-RETURN-FIELDS.
004300         03  CIFU524-ERRORCODE         PIC S9(9)   COMP.
004400             88  CIFU524-VALID               VALUE ZERO.
004500             88  CIFU524-INVALID             VALUE +9999.
004600         03  CIFU524-ERROR-TEXT        PIC X(80).
