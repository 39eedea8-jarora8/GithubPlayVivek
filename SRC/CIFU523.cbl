000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFU523.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  CIF SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CHECKS THE NAME   *
001500*                      ON A RELEASING INSTRUCTION AGAINST THE    *
001600*                      CIF.AUTHPTY AUTHORIZED-PARTY REGISTRY     *
001700*                      FOR THE ACCOUNT -- EFFECTIVE/EXPIRY       *
001800*                      DATES, THE SCOPE ASKED FOR, AND (FOR A    *
001900*                      POA) WHETHER THE PRINCIPAL HAS DIED --    *
002000*                      SO NIPSB504, NIPSB505 AND FINQB508 APPLY  *
002100*                      ONE RULE.                                 *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  WS-WORK-FIELDS.
003100     05  WS-BANK-NBR              PIC S9(3)   COMP-3 VALUE +0.
003200     05  WS-NAME-LEN              PIC S9(4)   COMP  VALUE +0.
003300     05  WS-PARTY-NAME            PIC X(40)   VALUE SPACE.
003400     05  WS-PARTY-COUNT           PIC S9(9)   COMP  VALUE +0.
003500     05  WS-CURRENT-COUNT         PIC S9(9)   COMP  VALUE +0.
003600     05  WS-IN-SCOPE-COUNT        PIC S9(9)   COMP  VALUE +0.
003700     05  WS-CURRENT-POA-COUNT     PIC S9(9)   COMP  VALUE +0.
003800     05  WS-DECEASED-COUNT        PIC S9(9)   COMP  VALUE +0.
003900*----------------------------------------------------------------
004000 LINKAGE SECTION.
004100 COPY CIFU523P.
004200*----------------------------------------------------------------
004300 PROCEDURE DIVISION USING CIFU523-PARAMETERS.
004400*
004500 0000-MAINLINE.
004600     PERFORM 1000-CHECK-PARTY THRU 1000-EXIT.
004700     GOBACK.
004800*----------------------------------------------------------------
004900 1000-CHECK-PARTY.
005000*    THE REGISTRY NAME IS KEPT UPPER CASE BY CIFO524, SO THE
005100*    CALLER'S NAME IS FOLDED BEFORE THE COMPARE.  ONLY THE
005200*    LEADING NAME-LEN CHARACTERS ARE COMPARED.
005300     SET CIFU523-NOT-A-PARTY TO TRUE.
005400     MOVE SPACE TO CIFU523-ERROR-TEXT.
005500     IF  CIFU523-PARTY-NAME = SPACE
005600         GO TO 1000-EXIT
005700     END-IF.
005800     MOVE CIFU523-NAME-LEN TO WS-NAME-LEN.
005900     IF  WS-NAME-LEN < 1
006000     OR  WS-NAME-LEN > 40
006100         MOVE +40 TO WS-NAME-LEN
006200     END-IF.
006300     MOVE CIFU523-PARTY-NAME TO WS-PARTY-NAME.
006400     INSPECT WS-PARTY-NAME
006500         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
006600                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
006700     MOVE CIFU523-BANK-NBR TO WS-BANK-NBR.
006800*    ONE PASS COUNTS THE MATCHING ROWS, THOSE IN FORCE TODAY,
006900*    THOSE IN FORCE WITH THE SCOPE ASKED FOR, AND THE POAS IN
007000*    FORCE.  A PARTY CAN HOLD MORE THAN ONE ROW (A LAPSED POA
007100*    AND ITS REPLACEMENT), SO THE BEST STANDING ROW DECIDES.
007200     MOVE ZERO TO WS-PARTY-COUNT WS-CURRENT-COUNT
007300                  WS-IN-SCOPE-COUNT WS-CURRENT-POA-COUNT.
007400     EXEC SQL
007500         SELECT COUNT(*),
007600                COALESCE(SUM(CASE
007700                    WHEN AP_EFF_DATE    <= CURRENT DATE
007800                     AND AP_EXPIRY_DATE >= CURRENT DATE
007900                    THEN 1 ELSE 0 END), 0),
008000                COALESCE(SUM(CASE
008100                    WHEN AP_EFF_DATE    <= CURRENT DATE
008200                     AND AP_EXPIRY_DATE >= CURRENT DATE
008300                     AND 'Y' =
008400                         CASE :CIFU523-SCOPE
008500                             WHEN 'I' THEN AP_SCOPE_INQUIRY
008600                             WHEN 'W' THEN AP_SCOPE_WITHDRAW
008700                             ELSE AP_SCOPE_CLOSE
008800                         END
008900                    THEN 1 ELSE 0 END), 0),
009000                COALESCE(SUM(CASE
009100                    WHEN AP_EFF_DATE    <= CURRENT DATE
009200                     AND AP_EXPIRY_DATE >= CURRENT DATE
009300                     AND AP_ROLE = 'P'
009400                    THEN 1 ELSE 0 END), 0)
009500           INTO :WS-PARTY-COUNT, :WS-CURRENT-COUNT,
009600                :WS-IN-SCOPE-COUNT, :WS-CURRENT-POA-COUNT
009700           FROM CIF.AUTHPTY
009800          WHERE AP_BANK_NBR = :WS-BANK-NBR
009900            AND AP_FILE_ID  = :CIFU523-FILE-ID
010000            AND AP_KEY      = :CIFU523-FILE-KEY
010100            AND SUBSTR(AP_PARTY_NAME, 1, :WS-NAME-LEN) =
010200                SUBSTR(:WS-PARTY-NAME, 1, :WS-NAME-LEN)
010300     END-EXEC.
010400     IF  SQLCODE NOT = ZERO
010500         MOVE 'UNABLE TO READ CIF.AUTHPTY'
010600           TO CIFU523-ERROR-TEXT
010700         GO TO 1000-EXIT
010800     END-IF.
010900     IF  WS-PARTY-COUNT = ZERO
011000         GO TO 1000-EXIT
011100     END-IF.
011200*    A POWER OF ATTORNEY ENDS WITH THE PRINCIPAL'S DEATH
011300*    WHATEVER ITS EXPIRY DATE SAYS.
011400     IF  WS-CURRENT-POA-COUNT > ZERO
011500         PERFORM 2000-CHECK-PRINCIPAL THRU 2000-EXIT
011600         IF  WS-DECEASED-COUNT > ZERO
011700         AND WS-CURRENT-POA-COUNT = WS-CURRENT-COUNT
011800             SET CIFU523-PRINCIPAL-DECEASED TO TRUE
011900             MOVE 'AGENT UNDER POA - PRINCIPAL DECEASED'
012000               TO CIFU523-ERROR-TEXT
012100             GO TO 1000-EXIT
012200         END-IF
012300     END-IF.
012400     EVALUATE TRUE
012500         WHEN WS-IN-SCOPE-COUNT > ZERO
012600             SET CIFU523-AUTHORIZED TO TRUE
012700         WHEN WS-CURRENT-COUNT > ZERO
012800             SET CIFU523-OUT-OF-SCOPE TO TRUE
012900             STRING 'AGENT AUTHORITY DOES NOT COVER SCOPE '
013000                    CIFU523-SCOPE
013100                 DELIMITED BY SIZE
013200                 INTO CIFU523-ERROR-TEXT
013300         WHEN OTHER
013400             SET CIFU523-EXPIRED TO TRUE
013500             MOVE 'AGENT AUTHORITY EXPIRED OR NOT YET EFFECTIVE'
013600               TO CIFU523-ERROR-TEXT
013700     END-EVALUATE.
013800 1000-EXIT.
013900     EXIT.
014000*----------------------------------------------------------------
014100 2000-CHECK-PRINCIPAL.
014200*    THE PRINCIPAL IS THE ACCOUNT'S OWNING CUSTOMER, FOUND
014300*    THROUGH CIF.CUSTXREF THE SAME WAY ACMB506 FINDS IT.
014400     MOVE ZERO TO WS-DECEASED-COUNT.
014500     EXEC SQL
014600         SELECT COUNT(*)
014700           INTO :WS-DECEASED-COUNT
014800           FROM CIF.CUSTXREF XREF
014900           JOIN CIF.CUSTOMER CUST
015000             ON CUST.CUST_BANK_NBR = XREF.RELATED_BANK_NBR
015100            AND CUST.CUST_FILE_ID  = XREF.RELATED_FILE_ID
015200            AND CUST.CUST_FILE_KEY = XREF.RELATED_FILE_KEY
015300           JOIN CIF.CUSTIND CI
015400             ON CI.CUSTI_CUST_ID = CUST.CUST_ID
015500          WHERE XREF.BANK_NBR        = :WS-BANK-NBR
015600            AND XREF.FILE_ID         = 'ACCT'
015700            AND XREF.FILE_KEY        = :CIFU523-FILE-KEY
015800            AND XREF.RELATED_FILE_ID = 'CUST'
015900            AND CI.CUSTI_DT_OF_DEATH > ' '
016000     END-EXEC.
016100     IF  SQLCODE NOT = ZERO
016200         MOVE ZERO TO WS-DECEASED-COUNT
016300     END-IF.
016400 2000-EXIT.
016500     EXIT.
