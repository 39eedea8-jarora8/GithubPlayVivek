000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFU525.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CHECKS ONE        *
001500*                      OPERATOR AGAINST THE CIF.OPERATOR         *
001600*                      REGISTRY BEFORE A MAINTENANCE PROGRAM     *
001700*                      ACCEPTS A CHANGE -- ON THE REGISTRY,      *
001800*                      ACTIVE, NOT PAST A TERMINATION DATE, AND  *
001900*                      HOLDING THE ROLE THE CHANGE NEEDS.        *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
002500 OBJECT-COMPUTER.  IBM-370.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-WORK-FIELDS.
002900     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
003000     05  WS-SUB                   PIC S9(4)   COMP  VALUE ZERO.
003100     05  WS-ROLE-SW               PIC X(01)   VALUE 'N'.
003200         88  WS-ROLE-HELD                 VALUE 'Y'.
003300     05  WS-SQLCODE-ED            PIC -(9)9.
003400*----------------------------------------------------------------
003500     COPY CIFOPER.
003600*----------------------------------------------------------------
003700 LINKAGE SECTION.
003800 COPY CIFU525P.
003900*----------------------------------------------------------------
004000 PROCEDURE DIVISION USING CIFU525-PARAMETERS.
004100*
004200 0000-MAINLINE.
004300     MOVE ZERO  TO CIFU525-ERRORCODE.
004400     MOVE SPACE TO CIFU525-ERROR-TEXT.
004500     MOVE ZERO  TO CIFU525-RESOLVED-ID.
004600     MOVE ZERO  TO CIFU525-MANAGER-ID.
004700     MOVE SPACE TO CIFU525-OPER-NAME.
004800     PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT.
004900     GOBACK.
005000*----------------------------------------------------------------
005100 2000-CHECK-OPERATOR.
005200*    OPERATOR 0 WITH NO SIGNON IS A BATCH JOB, WHICH RUNS UNDER
005300*    ITS OWN JOB AUTHORITY RATHER THAN AN OPERATOR'S.
005400     IF  CIFU525-OPER-ID = ZERO
005500     AND (CIFU525-SIGNON-ID = SPACES
005600      OR  CIFU525-SIGNON-ID = LOW-VALUES)
005700         MOVE 'BATCH' TO CIFU525-OPER-NAME
005800         GO TO 2000-EXIT
005900     END-IF.
006000     IF  CIFU525-OPER-ID NOT = ZERO
006100         MOVE CIFU525-OPER-ID TO OPR-OPER-ID
006200         EXEC SQL
006300             SELECT OPR_OPER_ID, OPR_SIGNON_ID, OPR_NAME,
006400                    OPR_ROLES, OPR_STATUS, OPR_TERM_DATE,
006500                    OPR_MANAGER_ID, CURRENT DATE
006600               INTO :OPR-OPER-ID, :OPR-SIGNON-ID, :OPR-NAME,
006700                    :OPR-ROLES, :OPR-STATUS, :OPR-TERM-DATE,
006800                    :OPR-MANAGER-ID, :WS-TODAY
006900               FROM CIF.OPERATOR
007000              WHERE OPR_OPER_ID = :OPR-OPER-ID
007100         END-EXEC
007200     ELSE
007300         MOVE CIFU525-SIGNON-ID TO OPR-SIGNON-ID
007400         EXEC SQL
007500             SELECT OPR_OPER_ID, OPR_SIGNON_ID, OPR_NAME,
007600                    OPR_ROLES, OPR_STATUS, OPR_TERM_DATE,
007700                    OPR_MANAGER_ID, CURRENT DATE
007800               INTO :OPR-OPER-ID, :OPR-SIGNON-ID, :OPR-NAME,
007900                    :OPR-ROLES, :OPR-STATUS, :OPR-TERM-DATE,
008000                    :OPR-MANAGER-ID, :WS-TODAY
008100               FROM CIF.OPERATOR
008200              WHERE OPR_SIGNON_ID = :OPR-SIGNON-ID
008300         END-EXEC
008400     END-IF.
008500     EVALUATE SQLCODE
008600         WHEN ZERO
008700             CONTINUE
008800         WHEN +100
008900             MOVE +9999 TO CIFU525-ERRORCODE
009000             MOVE 'OPERATOR NOT ON THE OPERATOR REGISTRY'
009100               TO CIFU525-ERROR-TEXT
009200             GO TO 2000-EXIT
009300         WHEN -811
009400             MOVE +9999 TO CIFU525-ERRORCODE
009500             MOVE 'SIGNON IS ON MORE THAN ONE OPERATOR'
009600               TO CIFU525-ERROR-TEXT
009700             GO TO 2000-EXIT
009800         WHEN OTHER
009900             MOVE SQLCODE TO WS-SQLCODE-ED
010000             MOVE +9999 TO CIFU525-ERRORCODE
010100             STRING 'CIF.OPERATOR SELECT FAILED, SQLCODE '
010200                    WS-SQLCODE-ED
010300                    DELIMITED BY SIZE
010400               INTO CIFU525-ERROR-TEXT
010500             GO TO 2000-EXIT
010600     END-EVALUATE.
010700     MOVE OPR-OPER-ID    TO CIFU525-RESOLVED-ID.
010800     MOVE OPR-NAME       TO CIFU525-OPER-NAME.
010900     MOVE OPR-MANAGER-ID TO CIFU525-MANAGER-ID.
011000*    A TERMINATION DATE TAKES EFFECT ON THAT DATE EVEN IF THE
011100*    STATUS HAS NOT YET BEEN CHANGED.
011200     IF  OPR-STATUS-TERMINATED
011300     OR  OPR-TERM-DATE NOT > WS-TODAY
011400         MOVE +9999 TO CIFU525-ERRORCODE
011500         MOVE 'OPERATOR IS TERMINATED'
011600           TO CIFU525-ERROR-TEXT
011700         GO TO 2000-EXIT
011800     END-IF.
011900     IF  NOT OPR-STATUS-ACTIVE
012000         MOVE +9999 TO CIFU525-ERRORCODE
012100         MOVE 'OPERATOR IS SUSPENDED'
012200           TO CIFU525-ERROR-TEXT
012300         GO TO 2000-EXIT
012400     END-IF.
012500     IF  CIFU525-ROLE = SPACES
012600         GO TO 2000-EXIT
012700     END-IF.
012800     MOVE 'N' TO WS-ROLE-SW.
012900     PERFORM 2100-FIND-ROLE THRU 2100-EXIT
013000         VARYING WS-SUB FROM 1 BY 1
013100           UNTIL WS-SUB > 10
013200              OR WS-ROLE-HELD.
013300     IF  NOT WS-ROLE-HELD
013400         MOVE +9999 TO CIFU525-ERRORCODE
013500         STRING 'OPERATOR IS NOT ENTITLED TO ROLE '
013600                CIFU525-ROLE
013700                DELIMITED BY SIZE
013800           INTO CIFU525-ERROR-TEXT
013900     END-IF.
014000 2000-EXIT.
014100     EXIT.
014200*----------------------------------------------------------------
014300 2100-FIND-ROLE.
014400     IF  OPR-ROLE (WS-SUB) = CIFU525-ROLE
014500         MOVE 'Y' TO WS-ROLE-SW
014600     END-IF.
014700 2100-EXIT.
014800     EXIT.
