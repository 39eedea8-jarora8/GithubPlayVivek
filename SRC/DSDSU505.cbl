001900*                      DSDSB533 ENFORCES THE RESULT AT           *
002000*                      SETTLEMENT.                               *
002100*                                                                *
002110*   10/15/2026 RM     THE REQUESTING OPERATOR NOW PASSES CIFU525 *
002120*                      FOR ROLE WAIV AND THE APPROVING OR        *
002130*                      DENYING SUPERVISOR FOR ROLE SUPV, SO A    *
002140*                      TERMINATED OR UNREGISTERED ID, OR ONE     *
002150*                      WITHOUT SUPERVISORY AUTHORITY, IS         *
002160*                      REFUSED.  A DENIAL NOW ALSO REQUIRES A    *
002170*                      SUPERVISOR ID.                            *
002180*                                                                *
002181*   10/15/2026 RM     APPROVAL AND DENIAL NOW STAMP THE DAY OF   *
002182*                      THE DECISION ON WVR_DECIDED_DATE, SO AN   *
002183*                      APPROVAL IS REPORTED ON THE DAY IT WAS    *
002184*                      MADE RATHER THAN THE DAY OF THE REQUEST.  *
002185*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003000     05  WS-ROW-COUNT             PIC S9(4)   COMP  VALUE +0.
003100*----------------------------------------------------------------
003200     COPY DSDSWVRA.
003210     COPY CIFU525P.
003300*----------------------------------------------------------------
003400 LINKAGE SECTION.
003500 COPY DSDSU55P.
005300     END-EVALUATE.
005400     GOBACK.
005500*----------------------------------------------------------------
005505 1000-CHECK-ENTITLEMENT.
005510*    THE OPERATOR IN CIFU525-OPER-ID MUST BE ON THE
005515*    CIF.OPERATOR REGISTRY, ACTIVE AND HOLD CIFU525-ROLE.
005520     MOVE SPACE TO CIFU525-SIGNON-ID.
005525     CALL 'CIFU525' USING CIFU525-PARAMETERS.
005530     IF  CIFU525-INVALID
005535         MOVE +9999 TO DSDSU505-ERRORCODE
005540         MOVE CIFU525-ERROR-TEXT TO DSDSU505-ERROR-TEXT
005545     END-IF.
005550 1000-EXIT.
005555     EXIT.
005560*----------------------------------------------------------------
005600 2000-RECORD-REQUEST.
005700     IF  DSDSU505-ACCT-NO = ZERO
005800     OR  DSDSU505-OPER-ID = ZERO
006200           TO DSDSU505-ERROR-TEXT
006300         GO TO 2000-EXIT
006400     END-IF.
006410     MOVE DSDSU505-OPER-ID TO CIFU525-OPER-ID.
006420     MOVE 'WAIV'           TO CIFU525-ROLE.
006430     PERFORM 1000-CHECK-ENTITLEMENT THRU 1000-EXIT.
006440     IF  DSDSU505-ERRORCODE NOT = ZERO
006450         GO TO 2000-EXIT
006460     END-IF.
006500     EXEC SQL
006600         SELECT COUNT(*)
006700           INTO :WS-ROW-COUNT
008200                (WVR_BANK_NO, WVR_ACCT_ID, WVR_ACCT_NO,
008300                 WVR_CYCLE, WVR_AMOUNT, WVR_OPER_ID,
008400                 WVR_SUPV_ID, WVR_REASON, WVR_STATUS,
008500                 WVR_PLACED_DATE, WVR_DECIDED_DATE)
008600         VALUES (:DSDSU505-BANK-NO, :DSDSU505-ACCT-ID,
008700                 :DSDSU505-ACCT-NO, :DSDSU505-CYCLE,
008800                 :DSDSU505-AMOUNT, :DSDSU505-OPER-ID,
008900                 0, :DSDSU505-REASON, 'P', CURRENT DATE,
008950                 '0001-01-01')
009000     END-EXEC.
009100     IF  SQLCODE NOT = ZERO
009200         MOVE +9999 TO DSDSU505-ERRORCODE
010700           TO DSDSU505-ERROR-TEXT
010800         GO TO 3000-EXIT
010900     END-IF.
010910     MOVE DSDSU505-SUPV-ID TO CIFU525-OPER-ID.
010920     MOVE 'SUPV'           TO CIFU525-ROLE.
010930     PERFORM 1000-CHECK-ENTITLEMENT THRU 1000-EXIT.
010940     IF  DSDSU505-ERRORCODE NOT = ZERO
010950         GO TO 3000-EXIT
010960     END-IF.
011000     EXEC SQL
011100         UPDATE DSDS.WVRAUTH
011200            SET WVR_STATUS = 'A',
011300                WVR_SUPV_ID = :DSDSU505-SUPV-ID,
011350                WVR_DECIDED_DATE = CURRENT DATE
011400          WHERE WVR_BANK_NO = :DSDSU505-BANK-NO
011500            AND WVR_ACCT_ID = :DSDSU505-ACCT-ID
011600            AND WVR_ACCT_NO = :DSDSU505-ACCT-NO
012600     EXIT.
012700*----------------------------------------------------------------
012800 4000-DENY.
012805     IF  DSDSU505-SUPV-ID = ZERO
012810         MOVE +9999 TO DSDSU505-ERRORCODE
012815         MOVE 'DENIAL NEEDS A SUPERVISOR ID'
012820           TO DSDSU505-ERROR-TEXT
012825         GO TO 4000-EXIT
012830     END-IF.
012835     MOVE DSDSU505-SUPV-ID TO CIFU525-OPER-ID.
012840     MOVE 'SUPV'           TO CIFU525-ROLE.
012845     PERFORM 1000-CHECK-ENTITLEMENT THRU 1000-EXIT.
012850     IF  DSDSU505-ERRORCODE NOT = ZERO
012855         GO TO 4000-EXIT
012860     END-IF.
012900     EXEC SQL
013000         UPDATE DSDS.WVRAUTH
013100            SET WVR_STATUS = 'D',
013200                WVR_SUPV_ID = :DSDSU505-SUPV-ID,
013250                WVR_DECIDED_DATE = CURRENT DATE
013300          WHERE WVR_BANK_NO = :DSDSU505-BANK-NO
013400            AND WVR_ACCT_ID = :DSDSU505-ACCT-ID
013500            AND WVR_ACCT_NO = :DSDSU505-ACCT-NO
