002200*                      TEAMS.  QUEUE DEPTH IS COMPARED TO        *
002300*                      YESTERDAY'S, KEPT ON AMS.PROPS THROUGH    *
002400*                      AMSU001.                                  *
002410*                                                                *
002420*   10/15/2026 RM     LOANS STILL OWING PRINCIPAL PAST THEIR     *
002430*                      MATURITY DATE QUEUE ON THEIR OWN PM TIER, *
002440*                      AHEAD OF THE DELINQUENCY TIERS AND RANKED *
002450*                      BY THE PRINCIPAL OWED, WHETHER OR NOT A   *
002460*                      PAYMENT WAS MISSED.                       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
007500     05  WS-SORT-EOF-SW           PIC X       VALUE 'N'.
007600         88  WS-SORT-EOF-YES              VALUE 'Y'.
007700     05  WS-LOAN-STATUS           PIC XX      VALUE '00'.
007730     05  WS-MATURED-SW            PIC X       VALUE 'N'.
007760         88  WS-PAST-MATURITY             VALUE 'Y'.
007800 01  WS-WORK-FIELDS.
007900     05  WS-QX                    PIC S9(4)   COMP  VALUE +0.
008000     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
008400     05  WS-PROPS-VALUE           PIC X(1500) VALUE SPACE.
008500     05  WS-DEPTH-DISPLAY         PIC 9(07)   VALUE ZERO.
008600     05  WS-QUEUE-CODE            PIC X(02)   VALUE SPACE.
008640     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
008700*    THE SEVEN QUEUES -- BANKRUPTCY AND LOSS-MIT SEGREGATED,
008800*    LOANS UNPAID PAST MATURITY, THEN THE ROLLING DELINQUENCY
008850*    TIERS.
008900 01  WS-QUEUE-TABLE.
009000     05  WS-QUEUE-ENTRY  OCCURS 7 TIMES.
009100         10  WS-QT-QUEUE          PIC X(02).
009200         10  WS-QT-DEPTH          PIC S9(7)   COMP.
009300*----------------------------------------------------------------
014500     OPEN OUTPUT RPT557-FILE.
014600     MOVE WS-HEADING-1 TO RPT557-RECORD.
014700     WRITE RPT557-RECORD.
014710     EXEC SQL
014720         SET :WS-TODAY = CURRENT DATE
014730     END-EXEC.
014800     MOVE 'BK' TO WS-QT-QUEUE (1).
014900     MOVE 'LM' TO WS-QT-QUEUE (2).
014950     MOVE 'PM' TO WS-QT-QUEUE (3).
015000     MOVE 'T4' TO WS-QT-QUEUE (4).
015100     MOVE 'T3' TO WS-QT-QUEUE (5).
015200     MOVE 'T2' TO WS-QT-QUEUE (6).
015300     MOVE 'T1' TO WS-QT-QUEUE (7).
015400     PERFORM 1100-CLEAR-ONE-QUEUE THRU 1100-EXIT
015500         VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 7.
015600 1000-EXIT.
015700     EXIT.
015800*----------------------------------------------------------------
020500         GO TO 3000-EXIT
020600     END-IF.
020700     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
020705*    A LOAN STILL OWING PRINCIPAL AFTER ITS MATURITY DATE IS
020710*    PAST MATURITY WHETHER OR NOT A PAYMENT WAS MISSED -- THE
020715*    WHOLE BALANCE IS DUE, SO IT QUEUES ON ITS OWN TIER AHEAD
020720*    OF THE DELINQUENCY TIERS, RANKED BY THE PRINCIPAL OWED.
020725     MOVE 'N' TO WS-MATURED-SW.
020730     IF  ML02003-PRIN-BALANCE > ZERO
020735     AND ML02003-DATE-MATURITY NOT = SPACES
020740     AND ML02003-DATE-MATURITY NOT = '0001-01-01'
020745     AND ML02003-DATE-MATURITY < WS-TODAY
020750     AND (ML02003-PAYOFF-DATE = SPACES
020755     OR   ML02003-PAYOFF-DATE = '0001-01-01')
020760         MOVE 'Y' TO WS-MATURED-SW
020765     END-IF.
020800*    A LOAN THAT IS CURRENT HAS NO BUSINESS IN A COLLECTION
020900*    QUEUE, WHATEVER ELSE ITS FLAGS SAY.
021000     IF  NOT WS-PAST-MATURITY
021050     AND (ML02003-DELINQUENT-DAYS = ZERO
021100     OR   ML02003-PAST-DUE-AMT NOT > ZERO)
021200         PERFORM 2100-READ-LOAN THRU 2100-EXIT
021300         GO TO 3000-EXIT
021400     END-IF.
021700             MOVE 'BK' TO WS-QUEUE-CODE
021800         WHEN ML02003-LOSS-MITIGATION-FLAG = 'Y'
021900             MOVE 'LM' TO WS-QUEUE-CODE
021950         WHEN WS-PAST-MATURITY
021960             MOVE 'PM' TO WS-QUEUE-CODE
022000         WHEN ML02003-DELINQUENT-DAYS >= 90
022100             MOVE 'T4' TO WS-QUEUE-CODE
022200         WHEN ML02003-DELINQUENT-DAYS >= 60
022700             MOVE 'T1' TO WS-QUEUE-CODE
022800     END-EVALUATE.
022900     MOVE WS-QUEUE-CODE          TO SW-QUEUE.
022910     IF  WS-PAST-MATURITY
022920         MOVE ML02003-PRIN-BALANCE TO SW-PAST-DUE
022930     ELSE
023000         MOVE ML02003-PAST-DUE-AMT TO SW-PAST-DUE
023050     END-IF.
023100     MOVE LOAN-BANK-NBR          TO SW-BANK-NBR.
023200     MOVE LOAN-ACCT-NBR          TO SW-ACCT-NBR.
023300     MOVE ML02003-DELINQUENT-DAYS TO SW-DELINQ-DAYS.
023700     RELEASE SORTWK-RECORD.
023800     ADD 1 TO WS-TOTAL-QUEUED.
023900     PERFORM 3100-COUNT-QUEUE THRU 3100-EXIT
024000         VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 7.
024100     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
024200 3000-EXIT.
024300     EXIT.
031500*----------------------------------------------------------------
031600 8000-FINALIZE.
031700     PERFORM 7000-REPORT-ONE-QUEUE THRU 7000-EXIT
031800         VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 7.
031900     MOVE WS-TOTAL-READ TO TL-READ.
032000     MOVE WS-TOTAL-LINE-1 TO RPT557-RECORD.
032100     WRITE RPT557-RECORD.
