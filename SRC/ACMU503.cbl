000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMU503.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  THE ONE ROUTINE    *
001500*                      THAT CHANGES ACM.DEBCARD STATUS, DAILY    *
001600*                      LIMITS, CARD TYPE AND TX TYPE.  EVERY     *
001700*                      FIELD IT MOVES IS JOURNALED ON            *
001800*                      ACM.CARDJRNL WITH THE BEFORE AND AFTER    *
001900*                      VALUE, SOURCE PROGRAM, USER AND TIME.     *
002000*                      NO FILE I/O -- BATCH AND CICS BOTH CALL.  *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 01  WS-WORK-FIELDS.
003000     05  WS-BANK-NBR              PIC S9(3)V  COMP-3 VALUE +0.
003100     05  WS-JRNL-TS               PIC X(26)   VALUE SPACES.
003200     05  WS-LIM-EDIT              PIC 9(05)   VALUE ZERO.
003300*    THE CARD AS READ, AND AS IT WILL BE AFTER THE CHANGE.
003400 01  WS-BEFORE-IMAGE.
003500     05  WS-BEF-STATUS            PIC X(02).
003600     05  WS-BEF-CARD-TYPE         PIC X(01).
003700     05  WS-BEF-TX-TYPE           PIC X(01).
003800     05  WS-BEF-LIM-ATM           PIC S9(5)V  COMP-3.
003900     05  WS-BEF-LIM-POS           PIC S9(5)V  COMP-3.
004000     05  WS-BEF-LIM-MAX           PIC S9(5)V  COMP-3.
004100 01  WS-AFTER-IMAGE.
004200     05  WS-AFT-STATUS            PIC X(02).
004300     05  WS-AFT-CARD-TYPE         PIC X(01).
004400     05  WS-AFT-TX-TYPE           PIC X(01).
004500     05  WS-AFT-LIM-ATM           PIC S9(5)V  COMP-3.
004600     05  WS-AFT-LIM-POS           PIC S9(5)V  COMP-3.
004700     05  WS-AFT-LIM-MAX           PIC S9(5)V  COMP-3.
004800*----------------------------------------------------------------
004900     COPY ACRSTRAN.
005000*----------------------------------------------------------------
005100     COPY ACMCJRNL.
005200*----------------------------------------------------------------
005300 LINKAGE SECTION.
005400 COPY ACMU503P.
005500*----------------------------------------------------------------
005600 PROCEDURE DIVISION USING ACMU503-PARAMETERS.
005700*
005800 0000-MAINLINE.
005900     MOVE ZERO   TO ACMU503-ERRORCODE
006000                    ACMU503-SQLCODE
006100                    ACMU503-JOURNAL-COUNT.
006200     MOVE SPACES TO ACMU503-ERROR-TEXT
006300                    ACMU503-OLD-STATUS.
006400     PERFORM 1000-VALIDATE THRU 1000-EXIT.
006500     IF  ACMU503-VALID
006600         PERFORM 2000-READ-CARD THRU 2000-EXIT
006700     END-IF.
006800     IF  ACMU503-VALID
006900         PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT
007000     END-IF.
007100     GOBACK.
007200*----------------------------------------------------------------
007300 1000-VALIDATE.
007400     IF  ACMU503-CARD-NBR = SPACES
007500     OR  ACMU503-SOURCE-PROG = SPACES
007600         MOVE +9999 TO ACMU503-ERRORCODE
007700         MOVE 'CARD NUMBER AND SOURCE PROGRAM ARE REQUIRED'
007800           TO ACMU503-ERROR-TEXT
007900         GO TO 1000-EXIT
008000     END-IF.
008100     IF  NOT ACMU503-STATUS-CHANGE
008200     AND NOT ACMU503-LIM-ATM-CHANGE
008300     AND NOT ACMU503-LIM-POS-CHANGE
008400     AND NOT ACMU503-LIM-MAX-CHANGE
008500     AND NOT ACMU503-CARD-TYPE-CHANGE
008600     AND NOT ACMU503-TX-TYPE-CHANGE
008700         MOVE +9999 TO ACMU503-ERRORCODE
008800         MOVE 'NO CHANGE REQUESTED'
008900           TO ACMU503-ERROR-TEXT
009000         GO TO 1000-EXIT
009100     END-IF.
009200     IF  ACMU503-STATUS-CHANGE
009300     AND ACMU503-NEW-STATUS = SPACES
009400         MOVE +9999 TO ACMU503-ERRORCODE
009500         MOVE 'NEW STATUS IS BLANK'
009600           TO ACMU503-ERROR-TEXT
009700         GO TO 1000-EXIT
009800     END-IF.
009900     IF  (ACMU503-LIM-ATM-CHANGE
010000     AND  ACMU503-NEW-LIM-ATM NOT NUMERIC)
010100     OR  (ACMU503-LIM-POS-CHANGE
010200     AND  ACMU503-NEW-LIM-POS NOT NUMERIC)
010300     OR  (ACMU503-LIM-MAX-CHANGE
010400     AND  ACMU503-NEW-LIM-MAX NOT NUMERIC)
010500         MOVE +9999 TO ACMU503-ERRORCODE
010600         MOVE 'NEW DAILY LIMIT NOT NUMERIC'
010700           TO ACMU503-ERROR-TEXT
010800     END-IF.
010900 1000-EXIT.
011000     EXIT.
011100*----------------------------------------------------------------
011200 2000-READ-CARD.
011300*    BANK ZERO FINDS THE CARD BY ITS NUMBER ALONE, THE WAY THE
011400*    CALLERS THAT ONLY CARRY THE CARD NUMBER HAVE ALWAYS DONE.
011500     MOVE ACMU503-BANK-NBR TO WS-BANK-NBR.
011600     EXEC SQL
011700         SELECT ADC_BANK_NBR, ADC_STATUS, ADC_CARD_TYPE,
011800                ADC_TX_TYPE, ADC_DAILY_LIM_ATM,
011900                ADC_DAILY_LIM_POS, ADC_DAILY_LIM_MAX
012000           INTO :ADC-BANK-NBR, :WS-BEF-STATUS,
012100                :WS-BEF-CARD-TYPE, :WS-BEF-TX-TYPE,
012200                :WS-BEF-LIM-ATM, :WS-BEF-LIM-POS,
012300                :WS-BEF-LIM-MAX
012400           FROM ACM.DEBCARD
012500          WHERE ADC_CARD_NBR = :ACMU503-CARD-NBR
012600            AND (ADC_BANK_NBR = :WS-BANK-NBR
012700             OR  :WS-BANK-NBR = 0)
012800     END-EXEC.
012900     MOVE SQLCODE TO ACMU503-SQLCODE.
013000     IF  SQLCODE = +100
013100         MOVE +100 TO ACMU503-ERRORCODE
013200         MOVE 'CARD NOT FOUND ON ACM.DEBCARD'
013300           TO ACMU503-ERROR-TEXT
013400         GO TO 2000-EXIT
013500     END-IF.
013600     IF  SQLCODE NOT = ZERO
013700         MOVE +9999 TO ACMU503-ERRORCODE
013800         MOVE 'ACM.DEBCARD SELECT FAILED'
013900           TO ACMU503-ERROR-TEXT
014000         GO TO 2000-EXIT
014100     END-IF.
014200     MOVE WS-BEF-STATUS TO ACMU503-OLD-STATUS.
014300     IF  ACMU503-EXPECT-STATUS NOT = SPACES
014400     AND ACMU503-EXPECT-STATUS NOT = WS-BEF-STATUS
014500         MOVE +100 TO ACMU503-ERRORCODE
014600         MOVE 'CARD NO LONGER IN THE EXPECTED STATUS'
014700           TO ACMU503-ERROR-TEXT
014800     END-IF.
014900 2000-EXIT.
015000     EXIT.
015100*----------------------------------------------------------------
015200 3000-APPLY-CHANGE.
015300     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.
015400     IF  ACMU503-STATUS-CHANGE
015500         MOVE ACMU503-NEW-STATUS    TO WS-AFT-STATUS
015600     END-IF.
015700     IF  ACMU503-CARD-TYPE-CHANGE
015800         MOVE ACMU503-NEW-CARD-TYPE TO WS-AFT-CARD-TYPE
015900     END-IF.
016000     IF  ACMU503-TX-TYPE-CHANGE
016100         MOVE ACMU503-NEW-TX-TYPE   TO WS-AFT-TX-TYPE
016200     END-IF.
016300     IF  ACMU503-LIM-ATM-CHANGE
016400         MOVE ACMU503-NEW-LIM-ATM   TO WS-AFT-LIM-ATM
016500     END-IF.
016600     IF  ACMU503-LIM-POS-CHANGE
016700         MOVE ACMU503-NEW-LIM-POS   TO WS-AFT-LIM-POS
016800     END-IF.
016900     IF  ACMU503-LIM-MAX-CHANGE
017000         MOVE ACMU503-NEW-LIM-MAX   TO WS-AFT-LIM-MAX
017100     END-IF.
017200*    A CHANGE TO WHAT THE CARD ALREADY HOLDS IS NOT A CHANGE --
017300*    NOTHING TO UPDATE AND NOTHING TO JOURNAL.
017400     IF  WS-AFTER-IMAGE = WS-BEFORE-IMAGE
017500         GO TO 3000-EXIT
017600     END-IF.
017700*    THE UPDATE IS GUARDED ON THE WHOLE BEFORE IMAGE, SO A
017800*    CHANGE THAT LANDED BETWEEN THE READ AND HERE COMES BACK
017900*    +100 RATHER THAN BEING JOURNALED AGAINST THE WRONG BEFORE.
018000     EXEC SQL
018100         UPDATE ACM.DEBCARD
018200            SET ADC_STATUS        = :WS-AFT-STATUS,
018300                ADC_CARD_TYPE     = :WS-AFT-CARD-TYPE,
018400                ADC_TX_TYPE       = :WS-AFT-TX-TYPE,
018500                ADC_DAILY_LIM_ATM = :WS-AFT-LIM-ATM,
018600                ADC_DAILY_LIM_POS = :WS-AFT-LIM-POS,
018700                ADC_DAILY_LIM_MAX = :WS-AFT-LIM-MAX
018800          WHERE ADC_BANK_NBR      = :ADC-BANK-NBR
018900            AND ADC_CARD_NBR      = :ACMU503-CARD-NBR
019000            AND ADC_STATUS        = :WS-BEF-STATUS
019100            AND ADC_CARD_TYPE     = :WS-BEF-CARD-TYPE
019200            AND ADC_TX_TYPE       = :WS-BEF-TX-TYPE
019300            AND ADC_DAILY_LIM_ATM = :WS-BEF-LIM-ATM
019400            AND ADC_DAILY_LIM_POS = :WS-BEF-LIM-POS
019500            AND ADC_DAILY_LIM_MAX = :WS-BEF-LIM-MAX
019600     END-EXEC.
019700     MOVE SQLCODE TO ACMU503-SQLCODE.
019800     IF  SQLCODE = +100
019900         MOVE +100 TO ACMU503-ERRORCODE
020000         MOVE 'CARD CHANGED BY ANOTHER PROCESS -- NOT UPDATED'
020100           TO ACMU503-ERROR-TEXT
020200         GO TO 3000-EXIT
020300     END-IF.
020400     IF  SQLCODE NOT = ZERO
020500         MOVE +9999 TO ACMU503-ERRORCODE
020600         MOVE 'ACM.DEBCARD UPDATE FAILED'
020700           TO ACMU503-ERROR-TEXT
020800         GO TO 3000-EXIT
020900     END-IF.
021000*    ONE TIMESTAMP FOR ALL THE FIELDS OF THIS ONE CHANGE.
021100     EXEC SQL
021200         SET :WS-JRNL-TS = CURRENT TIMESTAMP
021300     END-EXEC.
021400     MOVE ADC-BANK-NBR         TO CJ-BANK-NBR.
021500     MOVE ACMU503-CARD-NBR     TO CJ-CARD-NBR.
021600     MOVE WS-JRNL-TS           TO CJ-TIMESTAMP.
021700     MOVE ACMU503-SOURCE-PROG  TO CJ-SOURCE-PROG.
021800     MOVE ACMU503-USER-ID      TO CJ-USER-ID.
021900     IF  WS-AFT-STATUS NOT = WS-BEF-STATUS
022000         MOVE 'STATUS'         TO CJ-FIELD
022100         MOVE WS-BEF-STATUS    TO CJ-BEFORE
022200         MOVE WS-AFT-STATUS    TO CJ-AFTER
022300         PERFORM 4000-JOURNAL-FIELD THRU 4000-EXIT
022400     END-IF.
022500     IF  WS-AFT-LIM-ATM NOT = WS-BEF-LIM-ATM
022600     AND ACMU503-VALID
022700         MOVE 'LIM-ATM'        TO CJ-FIELD
022800         MOVE WS-BEF-LIM-ATM   TO WS-LIM-EDIT
022900         MOVE WS-LIM-EDIT      TO CJ-BEFORE
023000         MOVE WS-AFT-LIM-ATM   TO WS-LIM-EDIT
023100         MOVE WS-LIM-EDIT      TO CJ-AFTER
023200         PERFORM 4000-JOURNAL-FIELD THRU 4000-EXIT
023300     END-IF.
023400     IF  WS-AFT-LIM-POS NOT = WS-BEF-LIM-POS
023500     AND ACMU503-VALID
023600         MOVE 'LIM-POS'        TO CJ-FIELD
023700         MOVE WS-BEF-LIM-POS   TO WS-LIM-EDIT
023800         MOVE WS-LIM-EDIT      TO CJ-BEFORE
023900         MOVE WS-AFT-LIM-POS   TO WS-LIM-EDIT
024000         MOVE WS-LIM-EDIT      TO CJ-AFTER
024100         PERFORM 4000-JOURNAL-FIELD THRU 4000-EXIT
024200     END-IF.
024300     IF  WS-AFT-LIM-MAX NOT = WS-BEF-LIM-MAX
024400     AND ACMU503-VALID
024500         MOVE 'LIM-MAX'        TO CJ-FIELD
024600         MOVE WS-BEF-LIM-MAX   TO WS-LIM-EDIT
024700         MOVE WS-LIM-EDIT      TO CJ-BEFORE
024800         MOVE WS-AFT-LIM-MAX   TO WS-LIM-EDIT
024900         MOVE WS-LIM-EDIT      TO CJ-AFTER
025000         PERFORM 4000-JOURNAL-FIELD THRU 4000-EXIT
025100     END-IF.
025200     IF  WS-AFT-CARD-TYPE NOT = WS-BEF-CARD-TYPE
025300     AND ACMU503-VALID
025400         MOVE 'CARDTYPE'       TO CJ-FIELD
025500         MOVE WS-BEF-CARD-TYPE TO CJ-BEFORE
025600         MOVE WS-AFT-CARD-TYPE TO CJ-AFTER
025700         PERFORM 4000-JOURNAL-FIELD THRU 4000-EXIT
025800     END-IF.
025900     IF  WS-AFT-TX-TYPE NOT = WS-BEF-TX-TYPE
026000     AND ACMU503-VALID
026100         MOVE 'TX-TYPE'        TO CJ-FIELD
026200         MOVE WS-BEF-TX-TYPE   TO CJ-BEFORE
026300         MOVE WS-AFT-TX-TYPE   TO CJ-AFTER
026400         PERFORM 4000-JOURNAL-FIELD THRU 4000-EXIT
026500     END-IF.
026600     IF  NOT ACMU503-VALID
026700         PERFORM 5000-BACK-OUT THRU 5000-EXIT
026800     END-IF.
026900 3000-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 4000-JOURNAL-FIELD.
027300     EXEC SQL
027400         INSERT INTO ACM.CARDJRNL
027500                (CJ_BANK_NBR, CJ_CARD_NBR, CJ_TIMESTAMP,
027600                 CJ_FIELD, CJ_BEFORE, CJ_AFTER,
027700                 CJ_SOURCE_PROG, CJ_USER_ID)
027800         VALUES (:CJ-BANK-NBR, :CJ-CARD-NBR, :CJ-TIMESTAMP,
027900                 :CJ-FIELD, :CJ-BEFORE, :CJ-AFTER,
028000                 :CJ-SOURCE-PROG, :CJ-USER-ID)
028100     END-EXEC.
028200     IF  SQLCODE = ZERO
028300         ADD 1 TO ACMU503-JOURNAL-COUNT
028400     ELSE
028500         MOVE SQLCODE TO ACMU503-SQLCODE
028600         MOVE +9999 TO ACMU503-ERRORCODE
028700         MOVE 'ACM.CARDJRNL INSERT FAILED -- CHANGE BACKED OUT'
028800           TO ACMU503-ERROR-TEXT
028900     END-IF.
029000 4000-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300 5000-BACK-OUT.
029400*    A CHANGE WITHOUT ITS JOURNAL IS WHAT THIS ROUTINE EXISTS TO
029500*    PREVENT -- PUT THE CARD BACK AND DROP THE PARTIAL JOURNAL.
029600     EXEC SQL
029700         UPDATE ACM.DEBCARD
029800            SET ADC_STATUS        = :WS-BEF-STATUS,
029900                ADC_CARD_TYPE     = :WS-BEF-CARD-TYPE,
030000                ADC_TX_TYPE       = :WS-BEF-TX-TYPE,
030100                ADC_DAILY_LIM_ATM = :WS-BEF-LIM-ATM,
030200                ADC_DAILY_LIM_POS = :WS-BEF-LIM-POS,
030300                ADC_DAILY_LIM_MAX = :WS-BEF-LIM-MAX
030400          WHERE ADC_BANK_NBR      = :ADC-BANK-NBR
030500            AND ADC_CARD_NBR      = :ACMU503-CARD-NBR
030600     END-EXEC.
030700     EXEC SQL
030800         DELETE FROM ACM.CARDJRNL
030900          WHERE CJ_BANK_NBR  = :CJ-BANK-NBR
031000            AND CJ_CARD_NBR  = :CJ-CARD-NBR
031100            AND CJ_TIMESTAMP = :CJ-TIMESTAMP
031200     END-EXEC.
031300     MOVE ZERO TO ACMU503-JOURNAL-COUNT.
031400 5000-EXIT.
031500     EXIT.
