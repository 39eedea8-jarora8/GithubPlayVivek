002200*                      RELEASE.  EVERY CARD CONSTRAINED OR       *
002300*                      RELEASED IS REPORTED.                     *
002400*                                                                *
002420*   10/15/2026 RM     THE CONSTRAIN AND RESTORE LIMIT CHANGES   *
002440*                      NOW GO THROUGH ACMU503 SO THEY ARE        *
002460*                      JOURNALED ON ACM.CARDJRNL.                *
002480*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006200     COPY ACRSTRAN.
006300*----------------------------------------------------------------
006400     COPY ACMLIMOV.
006430*----------------------------------------------------------------
006460     COPY ACMU503P.
006500*----------------------------------------------------------------
006600 01  WS-HEADING-1.
006700     05  FILLER  PIC X(132) VALUE
022200     IF  WS-CEIL-POS < ZERO
022300         MOVE ZERO TO WS-CEIL-POS
022400     END-IF.
022480     INITIALIZE ACMU503-PARAMETERS.
022560     MOVE ADC-CARD-NBR     TO ACMU503-CARD-NBR.
022640     MOVE 'FINQB506'       TO ACMU503-SOURCE-PROG.
022680     MOVE 'FINQB506'       TO ACMU503-USER-ID.
022720     MOVE 'Y'              TO ACMU503-CHG-LIM-ATM
022800                              ACMU503-CHG-LIM-POS.
022880     MOVE WS-CEIL-ATM      TO ACMU503-NEW-LIM-ATM.
022960     MOVE WS-CEIL-POS      TO ACMU503-NEW-LIM-POS.
023040     CALL 'ACMU503' USING ACMU503-PARAMETERS.
023120     IF  ACMU503-VALID
023200         ADD 1 TO WS-TOTAL-CONSTRAINED
023300         MOVE 'CONSTRAINED' TO DL-ACTION
023400         MOVE ADC-BANK-NBR  TO DL-BANK-NBR
028600     EXIT.
028700*----------------------------------------------------------------
028800 6200-RESTORE-ONE-CARD.
028880     INITIALIZE ACMU503-PARAMETERS.
028960     MOVE ALO-CARD-NBR     TO ACMU503-CARD-NBR.
029040     MOVE 'FINQB506'       TO ACMU503-SOURCE-PROG.
029080     MOVE 'FINQB506'       TO ACMU503-USER-ID.
029120     MOVE 'Y'              TO ACMU503-CHG-LIM-ATM
029200                              ACMU503-CHG-LIM-POS.
029280     MOVE ALO-ORIG-LIM-ATM TO ACMU503-NEW-LIM-ATM.
029360     MOVE ALO-ORIG-LIM-POS TO ACMU503-NEW-LIM-POS.
029440     CALL 'ACMU503' USING ACMU503-PARAMETERS.
029520     IF  ACMU503-VALID
029600         EXEC SQL
029700             DELETE FROM ACM.LIMITOVR
029800              WHERE ALO_CARD_NBR = :ALO-CARD-NBR
