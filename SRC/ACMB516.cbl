002740*                      PRINTS THE FETCHED ORIGINAL LIMITS,     *
002760*                      NOT LEFTOVERS FROM THE APPLY PASS.      *
002780*                                                                *
002784*   10/15/2026 RM     THE APPLY AND RESTORE LIMIT CHANGES NOW   *
002788*                      GO THROUGH ACMU503 SO THEY ARE JOURNALED  *
002792*                      ON ACM.CARDJRNL.                          *
002796*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005200     COPY ACMTMPLM.
005300*----------------------------------------------------------------
005400     COPY ACRSTRAN.
005430*----------------------------------------------------------------
005460     COPY ACMU503P.
005500*----------------------------------------------------------------
005600 01  WS-HEADING-1.
005700     05  FILLER  PIC X(132) VALUE
015900            AND TLO_CARD_NBR = :TLO-CARD-NBR
016000            AND TLO_STATUS = 'S'
016100     END-EXEC.
016180     INITIALIZE ACMU503-PARAMETERS.
016260     MOVE TLO-BANK-NBR     TO ACMU503-BANK-NBR.
016340     MOVE TLO-CARD-NBR     TO ACMU503-CARD-NBR.
016420     MOVE 'ACMB516'        TO ACMU503-SOURCE-PROG.
016460     MOVE 'ACMB516'        TO ACMU503-USER-ID.
016500     MOVE 'Y'              TO ACMU503-CHG-LIM-ATM
016580                              ACMU503-CHG-LIM-POS.
016660     MOVE TLO-TMP-LIM-ATM  TO ACMU503-NEW-LIM-ATM.
016740     MOVE TLO-TMP-LIM-POS  TO ACMU503-NEW-LIM-POS.
016820     CALL 'ACMU503' USING ACMU503-PARAMETERS.
016900     ADD 1 TO WS-TOTAL-APPLIED.
017000     MOVE 'APPLIED  ' TO DL-ACTION.
017100     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900 5200-RESTORE-ONE.
020980     INITIALIZE ACMU503-PARAMETERS.
021060     MOVE TLO-BANK-NBR     TO ACMU503-BANK-NBR.
021140     MOVE TLO-CARD-NBR     TO ACMU503-CARD-NBR.
021220     MOVE 'ACMB516'        TO ACMU503-SOURCE-PROG.
021260     MOVE 'ACMB516'        TO ACMU503-USER-ID.
021300     MOVE 'Y'              TO ACMU503-CHG-LIM-ATM
021380                              ACMU503-CHG-LIM-POS.
021460     MOVE TLO-ORIG-LIM-ATM TO ACMU503-NEW-LIM-ATM.
021540     MOVE TLO-ORIG-LIM-POS TO ACMU503-NEW-LIM-POS.
021620     CALL 'ACMU503' USING ACMU503-PARAMETERS.
021700     IF  NOT ACMU503-VALID
021800         ADD 1 TO WS-TOTAL-ERRORS
021900         MOVE 'NO-CARD  ' TO DL-ACTION
022000         MOVE TLO-ORIG-LIM-ATM TO TLO-TMP-LIM-ATM
