002440*                      THE ACM.TOKENXRF VAULT -- THE OLD         *
002450*                      NUMBER'S TOKENS MUST NOT OUTLIVE IT.      *
002460*                                                                *
002465*   10/15/2026 RM     THE STATUS CHANGE NOW GOES THROUGH        *
002470*                      ACMU503 SO IT IS JOURNALED ON             *
002475*                      ACM.CARDJRNL.                             *
002480*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006600     COPY ACRSTRAN.
006610*----------------------------------------------------------------
006620     COPY ACMTOKEN.
006640*----------------------------------------------------------------
006660     COPY ACMU503P.
006700*----------------------------------------------------------------
006800 01  WS-HEADING-1.
006900     05  FILLER  PIC X(132) VALUE
017900     ELSE
018000         MOVE '60' TO WS-NEW-STATUS
018100     END-IF.
018105*    THE STATUS CHANGE GOES THROUGH ACMU503 SO IT IS JOURNALED;
018110*    THE REISSUE COUNT AND DATE ARE THIS PROGRAM'S OWN UPDATE.
018115     INITIALIZE ACMU503-PARAMETERS.
018120     MOVE CAMS-CARD-NBR    TO ACMU503-CARD-NBR.
018125     MOVE 'ACMB508'        TO ACMU503-SOURCE-PROG.
018130     MOVE 'ACMB508'        TO ACMU503-USER-ID.
018135     MOVE 'Y'              TO ACMU503-CHG-STATUS.
018140     MOVE WS-NEW-STATUS    TO ACMU503-NEW-STATUS.
018145     CALL 'ACMU503' USING ACMU503-PARAMETERS.
018150     IF  NOT ACMU503-VALID
018155         ADD 1 TO WS-TOTAL-UNMATCHED
018160         MOVE 'SQLERROR ' TO DL-DISP
018165         GO TO 3000-EXIT
018170     END-IF.
018200     EXEC SQL
018300         UPDATE ACM.DEBCARD
018500            SET ADC_TIMES_REISSUE = ADC_TIMES_REISSUE + 1,
018600                ADC_REISSUE_DATE = CURRENT DATE
018700          WHERE ADC_CARD_NBR = :CAMS-CARD-NBR
018800     END-EXEC.
