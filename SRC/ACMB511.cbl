002420*                      CIFCANDX COPYBOOK SHARED WITH ITS         *
002430*                      PRODUCER (CIFB010) AND CIFB529.           *
002440*                                                                *
002450*   10/15/2026 RM     THE STATUS CHANGE NOW GOES THROUGH        *
002460*                      ACMU503 SO IT IS JOURNALED ON             *
002470*                      ACM.CARDJRNL.                             *
002480*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006100     05  WS-TOTAL-UPDATED         PIC S9(7)   COMP  VALUE ZERO.
006200*----------------------------------------------------------------
006300     COPY ACRSTRAN.
006330*----------------------------------------------------------------
006360     COPY ACMU503P.
006400*----------------------------------------------------------------
006500     COPY ADMPARM1.
006600*----------------------------------------------------------------
019800     IF  ACMB511-AUDIT-ONLY
019900         MOVE 'AUDIT   ' TO DL-DISP
020000     ELSE
020080         INITIALIZE ACMU503-PARAMETERS
020160         MOVE ADC-BANK-NBR     TO ACMU503-BANK-NBR
020240         MOVE ADC-CARD-NBR     TO ACMU503-CARD-NBR
020320         MOVE 'ACMB511'        TO ACMU503-SOURCE-PROG
020360         MOVE 'ACMB511'        TO ACMU503-USER-ID
020400         MOVE 'Y'              TO ACMU503-CHG-STATUS
020480         MOVE WS-NEW-STATUS    TO ACMU503-NEW-STATUS
020560         CALL 'ACMU503' USING ACMU503-PARAMETERS
020640         IF  ACMU503-VALID
020720             ADD 1 TO WS-TOTAL-UPDATED
020800             MOVE 'STATUSED' TO DL-DISP
020880         ELSE
020960             MOVE 'UPD-ERR ' TO DL-DISP
021040         END-IF
021200     END-IF.
021300     MOVE WS-DETAIL-LINE TO RPT569-RECORD.
021400     WRITE RPT569-RECORD.
