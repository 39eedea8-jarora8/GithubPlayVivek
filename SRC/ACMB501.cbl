000012*                      REQUESTS (TOKOUT) FOR ITS ACTIVE WALLET   *
000013*                      TOKENS IN THE ACM.TOKENXRF VAULT, SO THE  *
000014*                      PHONE STOPS PAYING WHEN THE PLASTIC DOES. *
000015*   10/15/2026 RM     THE HOT-CARD UPDATE NOW GOES THROUGH      *
000016*                      ACMU503 SO THE STATUS CHANGE IS           *
000017*                      JOURNALED ON ACM.CARDJRNL.                *
000280******************************************************************        
000290 ENVIRONMENT DIVISION.                                                    
000300 CONFIGURATION SECTION.                                                   
000860     05  FILLER              PIC X(29) VALUE SPACE.                       
000870*----------------------------------------------------------------         
000880     COPY ACRSTRAN.                                                       
000882*----------------------------------------------------------------
000884     COPY ACMU503P.
000890*----------------------------------------------------------------         
000900 LINKAGE SECTION.                                                         
000910 01  ACMB501-PARM.                                                        
001840 5000-SET-HOT-CARD.                                                       
001850*    FLIP THE CARD TO HOT-CARD STATUS (30) SO FRAUD OPS DOES NOT          
001860*    HAVE TO ACT MANUALLY ON EVERY EXCEPTION.                             
001865*    THE CHANGE GOES THROUGH ACMU503 SO IT IS JOURNALED.
001870     INITIALIZE ACMU503-PARAMETERS.
001875     MOVE ADC-BANK-NBR     TO ACMU503-BANK-NBR.
001880     MOVE ADC-CARD-NBR     TO ACMU503-CARD-NBR.
001885     MOVE 'ACMB501'        TO ACMU503-SOURCE-PROG.
001887     MOVE 'ACMB501'        TO ACMU503-USER-ID.
001890     MOVE 'Y'              TO ACMU503-CHG-STATUS.
001895     MOVE '30'             TO ACMU503-NEW-STATUS.
001900     CALL 'ACMU503' USING ACMU503-PARAMETERS.
001905     IF  ACMU503-VALID
001910         MOVE 'Y' TO DL-HOTCARDED-FLAG
001915         ADD 1 TO WS-GROUP-HOTCARDED
001920         ADD 1 TO WS-TOTAL-HOTCARDED
001925         PERFORM 5500-SUSPEND-TOKENS THRU 5500-EXIT
001930     END-IF.
001980 5000-EXIT.                                                               
001990     EXIT.                                                                
002000*----------------------------------------------------------------         
