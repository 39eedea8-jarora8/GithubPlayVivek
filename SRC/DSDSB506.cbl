000002*                      NTCREQ FOR THE EDOCB501 PER-CUSTOMER     *
000003*                      DIGEST INSTEAD OF CALLING EDOC050        *
000004*                      DIRECTLY.                                *
000005*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050    *
000006*                      IS NOW ARCHIVED ON EDOC.CORRARCH WITH    *
000007*                      ITS DELIVERY RESULT (EDOCU053), SO PAPER *
000008*                      PIECES REACH THE PRINT-AND-MAIL STREAM.  *
000340******************************************************************        
000310 ENVIRONMENT DIVISION.                                                    
000320 CONFIGURATION SECTION.                                                   
000700     COPY EMPWORK.                                                00070000
000001*----------------------------------------------------------------
000002     COPY EDOCU51P.
000003*----------------------------------------------------------------
000004     COPY EDOCU53P.
000702*    CIF-ACCOUNT (COPY CIFU010P) SUPPLIES ACCT-MAIL-CODE FOR THE  00070200
000704*    MAIL-SUPPRESSION CROSS-CHECK BELOW.                          00070400
000706     COPY CIFU010P.                                               00070600
001583         MOVE 'SPOOLED'   TO DL-DEL-RESULT
001584     ELSE
001586         CALL 'EDOC050' USING EDOC050-PARAMETERS
001589         PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT
001587         PERFORM 4500-CHECK-DEL-RESULT THRU 4500-EXIT
001588     END-IF.
001587     PERFORM 4700-CHECK-MAIL-SUPPRESS THRU 4700-EXIT.             00158700
075150     END-IF.
075160 7500-EXIT.
075170     EXIT.
075180*----------------------------------------------------------------
075190 7550-ARCHIVE-PIECE.
075200*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
075210*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
075220*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
075230     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
075240     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
075250     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
075260     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
075270     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
075280     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
075290     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
075300     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
075310     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
075320     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
075330     IF  NOT EDOCU053-VALID
075340         DISPLAY 'DSDSB506 - ' EDOCU053-ERROR-TEXT
075350     END-IF.
075360 7550-EXIT.
075370     EXIT.
900000*----------------------------------------------------------------
900010 9000-LOG-FATAL.
900020*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
