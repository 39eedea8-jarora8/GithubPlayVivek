002200*                      EDOC050.  LOANS WHOSE DATA CANNOT         *
002300*                      SUPPORT THE COMPUTATION GO TO AN          *
002400*                      EXCEPTION LIST INSTEAD.                   *
002410*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002420*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002430*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002440*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
007600     COPY EMPWORK.
007700*----------------------------------------------------------------
007800     COPY EDOCU51P.
007810*----------------------------------------------------------------
007820     COPY EDOCU53P.
007900*----------------------------------------------------------------
008000 01  WS-HEADING-1.
008100     05  FILLER  PIC X(132) VALUE
021600     MOVE SPACE              TO EDOC050-DEL-DATA (1).
021700     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
021800     CALL 'EDOC050' USING EDOC050-PARAMETERS.
021810     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
021900     MOVE 'STATEMENT'        TO DL-DISP.
022000     MOVE LOAN-BANK-NBR      TO DL-BANK-NBR.
022100     MOVE LOAN-ACCT-NBR      TO DL-ACCT-NBR.
026800     END-IF.
026900 7500-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 7550-ARCHIVE-PIECE.
027300*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
027400*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
027500*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
027600     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
027700     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
027800     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
027900     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
028000     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
028100     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
028200     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
028300     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
028400     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
028500     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
028600     IF  NOT EDOCU053-VALID
028700         DISPLAY 'MLB502 - ' EDOCU053-ERROR-TEXT
028800     END-IF.
028900 7550-EXIT.
029000     EXIT.
