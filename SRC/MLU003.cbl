002400*                      THE CALLER ASKS.  THREE SHORT PAYOFFS     *
002500*                      LAST QUARTER CAME FROM NUMBERS READ       *
002600*                      OVER THE PHONE -- THIS IS THE FIX.        *
002610*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002620*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002630*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002640*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
007100     COPY EMPWORK.
007200*----------------------------------------------------------------
007300     COPY EDOCU51P.
007310*----------------------------------------------------------------
007320     COPY EDOCU53P.
007400*----------------------------------------------------------------
007500 LINKAGE SECTION.
007600 COPY MLU003P.
019400     MOVE SPACE               TO EDOC050-DEL-DATA (1).
019500     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
019600     CALL 'EDOC050' USING EDOC050-PARAMETERS.
019610     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
019700 6000-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
021400     END-IF.
021500 7500-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
021800 7550-ARCHIVE-PIECE.
021900*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
022000*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
022100*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
022200*    A FAILED ARCHIVE DOES NOT FAIL THE QUOTE, WHICH HAS
022300*    ALREADY GONE OUT.
022400     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
022500     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
022600     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
022700     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
022800     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
022900     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
023000     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
023100     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
023200     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
023300     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
023400 7550-EXIT.
023500     EXIT.
