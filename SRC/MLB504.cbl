002100*                      RUN GET THE FREEZE-STATUS LETTER WITH     *
002200*                      THE REASON.  EVERYTHING PRODUCED IS       *
002300*                      REPORTED.                                 *
002310*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002320*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002330*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002340*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
007600     COPY EMPWORK.
007700*----------------------------------------------------------------
007800     COPY EDOCU51P.
007810*----------------------------------------------------------------
007820     COPY EDOCU53P.
007900*----------------------------------------------------------------
008000 01  WS-HEADING-1.
008100     05  FILLER  PIC X(132) VALUE
024100     MOVE SPACE              TO EDOC050-DEL-DATA (1).
024200     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
024300     CALL 'EDOC050' USING EDOC050-PARAMETERS.
024310     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
024400     MOVE LOAN-BANK-NBR TO DL-BANK-NBR.
024500     MOVE LOAN-ACCT-NBR TO DL-ACCT-NBR.
024600     MOVE WS-DETAIL-LINE TO RPT558-RECORD.
028300     END-IF.
028400 7500-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700 7550-ARCHIVE-PIECE.
028800*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
028900*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
029000*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
029100     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
029200     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
029300     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
029400     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
029500     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
029600     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
029700     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
029800     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
029900     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
030000     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
030100     IF  NOT EDOCU053-VALID
030200         DISPLAY 'MLB504 - ' EDOCU053-ERROR-TEXT
030300     END-IF.
030400 7550-EXIT.
030500     EXIT.
