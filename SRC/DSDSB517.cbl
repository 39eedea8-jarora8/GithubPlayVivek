002850*                      FOR DSDSB522'S NACHA CCD DEBIT            *
002860*                      ORIGINATION INSTEAD, KILLING THE 20-DAY   *
002870*                      PAPER FLOAT ON ANALYSIS-FEE COLLECTION.   *
002872*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002874*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002876*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002878*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002880******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
008900     COPY EMPWORK.
009000*----------------------------------------------------------------
009100     COPY EDOCU51P.
009110*----------------------------------------------------------------
009120     COPY EDOCU53P.
009200*----------------------------------------------------------------
008510*----------------------------------------------------------------
008520     COPY DSDSAEXT.
028000         PERFORM 7700-SPOOL-REQUEST THRU 7700-EXIT
028100     ELSE
028200         CALL 'EDOC050' USING EDOC050-PARAMETERS
028210         PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT
028300     END-IF.
028400 5000-EXIT.
028500     EXIT.
032000     END-IF.
032100 7500-EXIT.
032200     EXIT.
032204*----------------------------------------------------------------
032208 7550-ARCHIVE-PIECE.
032212*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
032216*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
032220*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
032224     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
032228     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
032232     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
032236     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
032240     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
032244     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
032248     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
032252     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
032256     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
032260     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
032264     IF  NOT EDOCU053-VALID
032268         DISPLAY 'DSDSB517 - ' EDOCU053-ERROR-TEXT
032272     END-IF.
032276 7550-EXIT.
032280     EXIT.
032300*----------------------------------------------------------------
032400 7700-SPOOL-REQUEST.
032500*    DIGEST MODE -- THE REQUEST GOES TO THE NTCREQ SPOOL FOR
