002300*                      PAPER OTHERWISE.  ACCOUNTS WHOSE          *
002400*                      ACCT-MAIL-CODE SUPPRESSES MAIL STAY OUT   *
002500*                      OF THE PACKAGE.                           *
002510*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002520*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002530*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002540*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
009800     COPY EMPWORK.
009900*----------------------------------------------------------------
010000     COPY EDOCU51P.
010010*----------------------------------------------------------------
010020     COPY EDOCU53P.
010100*----------------------------------------------------------------
010200 01  WS-HEADING-1.
010300     05  FILLER  PIC X(132) VALUE
029900     MOVE SPACE              TO EDOC050-DEL-DATA (1).
030000     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
030100     CALL 'EDOC050' USING EDOC050-PARAMETERS.
030110     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
030200     MOVE WS-PREV-ANCHOR     TO DL-ANCHOR-ID.
030300     MOVE WS-PKG-BANK-NBR    TO DL-BANK-NBR.
030400     MOVE WS-PKG-COUNT       TO DL-ACCT-COUNT.
034600     END-IF.
034700 7500-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000 7550-ARCHIVE-PIECE.
035100*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
035200*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
035300*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
035400     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
035500     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
035600     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
035700     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
035800     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
035900     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
036000     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
036100     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
036200     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
036300     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
036400     IF  NOT EDOCU053-VALID
036500         DISPLAY 'CIFB530 - ' EDOCU053-ERROR-TEXT
036600     END-IF.
036700 7550-EXIT.
036800     EXIT.
