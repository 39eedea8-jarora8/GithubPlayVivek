002800*                      AND THE SHARED CALENDAR, AS THE          *
002900*                      REGULATION SPECIFIES, NOT APPROXIMATED   *
003000*                      IN CALENDAR DAYS.                        *
003010*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050    *
003020*                      IS NOW ARCHIVED ON EDOC.CORRARCH WITH    *
003030*                      ITS DELIVERY RESULT (EDOCU053), SO PAPER *
003040*                      PIECES REACH THE PRINT-AND-MAIL STREAM.  *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
008200     COPY EMPWORK.
008300*----------------------------------------------------------------
008400     COPY EDOCU51P.
008410*----------------------------------------------------------------
008420     COPY EDOCU53P.
008500*----------------------------------------------------------------
008600 01  WS-HEADING-1.
008700     05  FILLER  PIC X(132) VALUE
030700     MOVE SPACE              TO EDOC050-DEL-DATA (1).
030800     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
030900     CALL 'EDOC050' USING EDOC050-PARAMETERS.
030910     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
031000     MOVE WS-TAX-ID        TO DL-TAX-ID.
031100     MOVE WS-CUST-ID       TO DL-CUST-ID.
031200     MOVE BNTC-WH-DEADLINE TO DL-WH-DEADLINE.
035100     END-IF.
035200 7500-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500 7550-ARCHIVE-PIECE.
035600*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
035700*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
035800*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
035900     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
036000     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
036100     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
036200     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
036300     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
036400     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
036500     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
036600     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
036700     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
036800     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
036900     IF  NOT EDOCU053-VALID
037000         DISPLAY 'IRSB501 - ' EDOCU053-ERROR-TEXT
037100     END-IF.
037200 7550-EXIT.
037300     EXIT.
