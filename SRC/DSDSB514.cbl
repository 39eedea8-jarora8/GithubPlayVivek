002600*   08/21/2026 RM     DIGEST MODE (NEW PARM) SPOOLS STATEMENT   *
002700*                      REQUESTS TO NTCREQ FOR THE EDOCB501      *
002800*                      PER-CUSTOMER DIGEST.                     *
002810*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050    *
002820*                      IS NOW ARCHIVED ON EDOC.CORRARCH WITH    *
002830*                      ITS DELIVERY RESULT (EDOCU053), SO PAPER *
002840*                      PIECES REACH THE PRINT-AND-MAIL STREAM.  *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
009100     COPY EMPWORK.
009200*----------------------------------------------------------------
009300     COPY EDOCU51P.
009310*----------------------------------------------------------------
009320     COPY EDOCU53P.
009400*----------------------------------------------------------------
009500 01  WS-HEADING-1.
009600     05  FILLER  PIC X(132) VALUE
021900         MOVE 'P' TO EDOC050-DEL-RESULT-SW (1)
022000     ELSE
022100         CALL 'EDOC050' USING EDOC050-PARAMETERS
022110         PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT
022200     END-IF.
022300     MOVE ODH-BANK-NO          TO DL-BANK-NO.
022400     MOVE ODH-ACCT-ID          TO DL-ACCT-ID.
030000     END-IF.
030100 7500-EXIT.
030200     EXIT.
030204*----------------------------------------------------------------
030208 7550-ARCHIVE-PIECE.
030212*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
030216*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
030220*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
030224     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
030228     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
030232     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
030236     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
030240     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
030244     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
030248     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
030252     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
030256     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
030260     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
030264     IF  NOT EDOCU053-VALID
030268         DISPLAY 'DSDSB514 - ' EDOCU053-ERROR-TEXT
030272     END-IF.
030276 7550-EXIT.
030280     EXIT.
030300*----------------------------------------------------------------
030400 7600-RECORD-BOUNCE.
030500*    THE BOUNCE FEEDS THE PREFERENCE STORE SO EDOCU051'S
