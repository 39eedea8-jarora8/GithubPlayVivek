003890*                      THE BALANCE RE-FETCH, AND THE MOVE TO     *
003891*                      STAGE 4.                                  *
003892*                                                                *
003893*   10/15/2026 RM     EACH LETTER EDOC050 HANDLES, DELIVERED OR  *
003894*                      NOT, IS NOW ARCHIVED ON EDOC.CORRARCH     *
003895*                      WITH ITS DELIVERY RESULT (EDOCU053) FOR   *
003896*                      THE NOTICE TIMELINESS PROOF (EDOCB505).   *
003897*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
013300     COPY EMPWORK.
013400*----------------------------------------------------------------
013500     COPY EDOCU51P.
013510*----------------------------------------------------------------
013520     COPY EDOCU53P.
013600*----------------------------------------------------------------
013700 01  WS-HEADING-1.
013800     05  FILLER  PIC X(132) VALUE
032100     MOVE SPACE              TO EDOC050-DEL-DATA (1).
032200     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
032300     CALL 'EDOC050' USING EDOC050-PARAMETERS.
032310     PERFORM 7700-ARCHIVE-LETTER THRU 7700-EXIT.
032400*    A LETTER THAT BOUNCED OR TIMED OUT NEVER REACHED THE
032500*    CUSTOMER, SO THE ACCOUNT STAYS AT STAGE 1 AND THE LETTER IS
032600*    RETRIED NEXT RUN -- THE RESPONSE CLOCK MUST NOT START ON AN
057300     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
057400 7600-EXIT.
057500     EXIT.
057510*----------------------------------------------------------------
057520 7700-ARCHIVE-LETTER.
057530*    THE LETTER AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
057540*    THE CORRESPONDENCE ARCHIVE.  A BOUNCED LETTER IS ARCHIVED
057550*    TOO -- THE RETRY NEXT RUN IS THE FALLBACK THE PROOF LOOKS
057560*    FOR.
057570     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
057580     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
057590     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
057600     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
057610     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
057620     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
057630     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
057640     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
057650     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
057660     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
057670     IF  NOT EDOCU053-VALID
057680         DISPLAY 'CIFB529 - ' EDOCU053-ERROR-TEXT
057690     END-IF.
057700 7700-EXIT.
057710     EXIT.
