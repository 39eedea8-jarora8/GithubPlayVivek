002400*                      THE SERVICE BUREAU'S FULLY-INDEXED RATE   *
002500*                      -- THE DISCREPANCIES THAT HAVE COST US    *
002600*                      REIMBURSEMENTS BEFORE.                    *
002610*                                                                *
002620*   10/15/2026 RM     EACH NOTICE EDOC050 HANDLES IS NOW         *
002630*                      ARCHIVED ON EDOC.CORRARCH WITH ITS        *
002640*                      DELIVERY RESULT (EDOCU053), AND EACH RATE *
002650*                      CHANGE FOUND IS REGISTERED ON ML.ARMCHG,  *
002660*                      THE TRIGGER THE NOTICE TIMELINESS PROOF   *
002670*                      (EDOCB505) MEASURES THE NOTICE AGAINST.   *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
007800     COPY EMPWORK.
007900*----------------------------------------------------------------
008000     COPY EDOCU51P.
008010*----------------------------------------------------------------
008020     COPY EDOCU53P.
008030*----------------------------------------------------------------
008040     COPY MLARMCHG.
008100*----------------------------------------------------------------
008200 01  WS-HEADING-1.
008300     05  FILLER  PIC X(132) VALUE
022900     MOVE SPACE              TO EDOC050-DEL-DATA (1).
023000     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
023100     CALL 'EDOC050' USING EDOC050-PARAMETERS.
023110     PERFORM 7600-ARCHIVE-NOTICE THRU 7600-EXIT.
023120     PERFORM 7700-REGISTER-CHANGE THRU 7700-EXIT.
023200*    THE CROSS-CHECK -- OUR INDEX-PLUS-MARGIN AGAINST THE
023300*    BUREAU'S FULLY-INDEXED APR.  PAST THE TOLERANCE, THE LOAN
023400*    GOES ON THE DISCREPANCY LINE.
028900     END-IF.
029000 7500-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300 7600-ARCHIVE-NOTICE.
029400*    THE NOTICE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
029500*    THE CORRESPONDENCE ARCHIVE -- THE EVIDENCE AN EXAMINER
029600*    ASKS FOR.
029700     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
029800     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
029900     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
030000     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
030100     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
030200     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
030300     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
030400     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
030500     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
030600     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
030700     IF  NOT EDOCU053-VALID
030800         DISPLAY 'MLB505 - ' EDOCU053-ERROR-TEXT
030900         ADD 1 TO WS-TOTAL-EXCEPTIONS
031000     END-IF.
031100 7600-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400 7700-REGISTER-CHANGE.
031500*    THE FIRST RUN TO SEE A RATE CHANGE REGISTERS IT; LATER RUNS
031600*    INSIDE THE SAME WINDOW FIND IT ALREADY THERE (-803).
031700     MOVE LOAN-BANK-NBR    TO ARMC-BANK-NBR.
031800     MOVE LOAN-ACCT-NBR    TO ARMC-LOAN-NBR.
031900     MOVE ML02003-NEXT-INT-RATE-CHG-DT TO ARMC-CHG-DATE.
032000     MOVE WS-COMPUTED-RATE TO ARMC-NEW-RATE.
032100     EXEC SQL
032200         INSERT INTO ML.ARMCHG
032300                (ARMC_BANK_NBR, ARMC_LOAN_NBR, ARMC_CHG_DATE,
032400                 ARMC_FOUND_DATE, ARMC_NEW_RATE)
032500         VALUES (:ARMC-BANK-NBR, :ARMC-LOAN-NBR, :ARMC-CHG-DATE,
032600                 CURRENT DATE, :ARMC-NEW-RATE)
032700     END-EXEC.
032800     IF  SQLCODE NOT = ZERO
032900     AND SQLCODE NOT = -803
033000         DISPLAY 'MLB505 - ML.ARMCHG INSERT FAILED, SQLCODE '
033100             SQLCODE
033200         ADD 1 TO WS-TOTAL-EXCEPTIONS
033300     END-IF.
033400 7700-EXIT.
033500     EXIT.
