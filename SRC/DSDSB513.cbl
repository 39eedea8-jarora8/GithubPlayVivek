002500*                      ADDENDA -- AND EVERY ITEM IS REPORTED     *
002600*                      AGAINST ITS COMPUTED TWO-BUSINESS-DAY     *
002700*                      DEADLINE (ADMU503, SHARED CALENDAR).      *
002710*   10/15/2026 RM     EACH RETURN SENT IS ALSO RECORDED ON       *
002720*                      DSDS.ACHRTN (ORIGINATOR, INDIVIDUAL ID,   *
002730*                      AMOUNT, R-CODE) SO NIPSB508 CAN KNOW A    *
002740*                      RE-PRESENTMENT OF THE ENTRY WHEN IT       *
002750*                      COMES BACK.                               *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
016400     05  FILLER                  PIC X(59)   VALUE SPACE.
016500*----------------------------------------------------------------
016600     COPY ADMU503P.
016630*----------------------------------------------------------------
016660     COPY DSDSARTN.
016700*----------------------------------------------------------------
016800 01  WS-HEADING-1.
016900     05  FILLER  PIC X(132) VALUE
031200     MOVE WS-ADDENDA       TO NACHA-RECORD.
031300     WRITE NACHA-RECORD.
031400     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
031450     PERFORM 3100-RECORD-RETURN THRU 3100-EXIT.
031500 3000-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031702 3100-RECORD-RETURN.
031704*    THE RETURN IS KEPT ON DSDS.ACHRTN FOR RE-PRESENTMENT
031706*    MATCHING.  A ROW ALREADY ON FILE (-803) IS A RERUN OF THE
031708*    SAME RETURN FILE AND IS LEFT AS IT IS; ANY OTHER FAILURE
031710*    IS NOTED BUT DOES NOT HOLD UP THE NACHA FILE.
031712     MOVE WS-TODAY            TO ARTN-RETURN-DATE.
031714     MOVE RET-ORIG-TRACE      TO ARTN-ORIG-TRACE.
031716     MOVE RET-REASON-CODE     TO ARTN-REASON-CODE.
031718     MOVE RET-ACH-PAR-NBR     TO ARTN-ACH-PAR-NBR.
031720     MOVE RET-STD-ENTRY-CLASS TO ARTN-SEC.
031722     MOVE RET-CO-NAME         TO ARTN-CO-NAME.
031724     MOVE RET-INDIV-ID        TO ARTN-INDIV-ID.
031726     MOVE RET-ORIG-ACCT       TO ARTN-ORIG-ACCT.
031728     MOVE RET-AMOUNT          TO ARTN-AMOUNT.
031730     MOVE RET-POST-DATE       TO ARTN-POST-DATE.
031732     MOVE RET-DR-CR           TO ARTN-DR-CR.
031734     EXEC SQL
031736         INSERT INTO DSDS.ACHRTN
031738                (ARTN_RETURN_DATE, ARTN_ORIG_TRACE,
031740                 ARTN_REASON_CODE, ARTN_ACH_PAR_NBR, ARTN_SEC,
031742                 ARTN_CO_NAME, ARTN_INDIV_ID, ARTN_ORIG_ACCT,
031744                 ARTN_AMOUNT, ARTN_POST_DATE, ARTN_DR_CR)
031746         VALUES (:ARTN-RETURN-DATE, :ARTN-ORIG-TRACE,
031748                 :ARTN-REASON-CODE, :ARTN-ACH-PAR-NBR, :ARTN-SEC,
031750                 :ARTN-CO-NAME, :ARTN-INDIV-ID, :ARTN-ORIG-ACCT,
031752                 :ARTN-AMOUNT, :ARTN-POST-DATE, :ARTN-DR-CR)
031754     END-EXEC.
031756     IF  SQLCODE NOT = ZERO
031758     AND SQLCODE NOT = -803
031760         DISPLAY 'DSDSB513 - ACHRTN INSERT FAILED, TRACE '
031762             RET-ORIG-TRACE ' SQLCODE ' SQLCODE
031764     END-IF.
031766 3100-EXIT.
031768     EXIT.
031770*----------------------------------------------------------------
031800 4000-BUILD-NOC.
031900*    A NOC ONLY GOES OUT WHEN THE ACCOUNT WE CORRECTED REALLY
032000*    DIFFERS FROM WHAT THE ORIGINATOR SENT.  COR ENTRIES ARE
