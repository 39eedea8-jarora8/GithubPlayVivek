002200*                      EXTENDS DEP-RELEASE-DATE AND SENDS THE    *
002300*                      REQUIRED CUSTOMER HOLD NOTICE THROUGH     *
002400*                      EDOC050.                                  *
002410*                                                                *
002420*   10/15/2026 RM     EVERY EXCEPTION DECISION, WITH ITS LARGE-  *
002430*                      DEPOSIT AND NEW-ACCOUNT STATUS, IS KEPT   *
002440*                      ON FINQ.REGCCEXC FOR THE FINQB512 REG CC  *
002450*                      AVAILABILITY AUDIT.                       *
002460*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002470*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002480*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002490*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002492*   10/15/2026 RM     A FAILED FINQ.REGCCEXC INSERT IS SHOWN     *
002494*                      AND COUNTED, AND THE ROW CARRIES THE      *
002496*                      LATER OF THE DEPOSIT'S OWN RELEASE DATE   *
002498*                      AND THE EXTENDED ONE.                     *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
005400     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
005500     05  WS-TOTAL-SCANNED         PIC S9(7)   COMP  VALUE ZERO.
005600     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
005650     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
005700 01  WS-ACCT-KEY-WORK.
005800     05  FILLER                   PIC X(16)   VALUE SPACES.
005900     05  WS-ACCT-KEY-NBR          PIC X(09).
007400*----------------------------------------------------------------
007500     COPY GJWCPYA1.
007600*----------------------------------------------------------------
007620     COPY FINQREXC.
007640*----------------------------------------------------------------
007700     COPY EMPWORK.
007800*----------------------------------------------------------------
007900     COPY EDOCU51P.
007910*----------------------------------------------------------------
007920     COPY EDOCU53P.
008000*----------------------------------------------------------------
008100 01  WS-HEADING-1.
008200     05  FILLER  PIC X(132) VALUE
010300     05  FILLER       PIC X(19) VALUE 'EXCEPTION HOLDS  - '.
010400     05  TL-HELD                  PIC ZZZ,ZZ9.
010500     05  FILLER                   PIC X(106)  VALUE SPACE.
010510 01  WS-TOTAL-LINE-3.
010520     05  FILLER       PIC X(19) VALUE 'INSERT ERRORS    - '.
010530     05  TL-ERRORS                PIC ZZZ,ZZ9.
010540     05  FILLER                   PIC X(106)  VALUE SPACE.
010600*----------------------------------------------------------------
010700 LINKAGE SECTION.
010800 01  FINQB505-PARM.
018700     MOVE DEP-ACCT-NBR TO WS-ACCT-KEY-NBR.
018800     MOVE WS-ACCT-KEY-WORK TO WS-ACCT-KEY-25.
018900     PERFORM 3000-TEST-LARGE-DEPOSIT THRU 3000-EXIT.
019000*    THE NEW-ACCOUNT TEST RUNS EVEN BEHIND A LARGE DEPOSIT, SO
019100*    FINQ.REGCCEXC CARRIES BOTH EXCEPTION STATUSES.
019200     PERFORM 3100-TEST-NEW-ACCOUNT THRU 3100-EXIT.
019300     IF  WS-REASON = SPACES
019400         PERFORM 3200-TEST-REPEAT-OD THRU 3200-EXIT
019500     END-IF.
019600     IF  WS-REASON NOT = SPACES
019650         PERFORM 4100-RECORD-EXCEPTION THRU 4100-EXIT
019700         PERFORM 4000-PLACE-EXCEPTION-HOLD THRU 4000-EXIT
019800     END-IF.
019900     PERFORM 2100-FETCH-DEPOSIT THRU 2100-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500 3000-TEST-LARGE-DEPOSIT.
021550     MOVE 'N' TO REXC-LARGE-IND.
021600     IF  DEP-AMOUNT > FINQB505-LARGE-AMT
021700         MOVE 'LARGE-DEP ' TO WS-REASON
021750         MOVE 'Y' TO REXC-LARGE-IND
021800     END-IF.
021900 3000-EXIT.
022000     EXIT.
022300*    THE ACCOUNT'S OPEN DATE COMES OFF CIF.ACCOUNT THROUGH THE
022400*    LOW-ORDER-NUMERIC KEY BRIDGE.  AN ACCOUNT CIF CANNOT PLACE
022500*    IS NOT CALLED NEW ON GUESSWORK.
022550     MOVE 'N' TO REXC-NEW-ACCT-IND.
022600     MOVE SPACES       TO WS-ACCT-OPEN-DATE.
022700     EXEC SQL
022800         SELECT ACCT_OPEN_DATE
023300     END-EXEC.
023400     IF  SQLCODE = ZERO
023500     AND WS-ACCT-OPEN-DATE > WS-OPEN-CUTOFF
023550         MOVE 'Y' TO REXC-NEW-ACCT-IND
023600         IF  WS-REASON = SPACES
023650             MOVE 'NEW-ACCT  ' TO WS-REASON
023670         END-IF
023700     END-IF.
023800 3100-EXIT.
023900     EXIT.
028800     PERFORM 5000-SEND-HOLD-NOTICE THRU 5000-EXIT.
028900 4000-EXIT.
029000     EXIT.
029002*----------------------------------------------------------------
029004 4100-RECORD-EXCEPTION.
029006*    WRITTEN WHETHER OR NOT THE RELEASE DATE MOVES -- THE AUDIT
029008*    NEEDS THE DECISION, NOT JUST ITS EFFECT.  THE RELEASE DATE
029010*    RECORDED IS THE ONE THE DEPOSIT ENDS UP WITH: 4000 LEAVES A
029012*    LATER DATE ALREADY ON THE DEPOSIT ALONE.
029014     MOVE DEP-BANK-NBR        TO REXC-BANK-NBR.
029016     MOVE DEP-ACCT-ID         TO REXC-ACCT-ID.
029018     MOVE DEP-ACCT-NBR        TO REXC-ACCT-NBR.
029020     MOVE WS-TODAY-DATE       TO REXC-PLACE-DATE.
029022     MOVE WS-REASON           TO REXC-REASON.
029024     MOVE DEP-AMOUNT          TO REXC-AMOUNT.
029026     IF  DEP-RELEASE-DATE > WS-EXT-RELEASE-DATE
029028         MOVE DEP-RELEASE-DATE    TO REXC-RELEASE-DATE
029030     ELSE
029032         MOVE WS-EXT-RELEASE-DATE TO REXC-RELEASE-DATE
029034     END-IF.
029036     EXEC SQL
029038         INSERT INTO FINQ.REGCCEXC
029040                (REXC_BANK_NBR, REXC_ACCT_ID, REXC_ACCT_NBR,
029042                 REXC_PLACE_DATE, REXC_LARGE_IND,
029044                 REXC_NEW_ACCT_IND, REXC_REASON, REXC_AMOUNT,
029046                 REXC_RELEASE_DATE)
029048         VALUES (:REXC-BANK-NBR, :REXC-ACCT-ID, :REXC-ACCT-NBR,
029050                 :REXC-PLACE-DATE, :REXC-LARGE-IND,
029052                 :REXC-NEW-ACCT-IND, :REXC-REASON, :REXC-AMOUNT,
029054                 :REXC-RELEASE-DATE)
029056     END-EXEC.
029058     IF  SQLCODE NOT = ZERO
029060     AND SQLCODE NOT = -803
029062         DISPLAY 'FINQB505 - REGCCEXC INSERT FAILED, SQLCODE '
029064             SQLCODE
029066         ADD 1 TO WS-TOTAL-ERRORS
029068     END-IF.
029070 4100-EXIT.
029072     EXIT.
029100*----------------------------------------------------------------
029200 5000-SEND-HOLD-NOTICE.
029300*    REG CC REQUIRES THE CUSTOMER BE TOLD THE HOLD WAS EXTENDED,
030500     MOVE SPACE               TO EDOC050-DEL-DATA (1).
030600     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
030700     CALL 'EDOC050' USING EDOC050-PARAMETERS.
030710     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
030800 5000-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031500     MOVE WS-TOTAL-HELD TO TL-HELD.
031600     MOVE WS-TOTAL-LINE-2 TO RPT553-RECORD.
031700     WRITE RPT553-RECORD.
031710     MOVE WS-TOTAL-ERRORS TO TL-ERRORS.
031720     MOVE WS-TOTAL-LINE-3 TO RPT553-RECORD.
031730     WRITE RPT553-RECORD.
031800     EXEC SQL
031900         CLOSE CSR553
032000     END-EXEC.
033900     END-IF.
034000 7500-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034300 7550-ARCHIVE-PIECE.
034400*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
034500*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
034600*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
034700     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
034800     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
034900     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
035000     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
035100     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
035200     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
035300     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
035400     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
035500     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
035600     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
035700     IF  NOT EDOCU053-VALID
035800         DISPLAY 'FINQB505 - ' EDOCU053-ERROR-TEXT
035900     END-IF.
036000 7550-EXIT.
036100     EXIT.
