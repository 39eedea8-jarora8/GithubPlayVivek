002400*                      REPORT BY BANK -- THE CALL REPORT         *
002500*                      NUMBERS, OFF THE LEDGER INSTEAD OF AN     *
002600*                      ESTIMATE.                                 *
002620*                                                                *
002640*   10/15/2026 RM     A RECOVERY ON A DEBT ALREADY REPORTED ON  *
002660*                      A FORM 1099-C IS ADDED TO ITS CIF.CO1099C *
002680*                      ROW, FLAGGED FOR TAX REVIEW AND LISTED.   *
002682*                                                                *
002684*   10/15/2026 RM     THE RECOVERY ENTRIES NOW CARRY THEIR GL    *
002686*                      ACCOUNT AND COST CENTER OFF GL.POSTRULE   *
002688*                      THROUGH GLU001 -- CATEGORY RCVR GIVES THE *
002690*                      CLEARING DEBIT (RCVD) AND THE WRITE-OFF   *
002692*                      CREDIT (RCVW), CATEGORY RCVRINC THE       *
002694*                      RECOVERY INCOME CREDIT (RCVI).  NO RULE   *
002696*                      POSTS TO GL SUSPENSE.                     *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
006200     05  GLFEED-REASON-CODE       PIC X(04).
006300     05  GLFEED-SOURCE-IND        PIC X(01).
006400     05  GLFEED-DESCRIPTION       PIC X(30).
006450     05  GLFEED-GL-ACCT           PIC X(08).
006500     05  GLFEED-COST-CENTER       PIC X(05).
006550     05  FILLER                   PIC X(06).
006600 FD  RPT596-FILE
006700     RECORDING MODE F.
006800 01  RPT596-RECORD               PIC X(132).
008700     05  WS-BANK-WRITEOFF         PIC S9(11)V99 COMP-3 VALUE +0.
008800     05  WS-BANK-RECOVERED        PIC S9(11)V99 COMP-3 VALUE +0.
008900     05  WS-BANK-NET              PIC S9(11)V99 COMP-3 VALUE +0.
008950     05  WS-TOTAL-POST-1099       PIC S9(7)   COMP  VALUE ZERO.
009000*----------------------------------------------------------------
009100     COPY CIFCHGOF.
009200*----------------------------------------------------------------
009230     COPY CIFCO99C.
009260*----------------------------------------------------------------
009270     COPY GLU001P.
009280*----------------------------------------------------------------
009300 01  WS-HEADING-1.
009400     05  FILLER  PIC X(132) VALUE
009500       'CIFB536  CHARGE-OFF RECOVERY PROCESSING'.
012800     05  FILLER       PIC X(19) VALUE 'NO LEDGER ROW    - '.
012900     05  TL-ORPHAN                PIC ZZZ,ZZ9.
013000     05  FILLER                   PIC X(106)  VALUE SPACE.
013020 01  WS-TOTAL-LINE-3.
013040     05  FILLER       PIC X(19) VALUE 'AFTER A 1099-C   - '.
013060     05  TL-POST-1099             PIC ZZZ,ZZ9.
013080     05  FILLER                   PIC X(106)  VALUE SPACE.
013100*----------------------------------------------------------------
013200 LINKAGE SECTION.
013300 01  CIFB536-PARM.
025900     ADD RCV-AMOUNT TO WS-TOTAL-RECOVERED.
026000     MOVE 'APPLIED  ' TO DL-ACTION.
026100     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
026150     PERFORM 3500-FLAG-POST-1099 THRU 3500-EXIT.
026200     PERFORM 2100-READ-RECOVERY THRU 2100-EXIT.
026300 3000-EXIT.
026400     EXIT.
026404*----------------------------------------------------------------
026408 3500-FLAG-POST-1099.
026412*    A DEBT ALREADY REPORTED CANCELLED ON A 1099-C (CIFB550)
026416*    HAS HAD ITS TAX TREATMENT CHANGED BY THIS PAYMENT.  THE
026420*    PAYMENT IS ADDED TO THE FORM'S ROW AND THE ROW FLAGGED
026424*    FOR TAX REPORTING TO DECIDE ON A CORRECTED FORM.
026428     EXEC SQL
026432         UPDATE CIF.CO1099C
026436            SET C99_POST_RCV_AMT  = C99_POST_RCV_AMT
026440                                  + :RCV-AMOUNT,
026444                C99_POST_RCV_DATE = CURRENT DATE,
026448                C99_REVIEW_IND    = 'Y'
026452          WHERE C99_BANK_NBR = :RCV-BANK-NBR
026456            AND C99_FILE_ID  = :RCV-FILE-ID
026460            AND C99_KEY      = :RCV-FILE-KEY
026464     END-EXEC.
026468     IF  SQLCODE = ZERO
026472         ADD 1 TO WS-TOTAL-POST-1099
026476         MOVE 'POST-1099' TO DL-ACTION
026480         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
026484     END-IF.
026488 3500-EXIT.
026492     EXIT.
026500*----------------------------------------------------------------
026600 4000-CUT-GL-ENTRIES.
026700*    ONE DEBIT TO THE RECOVERY CLEARING ACCOUNT FOR THE CASH,
026800*    THEN THE CREDIT SPLIT -- WRITE-OFF REVERSAL FIRST,
026900*    RECOVERY INCOME FOR ANY EXCESS.
026910     MOVE 'R'             TO GLU001-FUNCTION.
026920     MOVE 'CIFB536 '      TO GLU001-SOURCE-PROG.
026930     MOVE 'RCVR    '      TO GLU001-CATEGORY.
026940     MOVE RCV-BANK-NBR    TO GLU001-BANK-NBR.
026950     MOVE WS-TODAY        TO GLU001-AS-OF-DATE.
026960     MOVE RCV-AMOUNT      TO GLU001-AMOUNT.
026970     PERFORM 4100-RESOLVE-GL-RULE THRU 4100-EXIT.
027000     MOVE SPACES          TO GLFEED-RECORD.
027100     MOVE RCV-BANK-NBR    TO GLFEED-BANK-NBR.
027200     MOVE ZERO            TO GLFEED-ACCT-NBR.
027600     MOVE 'RCVR'          TO GLFEED-REASON-CODE.
027700     MOVE 'M'             TO GLFEED-SOURCE-IND.
027800     MOVE 'CHGOFF RECOVERY DR CLEARING' TO GLFEED-DESCRIPTION.
027830     MOVE GLU001-DR-GL-ACCT  TO GLFEED-GL-ACCT.
027860     MOVE GLU001-COST-CENTER TO GLFEED-COST-CENTER.
027900     WRITE GLFEED-RECORD.
028000     IF  WS-TO-WRITEOFF > ZERO
028100         MOVE 'RCVW'          TO GLFEED-TX-CODE
028200         MOVE WS-TO-WRITEOFF  TO GLFEED-TX-AMT
028300         MOVE 'CHGOFF RECOVERY CR WRITEOFF'
028400           TO GLFEED-DESCRIPTION
028450         MOVE GLU001-CR-GL-ACCT  TO GLFEED-GL-ACCT
028500         WRITE GLFEED-RECORD
028600     END-IF.
028700     IF  WS-TO-INCOME > ZERO
028720         MOVE 'RCVRINC '      TO GLU001-CATEGORY
028740         MOVE WS-TO-INCOME    TO GLU001-AMOUNT
028760         PERFORM 4100-RESOLVE-GL-RULE THRU 4100-EXIT
028800         MOVE 'RCVI'          TO GLFEED-TX-CODE
028900         MOVE WS-TO-INCOME    TO GLFEED-TX-AMT
029000         MOVE 'CHGOFF RECOVERY CR INCOME  '
029100           TO GLFEED-DESCRIPTION
029130         MOVE GLU001-CR-GL-ACCT  TO GLFEED-GL-ACCT
029160         MOVE GLU001-COST-CENTER TO GLFEED-COST-CENTER
029200         WRITE GLFEED-RECORD
029300     END-IF.
029400 4000-EXIT.
029500     EXIT.
029505*----------------------------------------------------------------
029510 4100-RESOLVE-GL-RULE.
029515*    THE ACCOUNTS COME OFF GL.POSTRULE.  A MISSING RULE STILL
029520*    RETURNS THE SUSPENSE ACCOUNTS; ONLY A MISSING SUSPENSE
029525*    RULE OR A FAILED LOG IS REPORTED HERE.
029530     CALL 'GLU001' USING GLU001-PARAMETERS.
029535     IF  NOT GLU001-VALID
029540         DISPLAY 'CIFB536 - ' GLU001-ERROR-TEXT
029545         MOVE 4 TO RETURN-CODE
029550     END-IF.
029555 4100-EXIT.
029560     EXIT.
029600*----------------------------------------------------------------
029700 5000-WRITE-DETAIL.
029800     MOVE RCV-BANK-NBR   TO DL-BANK-NBR.
035900     MOVE WS-TOTAL-ORPHAN TO TL-ORPHAN.
036000     MOVE WS-TOTAL-LINE-2 TO RPT596-RECORD.
036100     WRITE RPT596-RECORD.
036120     MOVE WS-TOTAL-POST-1099 TO TL-POST-1099.
036140     MOVE WS-TOTAL-LINE-3 TO RPT596-RECORD.
036160     WRITE RPT596-RECORD.
036200     CLOSE RPT596-FILE.
036300 8000-EXIT.
036400     EXIT.
