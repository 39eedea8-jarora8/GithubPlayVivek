002300*                      DATE.  A RECONCILEMENT PASS RE-SUMS THE   *
002400*                      FLIPPED ROWS AND PROVES THEY TIE TO THE   *
002500*                      AMOUNT REMITTED.                          *
002510*                                                                *
002520*   10/15/2026 RM     EACH GL REMITTANCE PAIR NOW CARRIES ITS GL *
002530*                      ACCOUNT AND COST CENTER, RESOLVED OFF THE *
002540*                      GL.POSTRULE RULE FOR CATEGORY BKWH        *
002550*                      THROUGH GLU001 -- DEBIT ACCOUNT ON FWHD,  *
002560*                      CREDIT ON FWHC.  NO RULE POSTS TO GL      *
002570*                      SUSPENSE.                                 *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
004800     05  GLFEED-REASON-CODE       PIC X(04).
004900     05  GLFEED-SOURCE-IND        PIC X(01).
005000     05  GLFEED-DESCRIPTION       PIC X(30).
005050     05  GLFEED-GL-ACCT           PIC X(08).
005100     05  GLFEED-COST-CENTER       PIC X(05).
005150     05  FILLER                   PIC X(06).
005200 FD  RPT541-FILE
005300     RECORDING MODE F.
005400 01  RPT541-RECORD               PIC X(132).
007100*----------------------------------------------------------------
007200     COPY KATCPYA2.
007300*----------------------------------------------------------------
007330     COPY GLU001P.
007360*----------------------------------------------------------------
007400 01  WS-HEADING-1.
007500     05  FILLER  PIC X(132) VALUE
007600       'IRSB502  BACKUP-WITHHOLDING REMITTANCE SCHEDULE'.
020700*    DEBIT THE WITHHOLDING LIABILITY, CREDIT THE TREASURY
020800*    REMITTANCE CLEARING ACCOUNT, THEN MARK EVERY DETAIL ROW
020900*    DEPOSITED AS OF TODAY.
020910     MOVE 'R'          TO GLU001-FUNCTION.
020920     MOVE 'IRSB502 '   TO GLU001-SOURCE-PROG.
020930     MOVE 'BKWH    '   TO GLU001-CATEGORY.
020940     MOVE WS-BANK-NBR  TO GLU001-BANK-NBR.
020950     MOVE WS-TODAY     TO GLU001-AS-OF-DATE.
020960     MOVE WS-WH-TOTAL  TO GLU001-AMOUNT.
020970     PERFORM 4100-RESOLVE-GL-RULE THRU 4100-EXIT.
021000     MOVE WS-BANK-NBR  TO GLFEED-BANK-NBR.
021100     MOVE ZERO         TO GLFEED-ACCT-NBR.
021200     MOVE 'FWHD'       TO GLFEED-TX-CODE.
021500     MOVE 'BKWH'       TO GLFEED-REASON-CODE.
021600     MOVE 'M'          TO GLFEED-SOURCE-IND.
021700     MOVE 'BACKUP WH REMIT DR LIABILITY' TO GLFEED-DESCRIPTION.
021730     MOVE GLU001-DR-GL-ACCT  TO GLFEED-GL-ACCT.
021760     MOVE GLU001-COST-CENTER TO GLFEED-COST-CENTER.
021800     WRITE GLFEED-RECORD.
021900     MOVE 'FWHC'       TO GLFEED-TX-CODE.
022000     MOVE 'BACKUP WH REMIT CR TREASURY'  TO GLFEED-DESCRIPTION.
022050     MOVE GLU001-CR-GL-ACCT  TO GLFEED-GL-ACCT.
022100     WRITE GLFEED-RECORD.
022200     EXEC SQL
022300         UPDATE IRS.PENDLST
023000     ADD WS-WH-TOTAL TO WS-TOTAL-REMITTED.
023100 4000-EXIT.
023200     EXIT.
023205*----------------------------------------------------------------
023210 4100-RESOLVE-GL-RULE.
023215*    THE ACCOUNTS COME OFF GL.POSTRULE.  A MISSING RULE STILL
023220*    RETURNS THE SUSPENSE ACCOUNTS; ONLY A MISSING SUSPENSE
023225*    RULE OR A FAILED LOG IS REPORTED HERE.
023230     CALL 'GLU001' USING GLU001-PARAMETERS.
023235     IF  NOT GLU001-VALID
023240         DISPLAY 'IRSB502 - ' GLU001-ERROR-TEXT
023245         MOVE 4 TO RETURN-CODE
023250     END-IF.
023255 4100-EXIT.
023260     EXIT.
023300*----------------------------------------------------------------
023400 5000-RECONCILE-ONE-BANK.
023500*    THE PROOF RE-SUMS THE ROWS STAMPED WITH TODAY'S DEPOSIT
