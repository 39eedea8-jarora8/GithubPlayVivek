002840*                      ARRIVING MONTHS LATER (CIFB536) HAVE      *
002850*                      SOMEWHERE TO LAND BESIDES MISCELLANEOUS   *
002860*                      INCOME.                                   *
002865*                                                                *
002870*   10/15/2026 RM     EACH GL PAIR NOW CARRIES ITS GL ACCOUNT    *
002875*                      AND COST CENTER, RESOLVED OFF THE         *
002880*                      GL.POSTRULE RULE FOR CATEGORY RESD        *
002885*                      THROUGH GLU001 -- DEBIT ACCOUNT ON RSDD,  *
002890*                      CREDIT ON RSDC.  NO RULE POSTS TO GL      *
002895*                      SUSPENSE.                                 *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005000     05  GLFEED-REASON-CODE       PIC X(04).
005100     05  GLFEED-SOURCE-IND        PIC X(01).
005200     05  GLFEED-DESCRIPTION       PIC X(30).
005250     05  GLFEED-GL-ACCT           PIC X(08).
005300     05  GLFEED-COST-CENTER       PIC X(05).
005350     05  FILLER                   PIC X(06).
005400 FD  RPT571-FILE
005500     RECORDING MODE F.
005600 01  RPT571-RECORD               PIC X(132).
006700     05  WS-TOTAL-MOVED           PIC S9(7)   COMP  VALUE ZERO.
006800     05  WS-TOTAL-MOVED-AMT       PIC S9(11)V99 COMP-3 VALUE +0.
006900*----------------------------------------------------------------
006930     COPY GLU001P.
006960*----------------------------------------------------------------
007000     COPY CIFU010P.
007100*----------------------------------------------------------------
008010*----------------------------------------------------------------
020200         MOVE 'UPD-ERR ' TO DL-DISP
020300         GO TO 4000-EXIT
020400     END-IF.
020410     MOVE 'R'             TO GLU001-FUNCTION.
020420     MOVE 'CIFB532 '      TO GLU001-SOURCE-PROG.
020430     MOVE 'RESD    '      TO GLU001-CATEGORY.
020440     MOVE ACCT-BANK-NBR   TO GLU001-BANK-NBR.
020450     MOVE WS-TODAY        TO GLU001-AS-OF-DATE.
020460     MOVE ACCT-BALANCE    TO GLU001-AMOUNT.
020470     PERFORM 4100-RESOLVE-GL-RULE THRU 4100-EXIT.
020500     MOVE ACCT-BANK-NBR   TO GLFEED-BANK-NBR.
020600     MOVE ZERO            TO GLFEED-ACCT-NBR.
020700     MOVE 'RSDD'          TO GLFEED-TX-CODE.
021100     MOVE 'M'             TO GLFEED-SOURCE-IND.
021200     MOVE 'CLOSED ACCT RESIDUAL CLEAR'
021300       TO GLFEED-DESCRIPTION.
021330     MOVE GLU001-DR-GL-ACCT  TO GLFEED-GL-ACCT.
021360     MOVE GLU001-COST-CENTER TO GLFEED-COST-CENTER.
021400     WRITE GLFEED-RECORD.
021500     MOVE 'RSDC'          TO GLFEED-TX-CODE.
021600     MOVE 'CLOSED ACCT RESIDUAL SUSP '
021700       TO GLFEED-DESCRIPTION.
021750     MOVE GLU001-CR-GL-ACCT  TO GLFEED-GL-ACCT.
021800     WRITE GLFEED-RECORD.
021900     ADD 1 TO WS-TOTAL-MOVED.
022000     ADD ACCT-BALANCE TO WS-TOTAL-MOVED-AMT.
022100     MOVE 'MOVED   ' TO DL-DISP.
022200 4000-EXIT.
022300     EXIT.
022305*----------------------------------------------------------------
022310 4100-RESOLVE-GL-RULE.
022315*    THE ACCOUNTS COME OFF GL.POSTRULE.  A MISSING RULE STILL
022320*    RETURNS THE SUSPENSE ACCOUNTS; ONLY A MISSING SUSPENSE
022325*    RULE OR A FAILED LOG IS REPORTED HERE.
022330     CALL 'GLU001' USING GLU001-PARAMETERS.
022335     IF  NOT GLU001-VALID
022340         DISPLAY 'CIFB532 - ' GLU001-ERROR-TEXT
022345         MOVE 4 TO RETURN-CODE
022350     END-IF.
022355 4100-EXIT.
022360     EXIT.
022400*----------------------------------------------------------------
022410 4500-OPEN-CHGOFF-ROW.
022420*    THE LEDGER ROW CARRIES THE WRITTEN-OFF AMOUNT SO A
