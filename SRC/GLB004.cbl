002500*                      WITH THE ORIGINAL EFFECTIVE PERIOD --     *
002600*                      THE SPREADSHEET MONTH-END CLOSE WAITED    *
002700*                      ON, PRODUCED NIGHTLY.                     *
002710*                                                                *
002720*   10/15/2026 RM     BOTH ENTRIES NOW CARRY A GL ACCOUNT AND    *
002730*                      COST CENTER, RESOLVED OFF THE GL.POSTRULE *
002740*                      RULE FOR CATEGORY BKDT THROUGH GLU001 --  *
002750*                      THE REVERSING ENTRY TAKES THE RULE'S      *
002760*                      CREDIT ACCOUNT, THE REBOOKING ENTRY ITS   *
002770*                      DEBIT ACCOUNT.  NO RULE POSTS TO GL       *
002780*                      SUSPENSE.  THE NEW FIELDS TAKE THE        *
002790*                      RECORD'S FILLER.                          *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
006200     05  GLR-REASON-CODE          PIC X(04).
006300     05  GLR-SOURCE-IND           PIC X(01).
006400     05  GLR-DESCRIPTION          PIC X(30).
006460     05  GLR-GL-ACCT              PIC X(08).
006520     05  GLR-COST-CENTER          PIC X(05).
006600 FD  RPT586-FILE
006700     RECORDING MODE F.
006800 01  RPT586-RECORD               PIC X(132).
009100     05  WS-TOTAL-SAME-PERIOD     PIC S9(7)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-AMOUNT          PIC S9(11)V99 COMP-3 VALUE +0.
009300*----------------------------------------------------------------
009330     COPY GLU001P.
009360*----------------------------------------------------------------
009400 01  WS-HEADING-1.
009500     05  FILLER  PIC X(132) VALUE
009600       'GLB004  PRIOR-PERIOD GL REALLOCATION EXTRACT'.
022900*    THE REVERSING ENTRY BACKS THE ITEM OUT OF THE CURRENT
023000*    PERIOD; THE REBOOKING ENTRY PUTS IT IN THE PERIOD IT
023100*    BELONGED TO.  THE PAIR NETS TO ZERO ACROSS PERIODS.
023110*    THE RULE'S CREDIT ACCOUNT TAKES THE REVERSING ENTRY AND ITS
023120*    DEBIT ACCOUNT THE REBOOKING ENTRY.
023130     MOVE 'R'                 TO GLU001-FUNCTION.
023140     MOVE 'GLB004  '          TO GLU001-SOURCE-PROG.
023150     MOVE 'BKDT    '          TO GLU001-CATEGORY.
023160     MOVE PDTX-BANK-NO        TO GLU001-BANK-NBR.
023170     MOVE WS-EFF-DATE         TO GLU001-AS-OF-DATE.
023180     MOVE PDTX-TX-AMT         TO GLU001-AMOUNT.
023190     PERFORM 4100-RESOLVE-GL-RULE THRU 4100-EXIT.
023200     MOVE SPACES              TO GLREALL-RECORD.
023300     MOVE PDTX-BANK-NO        TO GLR-BANK-NBR.
023400     MOVE PDTX-ACCT-NO        TO GLR-ACCT-NBR.
024100     MOVE 'M'                 TO GLR-SOURCE-IND.
024200     MOVE 'BACKDATE REVERSAL CURR PERIOD'
024300       TO GLR-DESCRIPTION.
024330     MOVE GLU001-CR-GL-ACCT   TO GLR-GL-ACCT.
024360     MOVE GLU001-COST-CENTER  TO GLR-COST-CENTER.
024400     WRITE GLREALL-RECORD.
024500     MOVE SPACES              TO GLREALL-RECORD.
024600     MOVE PDTX-BANK-NO        TO GLR-BANK-NBR.
025300     MOVE 'M'                 TO GLR-SOURCE-IND.
025400     MOVE 'BACKDATE REBOOK ORIG PERIOD '
025500       TO GLR-DESCRIPTION.
025530     MOVE GLU001-DR-GL-ACCT   TO GLR-GL-ACCT.
025560     MOVE GLU001-COST-CENTER  TO GLR-COST-CENTER.
025600     WRITE GLREALL-RECORD.
025700 4000-EXIT.
025800     EXIT.
025805*----------------------------------------------------------------
025810 4100-RESOLVE-GL-RULE.
025815*    THE ACCOUNTS COME OFF GL.POSTRULE.  A MISSING RULE STILL
025820*    RETURNS THE SUSPENSE ACCOUNTS; ONLY A MISSING SUSPENSE
025825*    RULE OR A FAILED LOG IS REPORTED HERE.
025830     CALL 'GLU001' USING GLU001-PARAMETERS.
025835     IF  NOT GLU001-VALID
025840         DISPLAY 'GLB004 - ' GLU001-ERROR-TEXT
025845         MOVE 4 TO RETURN-CODE
025850     END-IF.
025855 4100-EXIT.
025860     EXIT.
025900*----------------------------------------------------------------
026000 8000-FINALIZE.
026100     MOVE WS-TOTAL-READ TO TL-READ.
