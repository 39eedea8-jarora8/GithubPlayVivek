003180*                      AGGREGATES; A STATE WHOSE EVERY ITEM      *
003190*                      WAS HELD BACK PRODUCES NO FILE RECORDS.   *
003191*                                                                *
003192*   10/15/2026 RM     EACH GL PAIR NOW CARRIES ITS GL ACCOUNT    *
003193*                      AND COST CENTER, RESOLVED OFF THE         *
003194*                      GL.POSTRULE RULE FOR CATEGORY ESCH        *
003195*                      THROUGH GLU001 -- DEBIT ACCOUNT ON ESCD,  *
003196*                      CREDIT ON ESCC.  NO RULE POSTS TO GL      *
003197*                      SUSPENSE.                                 *
003198*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
007200     05  GLFEED-REASON-CODE       PIC X(04).
007300     05  GLFEED-SOURCE-IND        PIC X(01).
007400     05  GLFEED-DESCRIPTION       PIC X(30).
007450     05  GLFEED-GL-ACCT           PIC X(08).
007500     05  GLFEED-COST-CENTER       PIC X(05).
007550     05  FILLER                   PIC X(06).
007600 FD  RPT576-FILE
007700     RECORDING MODE F.
007800 01  RPT576-RECORD               PIC X(132).
012200         10  WS-ST-YEARS          PIC 9(02).
012300         10  WS-ST-MINIMUM        PIC 9(03)V99.
012400*----------------------------------------------------------------
012430     COPY GLU001P.
012460*----------------------------------------------------------------
012500     COPY CIFESCHT.
012600*----------------------------------------------------------------
012700 01  WS-HEADING-1.
037700*    TWO ONE-SIDED ENTRIES -- DEBIT THE CUSTOMER LIABILITY,
037800*    CREDIT THE ESCHEAT CLEARING ACCOUNT -- THE SAME SHAPE THE
037900*    MANUAL NIPS ADJUSTMENTS TAKE THROUGH GLB002'S FEED.
037910     MOVE 'R'               TO GLU001-FUNCTION.
037920     MOVE 'CIFB534 '        TO GLU001-SOURCE-PROG.
037930     MOVE 'ESCH    '        TO GLU001-CATEGORY.
037940     MOVE ESCH-BANK-NBR     TO GLU001-BANK-NBR.
037950     MOVE WS-TODAY          TO GLU001-AS-OF-DATE.
037960     MOVE WS-CURR-BALANCE   TO GLU001-AMOUNT.
037970     PERFORM 4100-RESOLVE-GL-RULE THRU 4100-EXIT.
038000     MOVE ESCH-BANK-NBR     TO GLFEED-BANK-NBR.
038100     MOVE ZERO              TO GLFEED-ACCT-NBR.
038200     MOVE 'ESCD'            TO GLFEED-TX-CODE.
038500     MOVE 'ESCH'            TO GLFEED-REASON-CODE.
038600     MOVE 'M'               TO GLFEED-SOURCE-IND.
038700     MOVE 'ESCHEAT REMIT DR LIABILITY' TO GLFEED-DESCRIPTION.
038730     MOVE GLU001-DR-GL-ACCT  TO GLFEED-GL-ACCT.
038760     MOVE GLU001-COST-CENTER TO GLFEED-COST-CENTER.
038800     WRITE GLFEED-RECORD.
038900     MOVE 'ESCC'            TO GLFEED-TX-CODE.
039000     MOVE 'ESCHEAT REMIT CR CLEARING'  TO GLFEED-DESCRIPTION.
039050     MOVE GLU001-CR-GL-ACCT  TO GLFEED-GL-ACCT.
039100     WRITE GLFEED-RECORD.
039200     EXEC SQL
039300         UPDATE CIF.ESCHEAT
040800     WRITE RPT576-RECORD.
040900 4000-EXIT.
041000     EXIT.
041005*----------------------------------------------------------------
041010 4100-RESOLVE-GL-RULE.
041015*    THE ACCOUNTS COME OFF GL.POSTRULE.  A MISSING RULE STILL
041020*    RETURNS THE SUSPENSE ACCOUNTS; ONLY A MISSING SUSPENSE
041025*    RULE OR A FAILED LOG IS REPORTED HERE.
041030     CALL 'GLU001' USING GLU001-PARAMETERS.
041035     IF  NOT GLU001-VALID
041040         DISPLAY 'CIFB534 - ' GLU001-ERROR-TEXT
041045         MOVE 4 TO RETURN-CODE
041050     END-IF.
041055 4100-EXIT.
041060     EXIT.
041100*----------------------------------------------------------------
041200 5500-DROP-REACTIVATED.
041300     EXEC SQL
