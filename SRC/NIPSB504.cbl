003100*                      (X) ITEMS SO A SAME-DAY RERUN CANNOT     *
003200*                      MOVE A BLOCKED ITEM BACK TO PENDING      *
003300*                      REVIEW.                                  *
003310*   10/15/2026 RM     AN ITEM THAT CLEARS THE SDN SCREEN IS     *
003320*                      CHECKED THROUGH CIFU523 AGAINST THE       *
003330*                      CIF.AUTHPTY AGENTS ON THE ACCOUNT -- A    *
003340*                      PAYEE WHO IS AN EXPIRED, OUT-OF-SCOPE,    *
003350*                      OR DECEASED-PRINCIPAL AGENT IS HELD AT    *
003360*                      UPDATE-SW O THE SAME WAY, WITH THE REASON *
003370*                      IN THE LIST-ENTRY COLUMN.                 *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
007000     05  WS-SHORT-UPPER           PIC X(14)   VALUE SPACE.
007100     05  WS-TOTAL-SCANNED         PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
007220     05  WS-TOTAL-AGENT-HELD      PIC S9(7)   COMP  VALUE ZERO.
007240 01  WS-KEY-WORK.
007260     05  FILLER                   PIC X(16)   VALUE SPACE.
007280     05  WS-KEY-ACCT-NBR          PIC 9(09)   VALUE ZERO.
007300*    THE SDN LIST, HELD IN STORAGE FOR THE SCREEN.  TWO
007400*    THOUSAND ENTRIES COVERS THE EXTRACT THE VENDOR CUTS FOR
007500*    OUR GEOGRAPHY; A BIGGER LIST FAILS LOUDLY, NOT QUIETLY.
007900         10  WS-SDN-NAME          PIC X(40).
008000*----------------------------------------------------------------
008100     COPY ODBGLTXN.
008130*----------------------------------------------------------------
008160     COPY CIFU523P.
008200*----------------------------------------------------------------
008300 01  WS-HEADING-1.
008400     05  FILLER  PIC X(132) VALUE
011000     05  FILLER       PIC X(19) VALUE 'ITEMS HELD       - '.
011100     05  TL-HELD                  PIC ZZZ,ZZ9.
011200     05  FILLER                   PIC X(106)  VALUE SPACE.
011220 01  WS-TOTAL-LINE-3.
011240     05  FILLER       PIC X(19) VALUE 'AGENT ITEMS HELD - '.
011260     05  TL-AGENT-HELD            PIC ZZZ,ZZ9.
011280     05  FILLER                   PIC X(106)  VALUE SPACE.
011300*----------------------------------------------------------------
011400 LINKAGE SECTION.
011500 01  NIPSB504-PARM.
023000     IF  WS-BEST-SCORE >= NIPSB504-MATCH-SCORE
023100     AND NIPSB504-MATCH-SCORE > ZERO
023200         PERFORM 4000-HOLD-ITEM THRU 4000-EXIT
023230     ELSE
023260         PERFORM 5000-CHECK-AGENT THRU 5000-EXIT
023300     END-IF.
023400     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
023500 2000-EXIT.
030000     WRITE RPT561-RECORD.
030100 4000-EXIT.
030200     EXIT.
030202*----------------------------------------------------------------
030204 5000-CHECK-AGENT.
030206*    A MANUAL PAYMENT TO A NAMED AGENT ON THE ACCOUNT IS A
030208*    WITHDRAWAL ON THAT AGENT'S AUTHORITY.  A PAYEE WHO IS NOT
030210*    ON CIF.AUTHPTY FOR THE ACCOUNT IS NOT AFFECTED.
030212     MOVE NIPS-BANK-NBR   TO CIFU523-BANK-NBR.
030214     MOVE 'DDA '          TO CIFU523-FILE-ID.
030216     MOVE NIPS-ACCT-NBR   TO WS-KEY-ACCT-NBR.
030218     MOVE WS-KEY-WORK     TO CIFU523-FILE-KEY.
030220     MOVE NIPS-PAYEE      TO CIFU523-PARTY-NAME.
030222     MOVE +20             TO CIFU523-NAME-LEN.
030224     SET CIFU523-SCOPE-WITHDRAW TO TRUE.
030226     CALL 'CIFU523' USING CIFU523-PARAMETERS.
030228     IF  NOT CIFU523-HOLD-FOR-REVIEW
030230         GO TO 5000-EXIT
030232     END-IF.
030234     EXEC SQL
030236         UPDATE NIPS.DETAIL
030238            SET NIPS_UPDATE_SW = 'O',
030240                NIPS_LAST_MAINT = CURRENT DATE
030242          WHERE NIPS_BANK_NBR = :NIPS-BANK-NBR
030244            AND NIPS_ACCT_NBR = :NIPS-ACCT-NBR
030246            AND NIPS_SEQ_NBR  = :NIPS-SEQ-NBR
030248     END-EXEC.
030250     IF  SQLCODE NOT = ZERO
030252         DISPLAY 'NIPSB504 - HOLD UPDATE FAILED, SQLCODE '
030254             SQLCODE
030256         GO TO 5000-EXIT
030258     END-IF.
030260     ADD 1 TO WS-TOTAL-AGENT-HELD.
030262     MOVE NIPS-BANK-NBR TO DL-BANK-NBR.
030264     MOVE NIPS-ACCT-NBR TO DL-ACCT-NBR.
030266     MOVE NIPS-SEQ-NBR  TO DL-SEQ-NBR.
030268     MOVE ZERO          TO DL-SCORE.
030270     MOVE NIPS-PAYEE    TO DL-PAYEE.
030272     MOVE ZERO          TO DL-SDN-ID.
030274     MOVE CIFU523-ERROR-TEXT TO DL-SDN-NAME.
030276     MOVE WS-DETAIL-LINE TO RPT561-RECORD.
030278     WRITE RPT561-RECORD.
030280 5000-EXIT.
030282     EXIT.
030300*----------------------------------------------------------------
030400 8000-FINALIZE.
030500     MOVE WS-TOTAL-SCANNED TO TL-SCANNED.
030800     MOVE WS-TOTAL-HELD TO TL-HELD.
030900     MOVE WS-TOTAL-LINE-2 TO RPT561-RECORD.
031000     WRITE RPT561-RECORD.
031020     MOVE WS-TOTAL-AGENT-HELD TO TL-AGENT-HELD.
031040     MOVE WS-TOTAL-LINE-3 TO RPT561-RECORD.
031060     WRITE RPT561-RECORD.
031100     EXEC SQL
031200         CLOSE CSR561
031300     END-EXEC.
032000*    IN THE NORMAL RELEASE FLOW (UPDATE-SW SPACE); BLOCK MARKS
032100*    IT X SO IT NEVER RELEASES.  EITHER WAY ONLY AN ITEM
032200*    ACTUALLY HELD FOR OFAC REVIEW CAN BE DECIDED HERE.
032230*    AN ITEM HELD ON AN AGENT'S AUTHORITY COMES THROUGH THE
032260*    SAME DECISION.
032300     IF  NIPSB504-MODE-CLEAR
032400         EXEC SQL
032500             UPDATE NIPS.DETAIL
