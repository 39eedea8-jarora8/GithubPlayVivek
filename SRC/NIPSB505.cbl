002600*                      SEVERAL HUNDRED THOUSAND DOLLARS OF       *
002700*                      LIABILITY COMES OFF THE SPREADSHEET.      *
002800*                                                                *
002810*   10/15/2026 RM     MODE D CHECKS EACH ISSUE'S PAYEE THROUGH  *
002820*                      CIFU523 AGAINST THE CIF.AUTHPTY AGENTS    *
002830*                      ON THE FUNDING ACCOUNT.  A CHECK TO AN    *
002840*                      EXPIRED, OUT-OF-SCOPE, OR DECEASED-       *
002850*                      PRINCIPAL AGENT IS HELD AT NIPS           *
002860*                      UPDATE-SW O FOR THE BSA DECISION PATH IN  *
002870*                      NIPSB504 AND REPORTED AS AGENT-HOLD.      *
002880*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006100     05  WS-TOTAL-NO-ISSUE        PIC S9(7)   COMP  VALUE ZERO.
006200     05  WS-TOTAL-OUTSTANDING     PIC S9(7)   COMP  VALUE ZERO.
006300     05  WS-TOTAL-ESCHEATED       PIC S9(7)   COMP  VALUE ZERO.
006350     05  WS-TOTAL-AGENT-HELD      PIC S9(7)   COMP  VALUE ZERO.
006400 01  WS-SERIAL-KEY-WORK.
006500     05  FILLER                   PIC X(16)   VALUE SPACES.
006600     05  WS-SERIAL-KEY-NBR        PIC 9(09).
006620 01  WS-ACCT-KEY-WORK.
006640     05  FILLER                   PIC X(16)   VALUE SPACES.
006660     05  WS-ACCT-KEY-NBR          PIC 9(09).
006700*----------------------------------------------------------------
006800     COPY ODBGLTXN.
006900*----------------------------------------------------------------
007000     COPY NIPSOFCK.
007030*----------------------------------------------------------------
007060     COPY CIFU523P.
007100*----------------------------------------------------------------
007200 01  WS-HEADING-1.
007300     05  FILLER  PIC X(132) VALUE
011400     05  FILLER       PIC X(19) VALUE 'FED TO ESCHEAT   - '.
011500     05  TL-ESCHEATED             PIC ZZZ,ZZ9.
011600     05  FILLER                   PIC X(106)  VALUE SPACE.
011620 01  WS-TOTAL-LINE-6.
011640     05  FILLER       PIC X(19) VALUE 'AGENT HOLDS      - '.
011660     05  TL-AGENT-HELD            PIC ZZZ,ZZ9.
011680     05  FILLER                   PIC X(106)  VALUE SPACE.
011700*----------------------------------------------------------------
011800 LINKAGE SECTION.
011900 01  NIPSB505-PARM.
016800     EXEC SQL
016900         DECLARE CSR505I CURSOR FOR
017000         SELECT NIPS_BANK_NBR, NIPS_SERIAL_NBR, NIPS_TX_AMT,
017100                NIPS_PAYEE, NIPS_ACCT_NBR, NIPS_SEQ_NBR
017200           FROM NIPS.DETAIL
017300          WHERE NIPS_TX_DATE = CURRENT DATE
017400            AND NIPS_TX_CODE = :NIPSB505-ISSUE-TX-CODE
020000     EXEC SQL
020100         FETCH CSR505I
020200          INTO :NIPS-BANK-NBR, :NIPS-SERIAL-NBR, :NIPS-TX-AMT,
020300               :NIPS-PAYEE, :NIPS-ACCT-NBR, :NIPS-SEQ-NBR
020400     END-EXEC.
020500     IF  SQLCODE NOT = ZERO
020600         SET WS-ROW-EOF-YES TO TRUE
022800         MOVE WS-DETAIL-LINE TO RPT603-RECORD
022900         WRITE RPT603-RECORD
023000     END-IF.
023050     PERFORM 2500-CHECK-AGENT THRU 2500-EXIT.
023100     PERFORM 2100-FETCH-ISSUE THRU 2100-EXIT.
023200 2200-EXIT.
023300     EXIT.
027100     PERFORM 2300-FETCH-PAID THRU 2300-EXIT.
027200 2400-EXIT.
027300     EXIT.
027302*----------------------------------------------------------------
027304 2500-CHECK-AGENT.
027306*    AN OFFICIAL CHECK PAYABLE TO ONE OF THE FUNDING ACCOUNT'S
027308*    REGISTERED AGENTS IS A WITHDRAWAL ON THAT AGENT'S
027310*    AUTHORITY.  THE CHECK STAYS ON THE REGISTER -- THE SERIAL
027312*    IS SPENT -- BUT THE ITEM IS HELD FROM RELEASE UNTIL THE
027314*    BSA OFFICER CLEARS OR BLOCKS IT.
027316     MOVE NIPS-BANK-NBR   TO CIFU523-BANK-NBR.
027318     MOVE 'DDA '          TO CIFU523-FILE-ID.
027320     MOVE NIPS-ACCT-NBR   TO WS-ACCT-KEY-NBR.
027322     MOVE WS-ACCT-KEY-WORK TO CIFU523-FILE-KEY.
027324     MOVE NIPS-PAYEE      TO CIFU523-PARTY-NAME.
027326     MOVE +20             TO CIFU523-NAME-LEN.
027328     SET CIFU523-SCOPE-WITHDRAW TO TRUE.
027330     CALL 'CIFU523' USING CIFU523-PARAMETERS.
027332     IF  NOT CIFU523-HOLD-FOR-REVIEW
027334         GO TO 2500-EXIT
027336     END-IF.
027338     EXEC SQL
027340         UPDATE NIPS.DETAIL
027342            SET NIPS_UPDATE_SW = 'O',
027344                NIPS_LAST_MAINT = CURRENT DATE
027346          WHERE NIPS_BANK_NBR = :NIPS-BANK-NBR
027348            AND NIPS_ACCT_NBR = :NIPS-ACCT-NBR
027350            AND NIPS_SEQ_NBR  = :NIPS-SEQ-NBR
027352            AND NIPS_UPDATE_SW <> 'X'
027354     END-EXEC.
027356     IF  SQLCODE NOT = ZERO
027358         DISPLAY 'NIPSB505 - AGENT HOLD FAILED, SQLCODE '
027360             SQLCODE
027362         GO TO 2500-EXIT
027364     END-IF.
027366     ADD 1 TO WS-TOTAL-AGENT-HELD.
027368     MOVE 'AGENT-HOLD' TO DL-ACTION.
027370     MOVE NIPS-BANK-NBR   TO DL-BANK-NBR.
027372     MOVE NIPS-SERIAL-NBR TO DL-SERIAL.
027374     MOVE NIPS-TX-AMT     TO DL-AMOUNT.
027376     MOVE ZERO            TO DL-AGE.
027378     MOVE WS-DETAIL-LINE TO RPT603-RECORD.
027380     WRITE RPT603-RECORD.
027382 2500-EXIT.
027384     EXIT.
027400*----------------------------------------------------------------
027500 5000-REGISTER-REPORT.
027600*    EVERY OUTSTANDING CHECK WITH ITS AGE, AND THE REGISTER
041500     MOVE WS-TOTAL-ESCHEATED TO TL-ESCHEATED.
041600     MOVE WS-TOTAL-LINE-5 TO RPT603-RECORD.
041700     WRITE RPT603-RECORD.
041720     MOVE WS-TOTAL-AGENT-HELD TO TL-AGENT-HELD.
041740     MOVE WS-TOTAL-LINE-6 TO RPT603-RECORD.
041760     WRITE RPT603-RECORD.
041800     CLOSE RPT603-FILE.
041900 8000-EXIT.
042000     EXIT.
