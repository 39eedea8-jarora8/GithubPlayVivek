000330*                      CREDIT STOPS DEPENDING ON WHO IS IN THE   *
000340*                      WIRE ROOM.                                *
000350*                                                                *
000351*   10/15/2026 RM     A BENEFICIARY WHO IS A CIF.AUTHPTY AGENT  *
000352*                      ON THE CREDITED ACCOUNT IS CHECKED        *
000353*                      THROUGH CIFU523; AN EXPIRED, OUT-OF-SCOPE *
000354*                      OR DECEASED-PRINCIPAL AGENT TAKES THE     *
000355*                      SAME REVIEW HOLD AS A SCREENING HIT,      *
000356*                      REPORTED AS AGENT-HLD.                    *
000357*                                                                *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000790         88  WS-EOF-YES                   VALUE 'Y'.
000800     05  WS-HIT-SW                PIC X       VALUE 'N'.
000810         88  WS-SCREEN-HIT                VALUE 'Y'.
000812     05  WS-AGENT-SW              PIC X       VALUE 'N'.
000814         88  WS-AGENT-HIT                 VALUE 'Y'.
000820     05  WS-WIRE-STATUS           PIC XX      VALUE '00'.
000830     05  WS-SDN-STATUS            PIC XX      VALUE '00'.
000840 01  WS-WORK-FIELDS.
000940     05  WS-TOTAL-POSTED          PIC S9(7)   COMP  VALUE ZERO.
000950     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
000960     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
000961     05  WS-TOTAL-AGENT-HELD      PIC S9(7)   COMP  VALUE ZERO.
000962     05  WS-HOLD-DESC             PIC X(27)   VALUE SPACE.
000963 01  WS-KEY-WORK.
000964     05  FILLER                   PIC X(16)   VALUE SPACE.
000965     05  WS-KEY-ACCT-NBR          PIC 9(09)   VALUE ZERO.
000970*    THE SDN LIST, HELD IN STORAGE FOR THE SCREEN.  TWO
000980*    THOUSAND ENTRIES COVERS THE EXTRACT THE VENDOR CUTS FOR
000990*    OUR GEOGRAPHY; A BIGGER LIST FAILS LOUDLY, NOT QUIETLY.
001050     COPY GJWCPYA2.
001060*----------------------------------------------------------------
001070     COPY FINQVREF.
001072*----------------------------------------------------------------
001074     COPY CIFU523P.
001080*----------------------------------------------------------------
001090 01  WS-HEADING-1.
001100     05  FILLER  PIC X(132) VALUE
001390     05  FILLER       PIC X(19) VALUE 'WRITE FAILURES   - '.
001400     05  TL-ERRORS                PIC ZZZ,ZZ9.
001410     05  FILLER                   PIC X(106)  VALUE SPACE.
001412 01  WS-TOTAL-LINE-5.
001414     05  FILLER       PIC X(19) VALUE 'AGENT HOLDS      - '.
001416     05  TL-AGENT-HELD            PIC ZZZ,ZZ9.
001418     05  FILLER                   PIC X(106)  VALUE SPACE.
001420*----------------------------------------------------------------
001430 LINKAGE SECTION.
001440 01  FINQB508-PARM.
002550         MOVE WIR-BENE-NAME TO WS-NAME-UPPER
002560         PERFORM 3000-SCREEN-ONE-NAME THRU 3000-EXIT
002570     END-IF.
002572     MOVE 'N' TO WS-AGENT-SW.
002574     IF  NOT WS-SCREEN-HIT
002576         PERFORM 9000-CHECK-AGENT THRU 9000-EXIT
002578     END-IF.
002580     EVALUATE TRUE
002583         WHEN WS-SCREEN-HIT
002586             MOVE 'INCOMING WIRE SCREEN REVIEW' TO WS-HOLD-DESC
002589             PERFORM 5000-PLACE-REVIEW-HOLD THRU 5000-EXIT
002592         WHEN WS-AGENT-HIT
002595             MOVE 'INCOMING WIRE AGENT REVIEW' TO WS-HOLD-DESC
002598             PERFORM 5000-PLACE-REVIEW-HOLD THRU 5000-EXIT
002601         WHEN OTHER
002604             PERFORM 4000-POST-CLEAN-WIRE THRU 4000-EXIT
002620     END-EVALUATE.
002630     PERFORM 2100-READ-WIRE THRU 2100-EXIT.
002640 2000-EXIT.
002650     EXIT.
003570                 :FINQB508-HOLD-TYPE, 0, 'FINQB508',
003580                 :WS-TODAY-DATE, :WS-RELEASE-DATE, :WIR-AMOUNT,
003590                 0, CURRENT TIMESTAMP,
003600                 :WS-HOLD-DESC,
003610                 0, 'WIRE      ', :WIR-WIRE-REF, 0,
003620                 CURRENT TIMESTAMP, CURRENT TIMESTAMP)
003630     END-EXEC.
003640     IF  SQLCODE = ZERO
003650         ADD 1 TO WS-TOTAL-HELD
003660         MOVE 'HELD     ' TO DL-DISP
003662         IF  WS-AGENT-HIT
003664             ADD 1 TO WS-TOTAL-AGENT-HELD
003666             MOVE 'AGENT-HLD' TO DL-DISP
003668         END-IF
003670     ELSE
003680         ADD 1 TO WS-TOTAL-ERRORS
003690         MOVE 'HOLD-ERR ' TO DL-DISP
003950     MOVE WS-TOTAL-ERRORS TO TL-ERRORS.
003960     MOVE WS-TOTAL-LINE-4 TO RPT610-RECORD.
003970     WRITE RPT610-RECORD.
003972     MOVE WS-TOTAL-AGENT-HELD TO TL-AGENT-HELD.
003974     MOVE WS-TOTAL-LINE-5 TO RPT610-RECORD.
003976     WRITE RPT610-RECORD.
003980     CLOSE WIREIN-FILE.
003990     CLOSE RPT610-FILE.
004000 8000-EXIT.
004010     EXIT.
004100*-------------------------------------------------------------
004200 9000-CHECK-AGENT.
004300*    A WIRE NAMING ONE OF THE ACCOUNT'S REGISTERED AGENTS AS
004400*    BENEFICIARY IS AN INSTRUCTION ON THAT AGENT'S AUTHORITY
004500*    TO MOVE THE FUNDS.  A BENEFICIARY WHO IS NOT ON
004600*    CIF.AUTHPTY FOR THE ACCOUNT POSTS AS BEFORE.
004700     MOVE WIR-BANK-NBR    TO CIFU523-BANK-NBR.
004800     MOVE 'DDA '          TO CIFU523-FILE-ID.
004900     MOVE WIR-ACCT-NBR    TO WS-KEY-ACCT-NBR.
005000     MOVE WS-KEY-WORK     TO CIFU523-FILE-KEY.
005100     MOVE WIR-BENE-NAME   TO CIFU523-PARTY-NAME.
005200     MOVE ZERO            TO CIFU523-NAME-LEN.
005300     SET CIFU523-SCOPE-WITHDRAW TO TRUE.
005400     CALL 'CIFU523' USING CIFU523-PARAMETERS.
005500     IF  CIFU523-HOLD-FOR-REVIEW
005600         SET WS-AGENT-HIT TO TRUE
005700     END-IF.
005800 9000-EXIT.
005900     EXIT.
