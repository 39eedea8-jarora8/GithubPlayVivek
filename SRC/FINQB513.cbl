000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQB513.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  FINQ SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  OUTBOUND WIRE     *
001500*                      SEND.  EVERY WIRE FINQO501 RELEASED IS    *
001600*                      SCREENED -- BENEFICIARY AND BENEFICIARY   *
001700*                      BANK -- AGAINST THE SAME SDN LIST AND     *
001800*                      SCORING NIPSB504 USES; A HIT WAITS AT     *
001900*                      STATUS O FOR THE BSA OFFICER (MODES C     *
002000*                      AND B, AS NIPSB504).  A CLEAN WIRE HAS    *
002100*                      ITS FUNDS CHECKED AGAIN, ITS DEBIT AND    *
002200*                      FEE POSTED TO DSDS.PEND, AND ITS FEDWIRE  *
002300*                      MESSAGE WRITTEN TO THE FEDOUT FILE FOR    *
002400*                      THE FED TERMINAL.  THE PAPER REQUEST      *
002500*                      RE-KEYED AT THE TERMINAL ENDS HERE.       *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SDNIN-FILE ASSIGN TO SDNIN
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SDN-STATUS.
003700     SELECT FEDOUT-FILE ASSIGN TO FEDOUT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FED-STATUS.
004000     SELECT RPT664-FILE ASSIGN TO RPT664
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SDNIN-FILE
004500     RECORDING MODE F.
004600 01  SDNIN-RECORD.
004700     05  SDN-ENTRY-ID            PIC 9(07).
004800     05  SDN-NAME                PIC X(40).
004900     05  FILLER                  PIC X(33).
005000 FD  FEDOUT-FILE
005100     RECORDING MODE F.
005200*    ONE CUSTOMER TRANSFER (TYPE 1000, BUSINESS FUNCTION CTR)
005300*    PER SENT WIRE, AS THE FED TERMINAL'S IMPORT TAKES IT.  THE
005400*    SENDER REFERENCE IS WO + BANK + WIRE ID, THE KEY BACK TO
005500*    FINQ.WIREOUT.
005600 01  FEDOUT-RECORD.
005700     05  FWO-TYPE-CODE           PIC X(04).
005800     05  FWO-SENDER-ABA          PIC X(09).
005900     05  FWO-SENDER-REF          PIC X(16).
006000     05  FWO-AMOUNT              PIC 9(10)V99.
006100     05  FWO-BUS-FUNC            PIC X(03).
006200     05  FWO-RECEIVER-ABA        PIC X(09).
006300     05  FWO-RECEIVER-NAME       PIC X(35).
006400     05  FWO-ORIG-ACCT           PIC X(09).
006500     05  FWO-ORIG-NAME           PIC X(35).
006600     05  FWO-BENE-ACCT           PIC X(34).
006700     05  FWO-BENE-NAME           PIC X(35).
006800     05  FWO-OBI                 PIC X(35).
006900     05  FWO-SEND-DATE           PIC 9(08).
007000     05  FILLER                  PIC X(56).
007100 FD  RPT664-FILE
007200     RECORDING MODE F.
007300 01  RPT664-RECORD               PIC X(132).
007400*----------------------------------------------------------------
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
007700     05  WS-EOF-SW                PIC X       VALUE 'N'.
007800         88  WS-EOF-YES                   VALUE 'Y'.
007900     05  WS-SDN-STATUS            PIC XX      VALUE '00'.
008000     05  WS-FED-STATUS            PIC XX      VALUE '00'.
008100 01  WS-WORK-FIELDS.
008200     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
008300     05  WS-SDN-MAX               PIC S9(4)   COMP  VALUE +0.
008400     05  WS-SCORE                 PIC 9(03)   VALUE ZERO.
008500     05  WS-BEST-SCORE            PIC 9(03)   VALUE ZERO.
008600     05  WS-BEST-SUB              PIC S9(4)   COMP  VALUE +0.
008700     05  WS-NAME-UPPER            PIC X(40)   VALUE SPACE.
008800     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
008900     05  WS-SEND-YMD              PIC 9(08)   VALUE ZERO.
009000     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
009100     05  WS-FEE-SEQ               PIC S9(5)   COMP-3 VALUE +0.
009200     05  WS-PEND-ACCT-NBR         PIC S9(9)   COMP-3 VALUE +0.
009300     05  WS-LEDGER-BAL            PIC S9(11)V99 COMP-3 VALUE +0.
009400     05  WS-HELD-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
009500     05  WS-SENT-TODAY            PIC S9(11)V99 COMP-3 VALUE +0.
009600     05  WS-AVAIL-BAL             PIC S9(11)V99 COMP-3 VALUE +0.
009700     05  WS-WIRE-DESC             PIC X(26)   VALUE SPACE.
009800     05  WS-NOTE                  PIC X(30)   VALUE SPACE.
009900     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
010000     05  WS-TOTAL-SENT            PIC S9(7)   COMP  VALUE ZERO.
010100     05  WS-TOTAL-OFAC            PIC S9(7)   COMP  VALUE ZERO.
010200     05  WS-TOTAL-FUNDS           PIC S9(7)   COMP  VALUE ZERO.
010300     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
010400     05  WS-AMOUNT-SENT           PIC S9(11)V99 COMP-3 VALUE +0.
010500     05  WS-FEES-POSTED           PIC S9(11)V99 COMP-3 VALUE +0.
010600 01  WS-ACCT-KEY-WORK.
010700     05  FILLER                   PIC X(16)   VALUE SPACES.
010800     05  WS-ACCT-KEY-NBR          PIC X(09).
010900 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
011000 01  WS-REF-WORK.
011100     05  FILLER                   PIC X(02)   VALUE 'WO'.
011200     05  WS-REF-BANK              PIC 9(03).
011300     05  WS-REF-WIRE-ID           PIC 9(09).
011400     05  FILLER                   PIC X(02)   VALUE SPACE.
011500 01  WS-DESC-WORK.
011600     05  WS-DESC-TEXT             PIC X(14).
011700     05  WS-DESC-WIRE-ID          PIC 9(09).
011800     05  FILLER                   PIC X(03)   VALUE SPACE.
011900*    THE SDN LIST, HELD IN STORAGE FOR THE SCREEN.  TWO
012000*    THOUSAND ENTRIES COVERS THE EXTRACT THE VENDOR CUTS FOR
012100*    OUR GEOGRAPHY; A BIGGER LIST FAILS LOUDLY, NOT QUIETLY.
012200 01  WS-SDN-TABLE.
012300     05  WS-SDN-ENTRY  OCCURS 2000 TIMES.
012400         10  WS-SDN-ID            PIC 9(07).
012500         10  WS-SDN-NAME          PIC X(40).
012600*----------------------------------------------------------------
012700     COPY GJWCPYA1.
012800*----------------------------------------------------------------
012900     COPY GJWCPYA2.
013000*----------------------------------------------------------------
013100     COPY FINQWOUT.
013200*----------------------------------------------------------------
013300     COPY CIFU521P.
013400*----------------------------------------------------------------
013500     COPY CIFU02AR.
013600*----------------------------------------------------------------
013700     COPY CIFU02HH.
013800*----------------------------------------------------------------
013900 01  WS-HEADING-1.
014000     05  FILLER  PIC X(132) VALUE
014100       'FINQB513  OUTBOUND WIRE SEND'.
014200 01  WS-HEADING-2.
014300     05  FILLER  PIC X(48)  VALUE
014400       'DISP      BNK WIRE-ID   ACCOUNT           AMOUNT'.
014500     05  FILLER  PIC X(48)  VALUE
014600       '       FEE  BENEFICIARY                         '.
014700     05  FILLER  PIC X(36)  VALUE
014800       'NOTE                                '.
014900 01  WS-DETAIL-LINE.
015000     05  DL-DISP                  PIC X(09).
015100     05  FILLER                   PIC X(01)   VALUE SPACE.
015200     05  DL-BANK-NBR              PIC 9(03).
015300     05  FILLER                   PIC X(01)   VALUE SPACE.
015400     05  DL-WIRE-ID               PIC 9(09).
015500     05  FILLER                   PIC X(01)   VALUE SPACE.
015600     05  DL-ACCT-NBR              PIC X(09).
015700     05  FILLER                   PIC X(01)   VALUE SPACE.
015800     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
015900     05  FILLER                   PIC X(01)   VALUE SPACE.
016000     05  DL-FEE                   PIC ZZ,ZZ9.99.
016100     05  FILLER                   PIC X(02)   VALUE SPACE.
016200     05  DL-BENE-NAME             PIC X(35).
016300     05  FILLER                   PIC X(01)   VALUE SPACE.
016400     05  DL-NOTE                  PIC X(30).
016500     05  FILLER                   PIC X(06)   VALUE SPACE.
016600 01  WS-TOTAL-LINE-1.
016700     05  FILLER       PIC X(19) VALUE 'WIRES RELEASED   - '.
016800     05  TL-READ                  PIC ZZZ,ZZ9.
016900     05  FILLER                   PIC X(106)  VALUE SPACE.
017000 01  WS-TOTAL-LINE-2.
017100     05  FILLER       PIC X(19) VALUE 'WIRES SENT       - '.
017200     05  TL-SENT                  PIC ZZZ,ZZ9.
017300     05  FILLER                   PIC X(106)  VALUE SPACE.
017400 01  WS-TOTAL-LINE-3.
017500     05  FILLER       PIC X(19) VALUE 'AMOUNT SENT      - '.
017600     05  TL-AMOUNT-SENT           PIC ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                   PIC X(99)   VALUE SPACE.
017800 01  WS-TOTAL-LINE-4.
017900     05  FILLER       PIC X(19) VALUE 'FEES POSTED      - '.
018000     05  TL-FEES                  PIC ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                   PIC X(99)   VALUE SPACE.
018200 01  WS-TOTAL-LINE-5.
018300     05  FILLER       PIC X(19) VALUE 'HELD FOR OFAC    - '.
018400     05  TL-OFAC                  PIC ZZZ,ZZ9.
018500     05  FILLER                   PIC X(106)  VALUE SPACE.
018600 01  WS-TOTAL-LINE-6.
018700     05  FILLER       PIC X(19) VALUE 'FUNDS FAILED     - '.
018800     05  TL-FUNDS                 PIC ZZZ,ZZ9.
018900     05  FILLER                   PIC X(106)  VALUE SPACE.
019000 01  WS-TOTAL-LINE-7.
019100     05  FILLER       PIC X(19) VALUE 'POSTING FAILURES - '.
019200     05  TL-ERRORS                PIC ZZZ,ZZ9.
019300     05  FILLER                   PIC X(106)  VALUE SPACE.
019400*----------------------------------------------------------------
019500 LINKAGE SECTION.
019600 01  FINQB513-PARM.
019700*    MODE S (OR SPACE) SENDS THE RELEASED WIRES.  THE BSA
019800*    OFFICER'S DECISION ON A WIRE HELD AT STATUS O IS MODE C
019900*    (CLEAR -- IT SENDS ON THE NEXT RUN WITHOUT A RESCREEN) OR
020000*    MODE B (BLOCK -- IT NEVER SENDS), NAMING THE WIRE BY BANK
020100*    AND WIRE ID.
020200     05  FINQB513-MODE             PIC X(01).
020300         88  FINQB513-MODE-CLEAR        VALUE 'C'.
020400         88  FINQB513-MODE-BLOCK        VALUE 'B'.
020500     05  FINQB513-BANK-NBR         PIC 9(03).
020600     05  FINQB513-WIRE-ID          PIC 9(09).
020700*    THE SDN MATCH SCORE THE SCREEN HOLDS AT (100 FULL NAME,
020800*    80 LEADING TEN CHARACTERS), OUR ROUTING NUMBER AS SENDER,
020900*    THE CIF FILE THE ACCOUNT IS ON, AND THE PEND CODING FOR
021000*    THE WIRE DEBIT AND THE WIRE FEE.
021100     05  FINQB513-MATCH-SCORE      PIC 9(03).
021200     05  FINQB513-SENDER-ABA       PIC X(09).
021300     05  FINQB513-FILE-ID          PIC X(04).
021400     05  FINQB513-PEND-TX-CODE     PIC 9(03).
021500     05  FINQB513-FEE-TX-CODE      PIC 9(03).
021600     05  FINQB513-PEND-BATCH-NBR   PIC 9(05).
021700*----------------------------------------------------------------
021800 PROCEDURE DIVISION USING FINQB513-PARM.
021900*
022000 0000-MAINLINE.
022100     IF  FINQB513-MODE-CLEAR
022200     OR  FINQB513-MODE-BLOCK
022300         PERFORM 9000-DECIDE-HELD-WIRE THRU 9000-EXIT
022400         GOBACK
022500     END-IF.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-SEND-ONE-WIRE THRU 2000-EXIT
022800         UNTIL WS-EOF-YES.
022900     EXEC SQL CLOSE CSR664 END-EXEC.
023000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023100     GOBACK.
023200*----------------------------------------------------------------
023300 1000-INITIALIZE.
023400     OPEN OUTPUT RPT664-FILE.
023500     MOVE WS-HEADING-1 TO RPT664-RECORD.
023600     WRITE RPT664-RECORD.
023700     MOVE WS-HEADING-2 TO RPT664-RECORD.
023800     WRITE RPT664-RECORD.
023900     EXEC SQL
024000         SET :WS-TODAY-PACKED =
024100             (YEAR(CURRENT DATE) - 1900) * 10000
024200             + MONTH(CURRENT DATE) * 100
024300             + DAY(CURRENT DATE)
024400     END-EXEC.
024500     COMPUTE WS-SEND-YMD = WS-TODAY-PACKED + 19000000.
024600*    A RERUN CARRIES ON PAST THE PEND ITEMS AN EARLIER RUN
024700*    TODAY LEFT IN THE BATCH INSTEAD OF COLLIDING WITH THEM.
024800     MOVE ZERO TO WS-SEQUENCE.
024900     EXEC SQL
025000         SELECT COALESCE(MAX(WOUT_PEND_SEQ + 1), 0)
025100           INTO :WS-SEQUENCE
025200           FROM FINQ.WIREOUT
025300          WHERE WOUT_SEND_DATE  = :WS-TODAY-PACKED
025400            AND WOUT_PEND_BATCH = :FINQB513-PEND-BATCH-NBR
025500     END-EXEC.
025600     PERFORM 1100-LOAD-SDN-LIST THRU 1100-EXIT.
025700     OPEN OUTPUT FEDOUT-FILE.
025800     IF  WS-FED-STATUS NOT = '00'
025900         DISPLAY 'FINQB513 - FEDOUT I/O ERROR, STATUS '
026000             WS-FED-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GOBACK
026300     END-IF.
026400     EXEC SQL
026500         DECLARE CSR664 CURSOR FOR
026600         SELECT WOUT_BANK_NBR, WOUT_WIRE_ID, WOUT_ACCT_ID,
026700                WOUT_ACCT_NBR, WOUT_AMOUNT, WOUT_FEE_AMT,
026800                WOUT_BENE_NAME, WOUT_BENE_ACCT, WOUT_BENE_ABA,
026900                WOUT_BENE_BANK, WOUT_OBI, WOUT_SCREEN_IND
027000           FROM FINQ.WIREOUT
027100          WHERE WOUT_STATUS = 'R'
027200          ORDER BY WOUT_BANK_NBR, WOUT_WIRE_ID
027300     END-EXEC.
027400     EXEC SQL
027500         OPEN CSR664
027600     END-EXEC.
027700     IF  SQLCODE NOT = ZERO
027800         DISPLAY 'FINQB513 - CSR664 OPEN FAILED, SQLCODE '
027900             SQLCODE
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300     PERFORM 2100-FETCH-WIRE THRU 2100-EXIT.
028400 1000-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700 1100-LOAD-SDN-LIST.
028800     OPEN INPUT SDNIN-FILE.
028900     IF  WS-SDN-STATUS NOT = '00'
029000         DISPLAY 'FINQB513 - SDNIN I/O ERROR, STATUS '
029100             WS-SDN-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         GOBACK
029400     END-IF.
029500     PERFORM 1200-READ-SDN THRU 1200-EXIT.
029600     PERFORM 1300-STORE-SDN THRU 1300-EXIT
029700         UNTIL WS-EOF-YES.
029800     CLOSE SDNIN-FILE.
029900     MOVE 'N' TO WS-EOF-SW.
030000 1100-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300 1200-READ-SDN.
030400     READ SDNIN-FILE
030500         AT END
030600             SET WS-EOF-YES TO TRUE
030700     END-READ.
030800     IF  WS-SDN-STATUS NOT = '00'
030900     AND WS-SDN-STATUS NOT = '10'
031000         DISPLAY 'FINQB513 - SDNIN I/O ERROR, STATUS '
031100             WS-SDN-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         GOBACK
031400     END-IF.
031500 1200-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 1300-STORE-SDN.
031900     IF  WS-SDN-MAX >= 2000
032000         DISPLAY 'FINQB513 - SDN LIST EXCEEDS TABLE, RERUN '
032100             'WITH A SPLIT LIST'
032200         MOVE 16 TO RETURN-CODE
032300         GOBACK
032400     END-IF.
032500     ADD 1 TO WS-SDN-MAX.
032600     MOVE SDN-ENTRY-ID TO WS-SDN-ID (WS-SDN-MAX).
032700     MOVE SDN-NAME     TO WS-SDN-NAME (WS-SDN-MAX).
032800     PERFORM 1200-READ-SDN THRU 1200-EXIT.
032900 1300-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 2000-SEND-ONE-WIRE.
033300     ADD 1 TO WS-TOTAL-READ.
033400     MOVE SPACES TO WS-NOTE.
033500*    A WIRE THE BSA OFFICER CLEARED IS NOT SCREENED AGAIN.
033600     IF  NOT WOUT-SCREEN-CLEARED
033700         PERFORM 3000-SCREEN-WIRE THRU 3000-EXIT
033800         IF  WS-BEST-SCORE >= FINQB513-MATCH-SCORE
033900         AND FINQB513-MATCH-SCORE > ZERO
034000             PERFORM 3500-HOLD-FOR-OFAC THRU 3500-EXIT
034100             GO TO 2000-FETCH
034200         END-IF
034300         SET WOUT-SCREEN-PASSED TO TRUE
034400     END-IF.
034500     PERFORM 4000-CHECK-FUNDS THRU 4000-EXIT.
034600     IF  WS-NOTE NOT = SPACES
034700         PERFORM 4500-FAIL-FUNDS THRU 4500-EXIT
034800         GO TO 2000-FETCH
034900     END-IF.
035000     PERFORM 5000-POST-AND-SEND THRU 5000-EXIT.
035100 2000-FETCH.
035200     PERFORM 2100-FETCH-WIRE THRU 2100-EXIT.
035300 2000-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600 2100-FETCH-WIRE.
035700     EXEC SQL
035800         FETCH CSR664
035900          INTO :WOUT-BANK-NBR, :WOUT-WIRE-ID, :WOUT-ACCT-ID,
036000               :WOUT-ACCT-NBR, :WOUT-AMOUNT, :WOUT-FEE-AMT,
036100               :WOUT-BENE-NAME, :WOUT-BENE-ACCT,
036200               :WOUT-BENE-ABA, :WOUT-BENE-BANK, :WOUT-OBI,
036300               :WOUT-SCREEN-IND
036400     END-EXEC.
036500     IF  SQLCODE NOT = ZERO
036600         SET WS-EOF-YES TO TRUE
036700     END-IF.
036800 2100-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100 3000-SCREEN-WIRE.
037200*    THE BENEFICIARY, THEN THE BENEFICIARY'S BANK -- THE BEST
037300*    SCORE ACROSS BOTH NAMES AND THE WHOLE LIST DECIDES.
037400     MOVE ZERO TO WS-BEST-SCORE.
037500     MOVE ZERO TO WS-BEST-SUB.
037600     MOVE WOUT-BENE-NAME TO WS-NAME-UPPER.
037700     PERFORM 3100-SCREEN-ONE-NAME THRU 3100-EXIT.
037800     MOVE WOUT-BENE-BANK TO WS-NAME-UPPER.
037900     PERFORM 3100-SCREEN-ONE-NAME THRU 3100-EXIT.
038000 3000-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300 3100-SCREEN-ONE-NAME.
038400     INSPECT WS-NAME-UPPER
038500         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
038600                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
038700     PERFORM 3200-SCORE-ONE-ENTRY THRU 3200-EXIT
038800         VARYING WS-SUB FROM 1 BY 1
038900         UNTIL WS-SUB > WS-SDN-MAX.
039000 3100-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300 3200-SCORE-ONE-ENTRY.
039400*    A FULL-NAME MATCH SCORES 100; A LEADING-TEN-CHARACTER
039500*    MATCH SCORES 80 -- THE NIPSB504 SCORING.
039600     MOVE ZERO TO WS-SCORE.
039700     IF  WS-NAME-UPPER = SPACES
039800         GO TO 3200-EXIT
039900     END-IF.
040000     IF  WS-SDN-NAME (WS-SUB) = WS-NAME-UPPER
040100         MOVE 100 TO WS-SCORE
040200     ELSE
040300         IF  WS-SDN-NAME (WS-SUB) (1:10) = WS-NAME-UPPER (1:10)
040400         AND WS-NAME-UPPER (1:10) NOT = SPACES
040500             MOVE 80 TO WS-SCORE
040600         END-IF
040700     END-IF.
040800     IF  WS-SCORE > WS-BEST-SCORE
040900         MOVE WS-SCORE TO WS-BEST-SCORE
041000         MOVE WS-SUB   TO WS-BEST-SUB
041100     END-IF.
041200 3200-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500 3500-HOLD-FOR-OFAC.
041600*    THE WIRE DOES NOT GO -- IT WAITS AT STATUS O WITH THE LIST
041700*    ENTRY THAT STOPPED IT UNTIL THE BSA OFFICER DECIDES.
041800     MOVE SPACES TO WS-NOTE.
041900     STRING 'SDN ' WS-SDN-ID (WS-BEST-SUB) ' '
042000            WS-SDN-NAME (WS-BEST-SUB)
042100         DELIMITED BY SIZE
042200         INTO WS-NOTE.
042300     MOVE WS-NOTE TO WOUT-REASON.
042400     EXEC SQL
042500         UPDATE FINQ.WIREOUT
042600            SET WOUT_STATUS     = 'O',
042700                WOUT_SCREEN_IND = 'H',
042800                WOUT_REASON     = :WOUT-REASON
042900          WHERE WOUT_BANK_NBR = :WOUT-BANK-NBR
043000            AND WOUT_WIRE_ID  = :WOUT-WIRE-ID
043100     END-EXEC.
043200     IF  SQLCODE NOT = ZERO
043300         ADD 1 TO WS-TOTAL-ERRORS
043400         MOVE 'HOLD-ERR ' TO DL-DISP
043500     ELSE
043600         ADD 1 TO WS-TOTAL-OFAC
043700         MOVE 'OFAC-HLD ' TO DL-DISP
043800     END-IF.
043900     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
044000 3500-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300 4000-CHECK-FUNDS.
044400*    THE BALANCE MAY HAVE MOVED SINCE RELEASE.  THE CIF BALANCE
044500*    NET OF FINQ HOLDS, LESS THE WIRES ALREADY SENT TODAY (THEIR
044600*    DEBITS ARE STILL ON DSDS.PEND), MUST COVER WIRE AND FEE.
044700     MOVE WOUT-ACCT-NBR    TO WS-ACCT-KEY-NBR.
044800     MOVE WS-ACCT-KEY-WORK TO WS-ACCT-KEY-25.
044900     EXEC SQL
045000         SELECT ACCT_BALANCE
045100           INTO :WS-LEDGER-BAL
045200           FROM CIF.ACCOUNT
045300          WHERE ACCT_BANK_NBR = :WOUT-BANK-NBR
045400            AND ACCT_FILE_ID  = :FINQB513-FILE-ID
045500            AND ACCT_KEY      = :WS-ACCT-KEY-25
045600            AND ACCT_STATUS   = 'O'
045700     END-EXEC.
045800     IF  SQLCODE NOT = ZERO
045900         MOVE 'ACCOUNT NOT OPEN AT SEND' TO WS-NOTE
046000         GO TO 4000-EXIT
046100     END-IF.
046200     MOVE ZERO TO WS-HELD-AMT.
046300     EXEC SQL
046400         SELECT COALESCE(SUM(HELD_AMT), 0)
046500           INTO :WS-HELD-AMT
046600           FROM (SELECT HOLD_AMOUNT AS HELD_AMT
046700                   FROM FINQ.HOLD
046800                  WHERE HOLD_BANK_NBR = :WOUT-BANK-NBR
046900                    AND HOLD_ACCT_NBR = :WOUT-ACCT-NBR
047000                    AND HOLD_RELEASE_DATE > :WS-TODAY-PACKED
047100                 UNION ALL
047200                 SELECT DEP_AMOUNT - DEP_AMOUNT_AVAIL
047300                   FROM FINQ.DEPOSIT
047400                  WHERE DEP_BANK_NBR = :WOUT-BANK-NBR
047500                    AND DEP_ACCT_NBR = :WOUT-ACCT-NBR
047600                    AND DEP_RELEASE_DATE > :WS-TODAY-PACKED
047700                    AND DEP_AMOUNT > DEP_AMOUNT_AVAIL) HELD
047800     END-EXEC.
047900     IF  SQLCODE NOT = ZERO
048000         MOVE ZERO TO WS-HELD-AMT
048100     END-IF.
048200     MOVE ZERO TO WS-SENT-TODAY.
048300     EXEC SQL
048400         SELECT COALESCE(SUM(WOUT_AMOUNT + WOUT_FEE_AMT), 0)
048500           INTO :WS-SENT-TODAY
048600           FROM FINQ.WIREOUT
048700          WHERE WOUT_BANK_NBR  = :WOUT-BANK-NBR
048800            AND WOUT_ACCT_NBR  = :WOUT-ACCT-NBR
048900            AND WOUT_STATUS    = 'S'
049000            AND WOUT_SEND_DATE = :WS-TODAY-PACKED
049100     END-EXEC.
049200     IF  SQLCODE NOT = ZERO
049300         MOVE ZERO TO WS-SENT-TODAY
049400     END-IF.
049500     COMPUTE WS-AVAIL-BAL =
049600         WS-LEDGER-BAL - WS-HELD-AMT - WS-SENT-TODAY.
049700     IF  WOUT-AMOUNT + WOUT-FEE-AMT > WS-AVAIL-BAL
049800         MOVE 'INSUFFICIENT FUNDS AT SEND' TO WS-NOTE
049900     END-IF.
050000 4000-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300 4500-FAIL-FUNDS.
050400*    STATUS F -- THE WIRE ROOM CALLS THE CUSTOMER; A NEW
050500*    REQUEST IS ENTERED IF THE WIRE IS STILL WANTED.
050600     MOVE WS-NOTE TO WOUT-REASON.
050700     EXEC SQL
050800         UPDATE FINQ.WIREOUT
050900            SET WOUT_STATUS     = 'F',
051000                WOUT_SCREEN_IND = :WOUT-SCREEN-IND,
051100                WOUT_REASON     = :WOUT-REASON
051200          WHERE WOUT_BANK_NBR = :WOUT-BANK-NBR
051300            AND WOUT_WIRE_ID  = :WOUT-WIRE-ID
051400     END-EXEC.
051500     IF  SQLCODE NOT = ZERO
051600         ADD 1 TO WS-TOTAL-ERRORS
051700         MOVE 'UPDT-ERR ' TO DL-DISP
051800     ELSE
051900         ADD 1 TO WS-TOTAL-FUNDS
052000         MOVE 'FUNDS-FL ' TO DL-DISP
052100     END-IF.
052200     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
052300 4500-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600 5000-POST-AND-SEND.
052700*    THE DEBIT (AND THE FEE, WHEN THERE IS ONE) GOES TO
052800*    DSDS.PEND FIRST; ONLY A WIRE WHOSE DEBIT POSTED IS WRITTEN
052900*    FOR THE FED AND MARKED SENT.
053000     ADD 1 TO WS-SEQUENCE.
053100     MOVE WOUT-ACCT-NBR   TO WS-PEND-ACCT-NBR.
053200     MOVE WOUT-WIRE-ID    TO WS-DESC-WIRE-ID.
053300     MOVE 'OUTGOING WIRE ' TO WS-DESC-TEXT.
053400     MOVE WS-DESC-WORK    TO WS-WIRE-DESC.
053500     EXEC SQL
053600         INSERT INTO DSDS.PEND
053700                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
053800                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
053900                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
054000                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
054100                 PEND_ITEM_COUNT)
054200         VALUES (:WOUT-BANK-NBR, :WOUT-ACCT-ID,
054300                 :WS-PEND-ACCT-NBR, :FINQB513-PEND-TX-CODE,
054400                 :WOUT-AMOUNT, :WS-TODAY-PACKED,
054500                 :FINQB513-PEND-BATCH-NBR, :WS-SEQUENCE,
054600                 :WS-WIRE-DESC, 'FINQB513', :WS-TODAY-PACKED, 1)
054700     END-EXEC.
054800     IF  SQLCODE NOT = ZERO
054900         ADD 1 TO WS-TOTAL-ERRORS
055000         MOVE 'PEND-ERR ' TO DL-DISP
055100         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
055200         GO TO 5000-EXIT
055300     END-IF.
055400     MOVE WS-SEQUENCE TO WS-FEE-SEQ.
055500     IF  WOUT-FEE-AMT > ZERO
055600         ADD 1 TO WS-SEQUENCE
055700         MOVE 'WIRE FEE      ' TO WS-DESC-TEXT
055800         MOVE WS-DESC-WORK     TO WS-WIRE-DESC
055900         EXEC SQL
056000             INSERT INTO DSDS.PEND
056100                    (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
056200                     PEND_TX_CODE, PEND_TX_AMOUNT,
056300                     PEND_EFFECT_DATE, PEND_BATCH_NBR,
056400                     PEND_SEQUENCE_NBR, PEND_TX_DESC,
056500                     PEND_SOURCE_PROG, PEND_ENTRY_DATE,
056600                     PEND_ITEM_COUNT)
056700             VALUES (:WOUT-BANK-NBR, :WOUT-ACCT-ID,
056800                     :WS-PEND-ACCT-NBR, :FINQB513-FEE-TX-CODE,
056900                     :WOUT-FEE-AMT, :WS-TODAY-PACKED,
057000                     :FINQB513-PEND-BATCH-NBR, :WS-SEQUENCE,
057100                     :WS-WIRE-DESC, 'FINQB513',
057200                     :WS-TODAY-PACKED, 1)
057300         END-EXEC
057400         IF  SQLCODE NOT = ZERO
057500             MOVE 'FEE NOT POSTED -- POST BY HAND' TO WS-NOTE
057600         ELSE
057700             ADD WOUT-FEE-AMT TO WS-FEES-POSTED
057800         END-IF
057900     END-IF.
058000     PERFORM 5100-WRITE-FEDWIRE THRU 5100-EXIT.
058100     EXEC SQL
058200         UPDATE FINQ.WIREOUT
058300            SET WOUT_STATUS     = 'S',
058400                WOUT_SCREEN_IND = :WOUT-SCREEN-IND,
058500                WOUT_SEND_DATE  = :WS-TODAY-PACKED,
058600                WOUT_PEND_BATCH = :FINQB513-PEND-BATCH-NBR,
058700                WOUT_PEND_SEQ   = :WS-FEE-SEQ
058800          WHERE WOUT_BANK_NBR = :WOUT-BANK-NBR
058900            AND WOUT_WIRE_ID  = :WOUT-WIRE-ID
059000     END-EXEC.
059100     IF  SQLCODE NOT = ZERO
059200         DISPLAY 'FINQB513 - SENT WIRE NOT MARKED, BANK '
059300             WOUT-BANK-NBR ' WIRE ' WS-DESC-WIRE-ID
059400         MOVE 4 TO RETURN-CODE
059500     END-IF.
059600     ADD 1 TO WS-TOTAL-SENT.
059700     ADD WOUT-AMOUNT TO WS-AMOUNT-SENT.
059800     MOVE 'SENT     ' TO DL-DISP.
059900     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
060000 5000-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300 5100-WRITE-FEDWIRE.
060400*    THE ORIGINATOR'S NAME IS THE OWNING CUSTOMER'S, FROM CIF.
060500     MOVE SPACES            TO U021-CUST-NAME.
060600     MOVE WOUT-BANK-NBR     TO U021-BANK-NBR.
060700     MOVE FINQB513-FILE-ID  TO U021-FILE-ID.
060800     MOVE WS-ACCT-KEY-25    TO U021-FILE-KEY.
060900     MOVE 'N'               TO U021-DEMOGRAPHICS-IND.
061000     MOVE 'S'               TO U021-FUNCTION.
061100     CALL 'CIFU021' USING CIFU021-PARAMETERS
061200                          CIFU021-BULK-PARAMETERS
061300                          CIFU021-HOUSEHOLD-PARAMETERS.
061400     MOVE SPACES              TO FEDOUT-RECORD.
061500     MOVE '1000'              TO FWO-TYPE-CODE.
061600     MOVE FINQB513-SENDER-ABA TO FWO-SENDER-ABA.
061700     MOVE WOUT-BANK-NBR       TO WS-REF-BANK.
061800     MOVE WOUT-WIRE-ID        TO WS-REF-WIRE-ID.
061900     MOVE WS-REF-WORK         TO FWO-SENDER-REF.
062000     MOVE WOUT-AMOUNT         TO FWO-AMOUNT.
062100     MOVE 'CTR'               TO FWO-BUS-FUNC.
062200     MOVE WOUT-BENE-ABA       TO FWO-RECEIVER-ABA.
062300     MOVE WOUT-BENE-BANK      TO FWO-RECEIVER-NAME.
062400     MOVE WOUT-ACCT-NBR       TO FWO-ORIG-ACCT.
062500     IF  U021-GOOD-RETURN
062600         MOVE U021-CUST-NAME  TO FWO-ORIG-NAME
062700     END-IF.
062800     MOVE WOUT-BENE-ACCT      TO FWO-BENE-ACCT.
062900     MOVE WOUT-BENE-NAME      TO FWO-BENE-NAME.
063000     MOVE WOUT-OBI            TO FWO-OBI.
063100     MOVE WS-SEND-YMD         TO FWO-SEND-DATE.
063200     WRITE FEDOUT-RECORD.
063300     IF  WS-FED-STATUS NOT = '00'
063400         DISPLAY 'FINQB513 - FEDOUT I/O ERROR, STATUS '
063500             WS-FED-STATUS
063600         MOVE 16 TO RETURN-CODE
063700         GOBACK
063800     END-IF.
063900 5100-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200 6000-WRITE-DETAIL.
064300     MOVE WOUT-BANK-NBR  TO DL-BANK-NBR.
064400     MOVE WOUT-WIRE-ID   TO DL-WIRE-ID.
064500     MOVE WOUT-ACCT-NBR  TO DL-ACCT-NBR.
064600     MOVE WOUT-AMOUNT    TO DL-AMOUNT.
064700     MOVE WOUT-FEE-AMT   TO DL-FEE.
064800     MOVE WOUT-BENE-NAME TO DL-BENE-NAME.
064900     MOVE WS-NOTE        TO DL-NOTE.
065000     MOVE WS-DETAIL-LINE TO RPT664-RECORD.
065100     WRITE RPT664-RECORD.
065200 6000-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500 8000-FINALIZE.
065600     MOVE WS-TOTAL-READ TO TL-READ.
065700     MOVE WS-TOTAL-LINE-1 TO RPT664-RECORD.
065800     WRITE RPT664-RECORD.
065900     MOVE WS-TOTAL-SENT TO TL-SENT.
066000     MOVE WS-TOTAL-LINE-2 TO RPT664-RECORD.
066100     WRITE RPT664-RECORD.
066200     MOVE WS-AMOUNT-SENT TO TL-AMOUNT-SENT.
066300     MOVE WS-TOTAL-LINE-3 TO RPT664-RECORD.
066400     WRITE RPT664-RECORD.
066500     MOVE WS-FEES-POSTED TO TL-FEES.
066600     MOVE WS-TOTAL-LINE-4 TO RPT664-RECORD.
066700     WRITE RPT664-RECORD.
066800     MOVE WS-TOTAL-OFAC TO TL-OFAC.
066900     MOVE WS-TOTAL-LINE-5 TO RPT664-RECORD.
067000     WRITE RPT664-RECORD.
067100     MOVE WS-TOTAL-FUNDS TO TL-FUNDS.
067200     MOVE WS-TOTAL-LINE-6 TO RPT664-RECORD.
067300     WRITE RPT664-RECORD.
067400     MOVE WS-TOTAL-ERRORS TO TL-ERRORS.
067500     MOVE WS-TOTAL-LINE-7 TO RPT664-RECORD.
067600     WRITE RPT664-RECORD.
067700     CLOSE FEDOUT-FILE.
067800     CLOSE RPT664-FILE.
067900 8000-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------
068200 9000-DECIDE-HELD-WIRE.
068300*    THE BSA OFFICER'S DECISION.  CLEAR PUTS THE WIRE BACK AT
068400*    RELEASED, MARKED CLEARED SO THE NEXT SEND DOES NOT STOP IT
068500*    AGAIN ON THE SAME ENTRY; BLOCK MARKS IT B AND IT NEVER
068600*    SENDS.  ONLY A WIRE ACTUALLY HELD FOR OFAC CAN BE DECIDED.
068700     IF  FINQB513-MODE-CLEAR
068800         EXEC SQL
068900             UPDATE FINQ.WIREOUT
069000                SET WOUT_STATUS     = 'R',
069100                    WOUT_SCREEN_IND = 'C'
069200              WHERE WOUT_BANK_NBR = :FINQB513-BANK-NBR
069300                AND WOUT_WIRE_ID  = :FINQB513-WIRE-ID
069400                AND WOUT_STATUS   = 'O'
069500         END-EXEC
069600     ELSE
069700         EXEC SQL
069800             UPDATE FINQ.WIREOUT
069900                SET WOUT_STATUS = 'B',
070000                    WOUT_REASON = 'BLOCKED BY BSA OFFICER'
070100              WHERE WOUT_BANK_NBR = :FINQB513-BANK-NBR
070200                AND WOUT_WIRE_ID  = :FINQB513-WIRE-ID
070300                AND WOUT_STATUS   = 'O'
070400         END-EXEC
070500     END-IF.
070600     IF  SQLCODE = ZERO
070700         DISPLAY 'FINQB513 - DECISION APPLIED TO WIRE '
070800             FINQB513-BANK-NBR ' ' FINQB513-WIRE-ID
070900     ELSE
071000         DISPLAY 'FINQB513 - NO HELD WIRE MATCHED THE KEY'
071100         MOVE 8 TO RETURN-CODE
071200     END-IF.
071300 9000-EXIT.
071400     EXIT.
