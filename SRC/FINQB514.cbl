000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQB514.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY OUTBOUND    *
001500*                      WIRE REGISTER.  LISTS EVERY WIRE FINQB513 *
001600*                      SENT TODAY WITH ITS FEE, TOTALS BY BANK,  *
001700*                      COUNTS THE WIRES LEFT AT EVERY OTHER      *
001800*                      STATUS, AND PROVES THE DAY -- THE         *
001900*                      REGISTER AGAINST THE WIRE DEBITS AND FEES *
002000*                      FINQB513 POSTED TO DSDS.PEND, AND AGAINST *
002100*                      THE WIRE SETTLEMENT GL BALANCE.           *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPT665-FILE ASSIGN TO RPT665
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RPT665-FILE
003500     RECORDING MODE F.
003600 01  RPT665-RECORD               PIC X(132).
003700*----------------------------------------------------------------
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-EOF-SW                PIC X       VALUE 'N'.
004100         88  WS-EOF-YES                   VALUE 'Y'.
004200     05  WS-FIRST-SW              PIC X       VALUE 'Y'.
004300         88  WS-FIRST-WIRE                VALUE 'Y'.
004400 01  WS-WORK-FIELDS.
004500     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
004600     05  WS-PREV-BANK             PIC S9(3)   COMP-3 VALUE +0.
004700     05  WS-STAT-CODE             PIC X(01)   VALUE SPACE.
004800     05  WS-STAT-COUNT            PIC S9(7)   COMP  VALUE ZERO.
004900     05  WS-BANK-COUNT            PIC S9(7)   COMP  VALUE ZERO.
005000     05  WS-BANK-AMOUNT           PIC S9(11)V99 COMP-3 VALUE +0.
005100     05  WS-BANK-FEES             PIC S9(11)V99 COMP-3 VALUE +0.
005200     05  WS-TOTAL-COUNT           PIC S9(7)   COMP  VALUE ZERO.
005300     05  WS-TOTAL-AMOUNT          PIC S9(11)V99 COMP-3 VALUE +0.
005400     05  WS-TOTAL-FEES            PIC S9(11)V99 COMP-3 VALUE +0.
005500     05  WS-PEND-AMOUNT           PIC S9(11)V99 COMP-3 VALUE +0.
005600     05  WS-PEND-FEES             PIC S9(11)V99 COMP-3 VALUE +0.
005700*----------------------------------------------------------------
005800     COPY FINQWOUT.
005900*----------------------------------------------------------------
006000 01  WS-HEADING-1.
006100     05  FILLER  PIC X(132) VALUE
006200       'FINQB514  DAILY OUTBOUND WIRE REGISTER'.
006300 01  WS-HEADING-2.
006400     05  FILLER  PIC X(45)  VALUE
006500       'BNK WIRE-ID   ACCOUNT           AMOUNT       '.
006600     05  FILLER  PIC X(48)  VALUE
006700       'FEE  BENEFICIARY                         ABA    '.
006800     05  FILLER  PIC X(39)  VALUE
006900       '   ENT REL                             '.
007000 01  WS-DETAIL-LINE.
007100     05  DL-BANK-NBR              PIC 9(03).
007200     05  FILLER                   PIC X(01)   VALUE SPACE.
007300     05  DL-WIRE-ID               PIC 9(09).
007400     05  FILLER                   PIC X(01)   VALUE SPACE.
007500     05  DL-ACCT-NBR              PIC X(09).
007600     05  FILLER                   PIC X(01)   VALUE SPACE.
007700     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
007800     05  FILLER                   PIC X(01)   VALUE SPACE.
007900     05  DL-FEE                   PIC ZZ,ZZ9.99.
008000     05  FILLER                   PIC X(02)   VALUE SPACE.
008100     05  DL-BENE-NAME             PIC X(35).
008200     05  FILLER                   PIC X(01)   VALUE SPACE.
008300     05  DL-BENE-ABA              PIC X(09).
008400     05  FILLER                   PIC X(01)   VALUE SPACE.
008500     05  DL-ENTRY-OPER            PIC X(03).
008600     05  FILLER                   PIC X(01)   VALUE SPACE.
008700     05  DL-RELEASE-OPER          PIC X(03).
008800     05  FILLER                   PIC X(29)   VALUE SPACE.
008900 01  WS-BANK-LINE.
009000     05  FILLER       PIC X(19) VALUE 'BANK TOTAL       - '.
009100     05  BL-BANK-NBR              PIC 9(03).
009200     05  FILLER                   PIC X(02)   VALUE SPACE.
009300     05  BL-COUNT                 PIC ZZZ,ZZ9.
009400     05  FILLER                   PIC X(02)   VALUE SPACE.
009500     05  BL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
009600     05  FILLER                   PIC X(02)   VALUE SPACE.
009700     05  BL-FEES                  PIC ZZZ,ZZZ,ZZ9.99.
009800     05  FILLER                   PIC X(69)   VALUE SPACE.
009900 01  WS-STATUS-LINE.
010000     05  FILLER       PIC X(19) VALUE 'WIRES AT STATUS  - '.
010100     05  SL-STATUS                PIC X(01).
010200     05  FILLER                   PIC X(02)   VALUE SPACE.
010300     05  SL-COUNT                 PIC ZZZ,ZZ9.
010400     05  FILLER                   PIC X(103)  VALUE SPACE.
010500 01  WS-PROOF-LINE.
010600     05  PF-LABEL                 PIC X(19).
010700     05  PF-VERDICT               PIC X(14).
010800     05  FILLER       PIC X(11) VALUE '  REGISTER '.
010900     05  PF-REGISTER              PIC ZZZ,ZZZ,ZZ9.99.
011000     05  PF-OTHER-LABEL           PIC X(07).
011100     05  PF-OTHER                 PIC ZZZ,ZZZ,ZZ9.99.
011200     05  FILLER                   PIC X(59)   VALUE SPACE.
011300 01  WS-TOTAL-LINE-1.
011400     05  FILLER       PIC X(19) VALUE 'WIRES SENT       - '.
011500     05  TL-COUNT                 PIC ZZZ,ZZ9.
011600     05  FILLER                   PIC X(106)  VALUE SPACE.
011700 01  WS-TOTAL-LINE-2.
011800     05  FILLER       PIC X(19) VALUE 'AMOUNT SENT      - '.
011900     05  TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
012000     05  FILLER                   PIC X(99)   VALUE SPACE.
012100 01  WS-TOTAL-LINE-3.
012200     05  FILLER       PIC X(19) VALUE 'FEES CHARGED     - '.
012300     05  TL-FEES                  PIC ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                   PIC X(99)   VALUE SPACE.
012500*----------------------------------------------------------------
012600 LINKAGE SECTION.
012700 01  FINQB514-PARM.
012800*    THE PEND CODING FINQB513 RAN WITH (WIRE DEBIT AND FEE TX
012900*    CODES, BATCH) AND THE DAY'S WIRE SETTLEMENT GL BALANCE.
013000     05  FINQB514-PEND-TX-CODE     PIC 9(03).
013100     05  FINQB514-FEE-TX-CODE      PIC 9(03).
013200     05  FINQB514-PEND-BATCH-NBR   PIC 9(05).
013300     05  FINQB514-GL-BALANCE       PIC 9(11)V99.
013400*----------------------------------------------------------------
013500 PROCEDURE DIVISION USING FINQB514-PARM.
013600*
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 2000-LIST-ONE-WIRE THRU 2000-EXIT
014000         UNTIL WS-EOF-YES.
014100     EXEC SQL CLOSE CSR665 END-EXEC.
014200     IF  NOT WS-FIRST-WIRE
014300         PERFORM 2200-BANK-BREAK THRU 2200-EXIT
014400     END-IF.
014500     PERFORM 3000-COUNT-STATUSES THRU 3000-EXIT.
014600     PERFORM 4000-PROVE-REGISTER THRU 4000-EXIT.
014700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
014800     GOBACK.
014900*----------------------------------------------------------------
015000 1000-INITIALIZE.
015100     OPEN OUTPUT RPT665-FILE.
015200     MOVE WS-HEADING-1 TO RPT665-RECORD.
015300     WRITE RPT665-RECORD.
015400     MOVE WS-HEADING-2 TO RPT665-RECORD.
015500     WRITE RPT665-RECORD.
015600     EXEC SQL
015700         SET :WS-TODAY-PACKED =
015800             (YEAR(CURRENT DATE) - 1900) * 10000
015900             + MONTH(CURRENT DATE) * 100
016000             + DAY(CURRENT DATE)
016100     END-EXEC.
016200     EXEC SQL
016300         DECLARE CSR665 CURSOR FOR
016400         SELECT WOUT_BANK_NBR, WOUT_WIRE_ID, WOUT_ACCT_NBR,
016500                WOUT_AMOUNT, WOUT_FEE_AMT, WOUT_BENE_NAME,
016600                WOUT_BENE_ABA, WOUT_ENTRY_OPER,
016700                WOUT_RELEASE_OPER
016800           FROM FINQ.WIREOUT
016900          WHERE WOUT_STATUS    = 'S'
017000            AND WOUT_SEND_DATE = :WS-TODAY-PACKED
017100          ORDER BY WOUT_BANK_NBR, WOUT_WIRE_ID
017200     END-EXEC.
017300     EXEC SQL
017400         OPEN CSR665
017500     END-EXEC.
017600     IF  SQLCODE NOT = ZERO
017700         DISPLAY 'FINQB514 - CSR665 OPEN FAILED, SQLCODE '
017800             SQLCODE
017900         MOVE 16 TO RETURN-CODE
018000         GOBACK
018100     END-IF.
018200     PERFORM 2100-FETCH-WIRE THRU 2100-EXIT.
018300 1000-EXIT.
018400     EXIT.
018500*----------------------------------------------------------------
018600 2000-LIST-ONE-WIRE.
018700     IF  WS-FIRST-WIRE
018800         MOVE 'N' TO WS-FIRST-SW
018900         MOVE WOUT-BANK-NBR TO WS-PREV-BANK
019000     END-IF.
019100     IF  WOUT-BANK-NBR NOT = WS-PREV-BANK
019200         PERFORM 2200-BANK-BREAK THRU 2200-EXIT
019300         MOVE WOUT-BANK-NBR TO WS-PREV-BANK
019400     END-IF.
019500     MOVE WOUT-BANK-NBR     TO DL-BANK-NBR.
019600     MOVE WOUT-WIRE-ID      TO DL-WIRE-ID.
019700     MOVE WOUT-ACCT-NBR     TO DL-ACCT-NBR.
019800     MOVE WOUT-AMOUNT       TO DL-AMOUNT.
019900     MOVE WOUT-FEE-AMT      TO DL-FEE.
020000     MOVE WOUT-BENE-NAME    TO DL-BENE-NAME.
020100     MOVE WOUT-BENE-ABA     TO DL-BENE-ABA.
020200     MOVE WOUT-ENTRY-OPER   TO DL-ENTRY-OPER.
020300     MOVE WOUT-RELEASE-OPER TO DL-RELEASE-OPER.
020400     MOVE WS-DETAIL-LINE    TO RPT665-RECORD.
020500     WRITE RPT665-RECORD.
020600     ADD 1            TO WS-BANK-COUNT.
020700     ADD WOUT-AMOUNT  TO WS-BANK-AMOUNT.
020800     ADD WOUT-FEE-AMT TO WS-BANK-FEES.
020900     PERFORM 2100-FETCH-WIRE THRU 2100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300 2100-FETCH-WIRE.
021400     EXEC SQL
021500         FETCH CSR665
021600          INTO :WOUT-BANK-NBR, :WOUT-WIRE-ID, :WOUT-ACCT-NBR,
021700               :WOUT-AMOUNT, :WOUT-FEE-AMT, :WOUT-BENE-NAME,
021800               :WOUT-BENE-ABA, :WOUT-ENTRY-OPER,
021900               :WOUT-RELEASE-OPER
022000     END-EXEC.
022100     IF  SQLCODE NOT = ZERO
022200         SET WS-EOF-YES TO TRUE
022300     END-IF.
022400 2100-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700 2200-BANK-BREAK.
022800     MOVE WS-PREV-BANK   TO BL-BANK-NBR.
022900     MOVE WS-BANK-COUNT  TO BL-COUNT.
023000     MOVE WS-BANK-AMOUNT TO BL-AMOUNT.
023100     MOVE WS-BANK-FEES   TO BL-FEES.
023200     MOVE WS-BANK-LINE   TO RPT665-RECORD.
023300     WRITE RPT665-RECORD.
023400     ADD WS-BANK-COUNT  TO WS-TOTAL-COUNT.
023500     ADD WS-BANK-AMOUNT TO WS-TOTAL-AMOUNT.
023600     ADD WS-BANK-FEES   TO WS-TOTAL-FEES.
023700     MOVE ZERO TO WS-BANK-COUNT.
023800     MOVE ZERO TO WS-BANK-AMOUNT.
023900     MOVE ZERO TO WS-BANK-FEES.
024000 2200-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300 3000-COUNT-STATUSES.
024400*    WHAT DID NOT GO -- WIRES STILL WAITING (P, R, O) AND THE
024500*    ONES THAT ENDED TODAY WITHOUT SENDING (F, C, B).
024600     MOVE 'N' TO WS-EOF-SW.
024700     EXEC SQL
024800         DECLARE CSR665S CURSOR FOR
024900         SELECT WOUT_STATUS, COUNT(*)
025000           FROM FINQ.WIREOUT
025100          WHERE WOUT_STATUS IN ('P', 'R', 'O')
025200             OR (WOUT_STATUS IN ('F', 'C', 'B')
025300            AND  WOUT_ENTRY_DATE = :WS-TODAY-PACKED)
025400          GROUP BY WOUT_STATUS
025500          ORDER BY WOUT_STATUS
025600     END-EXEC.
025700     EXEC SQL OPEN CSR665S END-EXEC.
025800     PERFORM 3100-FETCH-STATUS THRU 3100-EXIT.
025900     PERFORM 3200-LIST-STATUS THRU 3200-EXIT
026000         UNTIL WS-EOF-YES.
026100     EXEC SQL CLOSE CSR665S END-EXEC.
026200 3000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500 3100-FETCH-STATUS.
026600     EXEC SQL
026700         FETCH CSR665S
026800          INTO :WS-STAT-CODE, :WS-STAT-COUNT
026900     END-EXEC.
027000     IF  SQLCODE NOT = ZERO
027100         SET WS-EOF-YES TO TRUE
027200     END-IF.
027300 3100-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600 3200-LIST-STATUS.
027700     MOVE WS-STAT-CODE   TO SL-STATUS.
027800     MOVE WS-STAT-COUNT  TO SL-COUNT.
027900     MOVE WS-STATUS-LINE TO RPT665-RECORD.
028000     WRITE RPT665-RECORD.
028100     PERFORM 3100-FETCH-STATUS THRU 3100-EXIT.
028200 3200-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500 4000-PROVE-REGISTER.
028600*    THE WIRE DEBITS AND FEES FINQB513 LEFT ON DSDS.PEND TODAY
028700*    MUST EQUAL THE REGISTER, AND THE WIRES SENT MUST EQUAL
028800*    THE SETTLEMENT GL.
028900     MOVE ZERO TO WS-PEND-AMOUNT.
029000     EXEC SQL
029100         SELECT COALESCE(SUM(PEND_TX_AMOUNT), 0)
029200           INTO :WS-PEND-AMOUNT
029300           FROM DSDS.PEND
029400          WHERE PEND_SOURCE_PROG = 'FINQB513'
029500            AND PEND_ENTRY_DATE  = :WS-TODAY-PACKED
029600            AND PEND_BATCH_NBR   = :FINQB514-PEND-BATCH-NBR
029700            AND PEND_TX_CODE     = :FINQB514-PEND-TX-CODE
029800     END-EXEC.
029900     IF  SQLCODE NOT = ZERO
030000         MOVE ZERO TO WS-PEND-AMOUNT
030100     END-IF.
030200     MOVE ZERO TO WS-PEND-FEES.
030300     EXEC SQL
030400         SELECT COALESCE(SUM(PEND_TX_AMOUNT), 0)
030500           INTO :WS-PEND-FEES
030600           FROM DSDS.PEND
030700          WHERE PEND_SOURCE_PROG = 'FINQB513'
030800            AND PEND_ENTRY_DATE  = :WS-TODAY-PACKED
030900            AND PEND_BATCH_NBR   = :FINQB514-PEND-BATCH-NBR
031000            AND PEND_TX_CODE     = :FINQB514-FEE-TX-CODE
031100     END-EXEC.
031200     IF  SQLCODE NOT = ZERO
031300         MOVE ZERO TO WS-PEND-FEES
031400     END-IF.
031500     MOVE 'DEBIT PROOF      - ' TO PF-LABEL.
031600     MOVE WS-TOTAL-AMOUNT       TO PF-REGISTER.
031700     MOVE '  PEND '             TO PF-OTHER-LABEL.
031800     MOVE WS-PEND-AMOUNT        TO PF-OTHER.
031900     IF  WS-TOTAL-AMOUNT = WS-PEND-AMOUNT
032000         MOVE 'IN PROOF      ' TO PF-VERDICT
032100     ELSE
032200         MOVE '*OUT OF PROOF*' TO PF-VERDICT
032300         MOVE 4 TO RETURN-CODE
032400     END-IF.
032500     MOVE WS-PROOF-LINE TO RPT665-RECORD.
032600     WRITE RPT665-RECORD.
032700*    A FEE THAT FAILED TO POST WAS FLAGGED ON THE SEND REPORT
032800*    FOR HAND POSTING; IT SHOWS HERE AS A FEE PROOF DIFFERENCE.
032900     MOVE 'FEE PROOF        - ' TO PF-LABEL.
033000     MOVE WS-TOTAL-FEES         TO PF-REGISTER.
033100     MOVE WS-PEND-FEES          TO PF-OTHER.
033200     IF  WS-TOTAL-FEES = WS-PEND-FEES
033300         MOVE 'IN PROOF      ' TO PF-VERDICT
033400     ELSE
033500         MOVE '*OUT OF PROOF*' TO PF-VERDICT
033600         MOVE 4 TO RETURN-CODE
033700     END-IF.
033800     MOVE WS-PROOF-LINE TO RPT665-RECORD.
033900     WRITE RPT665-RECORD.
034000     MOVE 'REGISTER PROOF   - ' TO PF-LABEL.
034100     MOVE WS-TOTAL-AMOUNT       TO PF-REGISTER.
034200     MOVE '  GL   '             TO PF-OTHER-LABEL.
034300     MOVE FINQB514-GL-BALANCE   TO PF-OTHER.
034400     IF  WS-TOTAL-AMOUNT = FINQB514-GL-BALANCE
034500         MOVE 'IN PROOF      ' TO PF-VERDICT
034600     ELSE
034700         MOVE '*OUT OF PROOF*' TO PF-VERDICT
034800         MOVE 4 TO RETURN-CODE
034900     END-IF.
035000     MOVE WS-PROOF-LINE TO RPT665-RECORD.
035100     WRITE RPT665-RECORD.
035200 4000-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500 8000-FINALIZE.
035600     MOVE WS-TOTAL-COUNT  TO TL-COUNT.
035700     MOVE WS-TOTAL-LINE-1 TO RPT665-RECORD.
035800     WRITE RPT665-RECORD.
035900     MOVE WS-TOTAL-AMOUNT TO TL-AMOUNT.
036000     MOVE WS-TOTAL-LINE-2 TO RPT665-RECORD.
036100     WRITE RPT665-RECORD.
036200     MOVE WS-TOTAL-FEES   TO TL-FEES.
036300     MOVE WS-TOTAL-LINE-3 TO RPT665-RECORD.
036400     WRITE RPT665-RECORD.
036500     CLOSE RPT665-FILE.
036600 8000-EXIT.
036700     EXIT.
