000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB549.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  DSDS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  END-OF-DAY ZERO   *
001500*                      BALANCE AND TARGET BALANCE SWEEPS.  EACH  *
001600*                      ACTIVE DSDS.SWEEPAGR AGREEMENT'S          *
001700*                      SECONDARY CLOSING LEDGER IS WORKED OUT    *
001800*                      FROM THE CIF LEDGER AND THE DAY'S POSTED  *
001900*                      DETAIL (PDTX501), AND THE PAIRED DEBIT    *
002000*                      AND CREDIT THAT BRING IT TO ZERO OR TO    *
002100*                      TARGET ARE WRITTEN TO DSDS.PEND.  A       *
002200*                      CONCENTRATION ACCOUNT LEFT NEGATIVE BY    *
002300*                      THE SWEEPS IS LISTED FOR REVIEW.          *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PDTX501-FILE ASSIGN TO PDTX501
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-PDTX-STATUS.
003500     SELECT RPT657-FILE ASSIGN TO RPT657
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PDTX501-FILE
004000     RECORDING MODE F.
004100 01  PDTX501-RECORD.
004200     COPY DSDSPRCF.
004300 FD  RPT657-FILE
004400     RECORDING MODE F.
004500 01  RPT657-RECORD               PIC X(132).
004600*----------------------------------------------------------------
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-EOF-SW                PIC X       VALUE 'N'.
005000         88  WS-EOF-YES                   VALUE 'Y'.
005100     05  WS-FOUND-SW              PIC X       VALUE 'N'.
005200         88  WS-FOUND                     VALUE 'Y'.
005300     05  WS-PDTX-STATUS           PIC XX      VALUE '00'.
005400 01  WS-WORK-FIELDS.
005500     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
005600     05  WS-AX                    PIC S9(4)   COMP  VALUE +0.
005700     05  WS-PX                    PIC S9(4)   COMP  VALUE +0.
005800     05  WS-SX                    PIC S9(4)   COMP  VALUE +0.
005900     05  WS-ACCT-MAX              PIC S9(4)   COMP  VALUE +0.
006000     05  WS-AGR-MAX               PIC S9(4)   COMP  VALUE +0.
006100     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
006200     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
006300     05  WS-FIND-BANK             PIC 9(03)   VALUE ZERO.
006400     05  WS-FIND-ACCT-ID          PIC 9(03)   VALUE ZERO.
006500     05  WS-FIND-ACCT-NBR         PIC 9(09)   VALUE ZERO.
006600     05  WS-LEDGER-BAL            PIC S9(11)V99 COMP-3 VALUE +0.
006700     05  WS-CLOSING               PIC S9(11)V99 COMP-3 VALUE +0.
006800     05  WS-SWEEP-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
006900     05  WS-XFER-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007000     05  WS-FROM-ACCT             PIC S9(9)   COMP-3 VALUE +0.
007100     05  WS-TO-ACCT               PIC S9(9)   COMP-3 VALUE +0.
007200     05  WS-PEND-BANK             PIC S9(3)   COMP-3 VALUE +0.
007300     05  WS-PEND-ACCT-ID          PIC S9(3)   COMP-3 VALUE +0.
007400     05  WS-NOTE                  PIC X(20)   VALUE SPACE.
007500     05  WS-TOTAL-ITEMS           PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-MATCHED         PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-AGREEMENTS      PIC S9(5)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-SWEPT-UP        PIC S9(5)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-FUNDED          PIC S9(5)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-NO-SWEEP        PIC S9(5)   COMP  VALUE ZERO.
008100     05  WS-TOTAL-SKIPPED         PIC S9(5)   COMP  VALUE ZERO.
008200     05  WS-TOTAL-REVIEW          PIC S9(5)   COMP  VALUE ZERO.
008300     05  WS-AMT-SWEPT-UP          PIC S9(11)V99 COMP-3 VALUE +0.
008400     05  WS-AMT-FUNDED            PIC S9(11)V99 COMP-3 VALUE +0.
008500 01  WS-ACCT-KEY-WORK.
008600     05  FILLER                   PIC X(16)   VALUE SPACES.
008700     05  WS-ACCT-KEY-NBR          PIC 9(09).
008800 01  WS-ACCT-KEY-25 REDEFINES WS-ACCT-KEY-WORK
008900                                  PIC X(25).
009000*    EVERY ACCOUNT IN A SWEEP AGREEMENT, PRIMARY OR SECONDARY,
009100*    ONCE.  LEDGER IS THE CIF BALANCE, POSTED THE DAY'S NET
009200*    POSTED DETAIL, SWEPT THE NET OF TONIGHT'S SWEEPS SO FAR.
009300 01  WS-ACCT-TABLE.
009400     05  WS-ACCT-ENTRY  OCCURS 1000 TIMES.
009500         10  WS-AT-BANK-NBR       PIC 9(03).
009600         10  WS-AT-ACCT-ID        PIC 9(03).
009700         10  WS-AT-ACCT-NBR       PIC 9(09).
009800         10  WS-AT-LEDGER         PIC S9(11)V99 COMP-3.
009900         10  WS-AT-POSTED         PIC S9(11)V99 COMP-3.
010000         10  WS-AT-SWEPT          PIC S9(11)V99 COMP-3.
010100         10  WS-AT-CIF-SW         PIC X(01).
010200             88  WS-AT-ON-CIF             VALUE 'Y'.
010300         10  WS-AT-PRIM-SW        PIC X(01).
010400             88  WS-AT-IS-PRIMARY         VALUE 'Y'.
010500*    THE AGREEMENTS IN PRIMARY/SECONDARY ORDER, EACH POINTING AT
010600*    ITS TWO ACCOUNT SLOTS.
010700 01  WS-AGR-TABLE.
010800     05  WS-AGR-ENTRY   OCCURS 500 TIMES.
010900         10  WS-AG-SWEEP-TYPE     PIC X(01).
011000             88  WS-AG-ZBA                VALUE 'Z'.
011100         10  WS-AG-DIRECTION      PIC X(01).
011200             88  WS-AG-UP                 VALUE 'U'.
011300             88  WS-AG-DOWN               VALUE 'D'.
011400         10  WS-AG-TARGET-AMT     PIC S9(9)V99 COMP-3.
011500         10  WS-AG-PRIM-SLOT      PIC S9(4)   COMP.
011600         10  WS-AG-SEC-SLOT       PIC S9(4)   COMP.
011700*----------------------------------------------------------------
011800     COPY DSDSSWAG.
011900*----------------------------------------------------------------
012000     COPY ADMU501P.
012100*----------------------------------------------------------------
012200 01  WS-HEADING-1.
012300     05  FILLER  PIC X(132) VALUE
012400       'DSDSB549  END-OF-DAY ZBA / TARGET BALANCE SWEEPS'.
012500 01  WS-HEADING-2.
012600     05  FILLER  PIC X(48)  VALUE
012700       'DISP       BK   PRIMARY    SECONDARY  T  D      '.
012800     05  FILLER  PIC X(47)  VALUE
012900       '   CLOSING            SWEEP            AFTER   '.
013000     05  FILLER  PIC X(37)  VALUE
013100       'NOTE                                 '.
013200 01  WS-REVIEW-HEADING.
013300     05  FILLER  PIC X(132) VALUE
013400       'CONCENTRATION ACCOUNTS NEGATIVE AFTER SWEEPS - REVIEW'.
013500 01  WS-DETAIL-LINE.
013600     05  DL-DISP                  PIC X(09).
013700     05  FILLER                   PIC X(02)   VALUE SPACE.
013800     05  DL-BANK-NBR              PIC 9(03).
013900     05  FILLER                   PIC X(02)   VALUE SPACE.
014000     05  DL-PRIM-ACCT             PIC 9(09).
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  DL-SEC-ACCT              PIC 9(09).
014300     05  FILLER                   PIC X(02)   VALUE SPACE.
014400     05  DL-TYPE                  PIC X(01).
014500     05  FILLER                   PIC X(02)   VALUE SPACE.
014600     05  DL-DIRECTION             PIC X(01).
014700     05  FILLER                   PIC X(02)   VALUE SPACE.
014800     05  DL-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
014900     05  FILLER                   PIC X(02)   VALUE SPACE.
015000     05  DL-SWEEP                 PIC ZZZ,ZZZ,ZZ9.99-.
015100     05  FILLER                   PIC X(02)   VALUE SPACE.
015200     05  DL-AFTER                 PIC ZZZ,ZZZ,ZZ9.99-.
015300     05  FILLER                   PIC X(02)   VALUE SPACE.
015400     05  DL-NOTE                  PIC X(20).
015500     05  FILLER                   PIC X(16)   VALUE SPACE.
015600 01  WS-TOTAL-LINE.
015700     05  TL-LABEL                 PIC X(26).
015800     05  TL-COUNT                 PIC ZZZ,ZZ9.
015900     05  FILLER                   PIC X(99)   VALUE SPACE.
016000 01  WS-AMOUNT-LINE.
016100     05  AL-LABEL                 PIC X(26).
016200     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
016300     05  FILLER                   PIC X(92)   VALUE SPACE.
016400*----------------------------------------------------------------
016500 LINKAGE SECTION.
016600 01  DSDSB549-PARM.
016700*    FILE-ID IS THE CIF FILE ID OF THE DEPOSIT ACCOUNTS.  EACH
016800*    SWEEP IS A PAIR OF DSDS.PEND ITEMS IN PEND-BATCH-NBR -- A
016900*    DEBIT UNDER DR-TX-CODE TO THE ACCOUNT GIVING THE FUNDS AND
017000*    A CREDIT UNDER CR-TX-CODE TO THE ACCOUNT TAKING THEM.
017100     05  DSDSB549-FILE-ID          PIC X(04).
017200     05  DSDSB549-DR-TX-CODE       PIC 9(03).
017300     05  DSDSB549-CR-TX-CODE       PIC 9(03).
017400     05  DSDSB549-PEND-BATCH-NBR   PIC 9(05).
017500*----------------------------------------------------------------
017600 PROCEDURE DIVISION USING DSDSB549-PARM.
017700*
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 2000-LOAD-AGREEMENTS THRU 2000-EXIT.
018100     PERFORM 3000-READ-LEDGER THRU 3000-EXIT
018200         VARYING WS-AX FROM 1 BY 1
018300         UNTIL WS-AX > WS-ACCT-MAX.
018400     PERFORM 4000-POST-ITEM THRU 4000-EXIT
018500         UNTIL WS-EOF-YES.
018600     PERFORM 5000-SWEEP-ONE THRU 5000-EXIT
018700         VARYING WS-SUB FROM 1 BY 1
018800         UNTIL WS-SUB > WS-AGR-MAX.
018900     MOVE SPACES TO RPT657-RECORD.
019000     WRITE RPT657-RECORD.
019100     MOVE WS-REVIEW-HEADING TO RPT657-RECORD.
019200     WRITE RPT657-RECORD.
019300     PERFORM 6000-REVIEW-PRIMARY THRU 6000-EXIT
019400         VARYING WS-AX FROM 1 BY 1
019500         UNTIL WS-AX > WS-ACCT-MAX.
019600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019700     GOBACK.
019800*----------------------------------------------------------------
019900 1000-INITIALIZE.
020000     OPEN OUTPUT RPT657-FILE.
020100     MOVE WS-HEADING-1 TO RPT657-RECORD.
020200     WRITE RPT657-RECORD.
020300     MOVE WS-HEADING-2 TO RPT657-RECORD.
020400     WRITE RPT657-RECORD.
020500     EXEC SQL
020600         SET :WS-TODAY-DATE =
020700             (YEAR(CURRENT DATE) - 1900) * 10000
020800             + MONTH(CURRENT DATE) * 100
020900             + DAY(CURRENT DATE)
021000     END-EXEC.
021100     OPEN INPUT PDTX501-FILE.
021200     IF  WS-PDTX-STATUS NOT = '00'
021300         DISPLAY 'DSDSB549 - PDTX501 I/O ERROR, STATUS '
021400             WS-PDTX-STATUS
021500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
021600         MOVE 16 TO RETURN-CODE
021700         GOBACK
021800     END-IF.
021900 1000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200 2000-LOAD-AGREEMENTS.
022300*    AN AGREEMENT ALREADY SWEPT TODAY IS NOT SWEPT AGAIN, SO A
022400*    RERUN PICKS UP ONLY WHAT THE FAILED RUN DID NOT REACH.
022500     EXEC SQL
022600         DECLARE CSR657 CURSOR FOR
022700         SELECT SWAG_BANK_NBR, SWAG_ACCT_ID, SWAG_PRIM_ACCT,
022800                SWAG_SEC_ACCT, SWAG_SWEEP_TYPE, SWAG_TARGET_AMT,
022900                SWAG_DIRECTION
023000           FROM DSDS.SWEEPAGR
023100          WHERE SWAG_ACTIVE_IND = 'Y'
023200            AND SWAG_EFF_DATE  <= CURRENT DATE
023300            AND SWAG_LAST_SWEEP < CURRENT DATE
023400          ORDER BY SWAG_BANK_NBR, SWAG_PRIM_ACCT, SWAG_SEC_ACCT
023500     END-EXEC.
023600     EXEC SQL OPEN CSR657 END-EXEC.
023700     IF  SQLCODE NOT = ZERO
023800         DISPLAY 'DSDSB549 - SWEEPAGR OPEN FAILED, SQLCODE '
023900             SQLCODE
024000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
024100         MOVE 16 TO RETURN-CODE
024200         GOBACK
024300     END-IF.
024400     PERFORM 2100-FETCH-AGREEMENT THRU 2100-EXIT
024500         UNTIL WS-EOF-YES.
024600     EXEC SQL CLOSE CSR657 END-EXEC.
024700     MOVE 'N' TO WS-EOF-SW.
024800     PERFORM 4100-READ-ITEM THRU 4100-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100*----------------------------------------------------------------
025200 2100-FETCH-AGREEMENT.
025300     EXEC SQL
025400         FETCH CSR657
025500          INTO :SWAG-BANK-NBR, :SWAG-ACCT-ID, :SWAG-PRIM-ACCT,
025600               :SWAG-SEC-ACCT, :SWAG-SWEEP-TYPE,
025700               :SWAG-TARGET-AMT, :SWAG-DIRECTION
025800     END-EXEC.
025900     IF  SQLCODE = 100
026000         SET WS-EOF-YES TO TRUE
026100         GO TO 2100-EXIT
026200     END-IF.
026300     IF  SQLCODE NOT = ZERO
026400         DISPLAY 'DSDSB549 - SWEEPAGR FETCH FAILED, SQLCODE '
026500             SQLCODE
026600         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
026700         MOVE 16 TO RETURN-CODE
026800         GOBACK
026900     END-IF.
027000*    A TABLE OVERFLOW STOPS THE RUN RATHER THAN LEAVE SOME
027100*    SUBSIDIARIES UNSWEPT WITHOUT ANYONE KNOWING.
027200     IF  WS-AGR-MAX NOT < 500
027300         DISPLAY 'DSDSB549 - MORE THAN 500 SWEEP AGREEMENTS'
027400         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800     ADD 1 TO WS-AGR-MAX.
027900     MOVE SWAG-SWEEP-TYPE TO WS-AG-SWEEP-TYPE (WS-AGR-MAX).
028000     MOVE SWAG-DIRECTION  TO WS-AG-DIRECTION (WS-AGR-MAX).
028100     MOVE SWAG-TARGET-AMT TO WS-AG-TARGET-AMT (WS-AGR-MAX).
028200     MOVE SWAG-BANK-NBR   TO WS-FIND-BANK.
028300     MOVE SWAG-ACCT-ID    TO WS-FIND-ACCT-ID.
028400     MOVE SWAG-PRIM-ACCT  TO WS-FIND-ACCT-NBR.
028500     PERFORM 2200-FIND-OR-ADD-SLOT THRU 2200-EXIT.
028600     MOVE WS-AX TO WS-AG-PRIM-SLOT (WS-AGR-MAX).
028700     MOVE 'Y' TO WS-AT-PRIM-SW (WS-AX).
028800     MOVE SWAG-SEC-ACCT   TO WS-FIND-ACCT-NBR.
028900     PERFORM 2200-FIND-OR-ADD-SLOT THRU 2200-EXIT.
029000     MOVE WS-AX TO WS-AG-SEC-SLOT (WS-AGR-MAX).
029100 2100-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400 2200-FIND-OR-ADD-SLOT.
029500     PERFORM 2300-FIND-SLOT THRU 2300-EXIT.
029600     IF  WS-FOUND
029700         GO TO 2200-EXIT
029800     END-IF.
029900     IF  WS-ACCT-MAX NOT < 1000
030000         DISPLAY 'DSDSB549 - MORE THAN 1000 SWEEP ACCOUNTS'
030100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
030200         MOVE 16 TO RETURN-CODE
030300         GOBACK
030400     END-IF.
030500     ADD 1 TO WS-ACCT-MAX.
030600     MOVE WS-ACCT-MAX      TO WS-AX.
030700     MOVE WS-FIND-BANK     TO WS-AT-BANK-NBR (WS-AX).
030800     MOVE WS-FIND-ACCT-ID  TO WS-AT-ACCT-ID (WS-AX).
030900     MOVE WS-FIND-ACCT-NBR TO WS-AT-ACCT-NBR (WS-AX).
031000     MOVE ZERO TO WS-AT-LEDGER (WS-AX).
031100     MOVE ZERO TO WS-AT-POSTED (WS-AX).
031200     MOVE ZERO TO WS-AT-SWEPT (WS-AX).
031300     MOVE 'N'  TO WS-AT-CIF-SW (WS-AX).
031400     MOVE 'N'  TO WS-AT-PRIM-SW (WS-AX).
031500 2200-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 2300-FIND-SLOT.
031900     MOVE 'N' TO WS-FOUND-SW.
032000     PERFORM 2310-SCAN-SLOT THRU 2310-EXIT
032100         VARYING WS-AX FROM 1 BY 1
032200         UNTIL WS-AX > WS-ACCT-MAX
032300         OR WS-FOUND.
032400     IF  WS-FOUND
032500         SUBTRACT 1 FROM WS-AX
032600     END-IF.
032700 2300-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 2310-SCAN-SLOT.
033100     IF  WS-AT-BANK-NBR (WS-AX) = WS-FIND-BANK
033200     AND WS-AT-ACCT-ID (WS-AX)  = WS-FIND-ACCT-ID
033300     AND WS-AT-ACCT-NBR (WS-AX) = WS-FIND-ACCT-NBR
033400         SET WS-FOUND TO TRUE
033500     END-IF.
033600 2310-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900 3000-READ-LEDGER.
034000*    THE CIF BALANCE IS THE LEDGER AS OF THE LAST CLOSE; THE
034100*    DAY'S POSTED DETAIL IS ADDED TO IT BELOW.
034200     MOVE WS-AT-BANK-NBR (WS-AX) TO WS-PEND-BANK.
034300     MOVE WS-AT-ACCT-NBR (WS-AX) TO WS-ACCT-KEY-NBR.
034400     EXEC SQL
034500         SELECT ACCT_BALANCE
034600           INTO :WS-LEDGER-BAL
034700           FROM CIF.ACCOUNT
034800          WHERE ACCT_BANK_NBR = :WS-PEND-BANK
034900            AND ACCT_FILE_ID  = :DSDSB549-FILE-ID
035000            AND ACCT_KEY      = :WS-ACCT-KEY-25
035100            AND ACCT_STATUS   = 'O'
035200     END-EXEC.
035300     IF  SQLCODE = ZERO
035400         MOVE WS-LEDGER-BAL TO WS-AT-LEDGER (WS-AX)
035500         MOVE 'Y' TO WS-AT-CIF-SW (WS-AX)
035600     END-IF.
035700 3000-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------
036000 4000-POST-ITEM.
036100*    ONLY ITEMS ON A SWEEP ACCOUNT MATTER; DEBITS CARRY A
036200*    NEGATIVE AMOUNT, SO THE NET IS A STRAIGHT SUM.
036300     ADD 1 TO WS-TOTAL-ITEMS.
036400     MOVE PDTX-BANK-NO TO WS-FIND-BANK.
036500     MOVE PDTX-ACCT-ID TO WS-FIND-ACCT-ID.
036600     MOVE PDTX-ACCT-NO TO WS-FIND-ACCT-NBR.
036700     PERFORM 2300-FIND-SLOT THRU 2300-EXIT.
036800     IF  WS-FOUND
036900         ADD 1 TO WS-TOTAL-MATCHED
037000         ADD PDTX-TX-AMT TO WS-AT-POSTED (WS-AX)
037100     END-IF.
037200     PERFORM 4100-READ-ITEM THRU 4100-EXIT.
037300 4000-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600 4100-READ-ITEM.
037700     READ PDTX501-FILE
037800         AT END
037900             SET WS-EOF-YES TO TRUE
038000     END-READ.
038100     IF  WS-PDTX-STATUS NOT = '00'
038200     AND WS-PDTX-STATUS NOT = '10'
038300         DISPLAY 'DSDSB549 - PDTX501 I/O ERROR, STATUS '
038400             WS-PDTX-STATUS
038500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
038600         MOVE 16 TO RETURN-CODE
038700         GOBACK
038800     END-IF.
038900 4100-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200 5000-SWEEP-ONE.
039300*    ZBA TAKES THE WHOLE CLOSING LEDGER; TARGET TAKES WHAT IS
039400*    ABOVE OR BELOW THE TARGET.  POSITIVE MOVES UP TO THE
039500*    PRIMARY, NEGATIVE IS FUNDED FROM IT, AS THE AGREEMENT'S
039600*    DIRECTION ALLOWS.  A SECONDARY THAT IS ITSELF A PRIMARY
039700*    LOWER IN THE TREE HAS ALREADY TAKEN IN ITS OWN SWEEPS.
039800     ADD 1 TO WS-TOTAL-AGREEMENTS.
039900     MOVE WS-AG-PRIM-SLOT (WS-SUB) TO WS-PX.
040000     MOVE WS-AG-SEC-SLOT (WS-SUB)  TO WS-SX.
040100     MOVE SPACES TO WS-NOTE.
040200     MOVE ZERO TO WS-SWEEP-AMT.
040300     COMPUTE WS-CLOSING = WS-AT-LEDGER (WS-SX)
040400         + WS-AT-POSTED (WS-SX) + WS-AT-SWEPT (WS-SX).
040500     IF  NOT WS-AT-ON-CIF (WS-SX)
040600     OR  NOT WS-AT-ON-CIF (WS-PX)
040700         ADD 1 TO WS-TOTAL-SKIPPED
040800         MOVE 'SKIPPED  ' TO DL-DISP
040900         MOVE 'ACCOUNT NOT OPEN' TO WS-NOTE
041000         GO TO 5000-REPORT
041100     END-IF.
041200     IF  WS-AG-ZBA (WS-SUB)
041300         MOVE WS-CLOSING TO WS-SWEEP-AMT
041400     ELSE
041500         COMPUTE WS-SWEEP-AMT =
041600             WS-CLOSING - WS-AG-TARGET-AMT (WS-SUB)
041700     END-IF.
041800     IF  WS-AG-UP (WS-SUB)
041900     AND WS-SWEEP-AMT < ZERO
042000         MOVE ZERO TO WS-SWEEP-AMT
042100     END-IF.
042200     IF  WS-AG-DOWN (WS-SUB)
042300     AND WS-SWEEP-AMT > ZERO
042400         MOVE ZERO TO WS-SWEEP-AMT
042500     END-IF.
042600     IF  WS-SWEEP-AMT = ZERO
042700         ADD 1 TO WS-TOTAL-NO-SWEEP
042800         MOVE 'NO SWEEP ' TO DL-DISP
042900         GO TO 5000-MARK
043000     END-IF.
043100     MOVE WS-AT-BANK-NBR (WS-SX) TO WS-PEND-BANK.
043200     MOVE WS-AT-ACCT-ID (WS-SX)  TO WS-PEND-ACCT-ID.
043300     IF  WS-SWEEP-AMT > ZERO
043400         MOVE WS-AT-ACCT-NBR (WS-SX) TO WS-FROM-ACCT
043500         MOVE WS-AT-ACCT-NBR (WS-PX) TO WS-TO-ACCT
043600         MOVE WS-SWEEP-AMT TO WS-XFER-AMT
043700     ELSE
043800         MOVE WS-AT-ACCT-NBR (WS-PX) TO WS-FROM-ACCT
043900         MOVE WS-AT-ACCT-NBR (WS-SX) TO WS-TO-ACCT
044000         COMPUTE WS-XFER-AMT = ZERO - WS-SWEEP-AMT
044100     END-IF.
044200     PERFORM 5100-WRITE-PAIR THRU 5100-EXIT.
044300     IF  WS-NOTE NOT = SPACES
044400         ADD 1 TO WS-TOTAL-SKIPPED
044500         MOVE 'PEND-ERR ' TO DL-DISP
044600         MOVE ZERO TO WS-SWEEP-AMT
044700         GO TO 5000-REPORT
044800     END-IF.
044900     SUBTRACT WS-SWEEP-AMT FROM WS-AT-SWEPT (WS-SX).
045000     ADD WS-SWEEP-AMT TO WS-AT-SWEPT (WS-PX).
045100     IF  WS-SWEEP-AMT > ZERO
045200         ADD 1 TO WS-TOTAL-SWEPT-UP
045300         ADD WS-XFER-AMT TO WS-AMT-SWEPT-UP
045400         MOVE 'SWEPT UP ' TO DL-DISP
045500     ELSE
045600         ADD 1 TO WS-TOTAL-FUNDED
045700         ADD WS-XFER-AMT TO WS-AMT-FUNDED
045800         MOVE 'FUNDED   ' TO DL-DISP
045900     END-IF.
046000 5000-MARK.
046100     MOVE WS-AT-BANK-NBR (WS-SX) TO SWAG-BANK-NBR.
046200     MOVE WS-AT-ACCT-ID (WS-SX)  TO SWAG-ACCT-ID.
046300     MOVE WS-AT-ACCT-NBR (WS-PX) TO SWAG-PRIM-ACCT.
046400     MOVE WS-AT-ACCT-NBR (WS-SX) TO SWAG-SEC-ACCT.
046500     MOVE WS-SWEEP-AMT           TO SWAG-LAST-AMT.
046600     EXEC SQL
046700         UPDATE DSDS.SWEEPAGR
046800            SET SWAG_LAST_SWEEP = CURRENT DATE,
046900                SWAG_LAST_AMT   = :SWAG-LAST-AMT
047000          WHERE SWAG_BANK_NBR  = :SWAG-BANK-NBR
047100            AND SWAG_ACCT_ID   = :SWAG-ACCT-ID
047200            AND SWAG_PRIM_ACCT = :SWAG-PRIM-ACCT
047300            AND SWAG_SEC_ACCT  = :SWAG-SEC-ACCT
047400     END-EXEC.
047500 5000-REPORT.
047600     MOVE WS-AT-BANK-NBR (WS-SX)   TO DL-BANK-NBR.
047700     MOVE WS-AT-ACCT-NBR (WS-PX)   TO DL-PRIM-ACCT.
047800     MOVE WS-AT-ACCT-NBR (WS-SX)   TO DL-SEC-ACCT.
047900     MOVE WS-AG-SWEEP-TYPE (WS-SUB) TO DL-TYPE.
048000     MOVE WS-AG-DIRECTION (WS-SUB) TO DL-DIRECTION.
048100     MOVE WS-CLOSING               TO DL-CLOSING.
048200     MOVE WS-SWEEP-AMT             TO DL-SWEEP.
048300     COMPUTE DL-AFTER = WS-CLOSING - WS-SWEEP-AMT.
048400     MOVE WS-NOTE                  TO DL-NOTE.
048500     MOVE WS-DETAIL-LINE TO RPT657-RECORD.
048600     WRITE RPT657-RECORD.
048700 5000-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 5100-WRITE-PAIR.
049100*    THE DEBIT AND ITS CREDIT, NEXT TO EACH OTHER IN THE BATCH.
049200     ADD 1 TO WS-SEQUENCE.
049300     EXEC SQL
049400         INSERT INTO DSDS.PEND
049500                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
049600                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
049700                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
049800                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
049900                 PEND_ITEM_COUNT)
050000         VALUES (:WS-PEND-BANK, :WS-PEND-ACCT-ID, :WS-FROM-ACCT,
050100                 :DSDSB549-DR-TX-CODE, :WS-XFER-AMT,
050200                 :WS-TODAY-DATE, :DSDSB549-PEND-BATCH-NBR,
050300                 :WS-SEQUENCE, 'END OF DAY SWEEP',
050400                 'DSDSB549', :WS-TODAY-DATE, 1)
050500     END-EXEC.
050600     IF  SQLCODE NOT = ZERO
050700         MOVE 'PEND DEBIT FAILED' TO WS-NOTE
050800         GO TO 5100-EXIT
050900     END-IF.
051000     ADD 1 TO WS-SEQUENCE.
051100     EXEC SQL
051200         INSERT INTO DSDS.PEND
051300                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
051400                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
051500                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
051600                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
051700                 PEND_ITEM_COUNT)
051800         VALUES (:WS-PEND-BANK, :WS-PEND-ACCT-ID, :WS-TO-ACCT,
051900                 :DSDSB549-CR-TX-CODE, :WS-XFER-AMT,
052000                 :WS-TODAY-DATE, :DSDSB549-PEND-BATCH-NBR,
052100                 :WS-SEQUENCE, 'END OF DAY SWEEP',
052200                 'DSDSB549', :WS-TODAY-DATE, 1)
052300     END-EXEC.
052400*    A CREDIT THAT WILL NOT GO IN TAKES ITS DEBIT BACK OUT, SO
052500*    THE BATCH NEVER CARRIES HALF A SWEEP.
052600     IF  SQLCODE NOT = ZERO
052700         SUBTRACT 1 FROM WS-SEQUENCE
052800         EXEC SQL
052900             DELETE FROM DSDS.PEND
053000              WHERE PEND_BANK_NBR     = :WS-PEND-BANK
053100                AND PEND_BATCH_NBR    = :DSDSB549-PEND-BATCH-NBR
053200                AND PEND_SEQUENCE_NBR = :WS-SEQUENCE
053300                AND PEND_SOURCE_PROG  = 'DSDSB549'
053400         END-EXEC
053500         MOVE 'PEND CREDIT FAILED' TO WS-NOTE
053600     END-IF.
053700 5100-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000 6000-REVIEW-PRIMARY.
054100*    A CONCENTRATION ACCOUNT THE NIGHT'S FUNDING SWEEPS DREW
054200*    BELOW ZERO IS NOT REVERSED -- TREASURY MANAGEMENT DECIDES.
054300     IF  NOT WS-AT-IS-PRIMARY (WS-AX)
054400     OR  NOT WS-AT-ON-CIF (WS-AX)
054500         GO TO 6000-EXIT
054600     END-IF.
054700     COMPUTE WS-CLOSING = WS-AT-LEDGER (WS-AX)
054800         + WS-AT-POSTED (WS-AX).
054900     IF  WS-CLOSING + WS-AT-SWEPT (WS-AX) NOT < ZERO
055000         GO TO 6000-EXIT
055100     END-IF.
055200     ADD 1 TO WS-TOTAL-REVIEW.
055300     MOVE 'REVIEW   '             TO DL-DISP.
055400     MOVE WS-AT-BANK-NBR (WS-AX)  TO DL-BANK-NBR.
055500     MOVE WS-AT-ACCT-NBR (WS-AX)  TO DL-PRIM-ACCT.
055600     MOVE ZERO                    TO DL-SEC-ACCT.
055700     MOVE SPACE                   TO DL-TYPE.
055800     MOVE SPACE                   TO DL-DIRECTION.
055900     MOVE WS-CLOSING              TO DL-CLOSING.
056000     MOVE WS-AT-SWEPT (WS-AX)     TO DL-SWEEP.
056100     COMPUTE DL-AFTER = WS-CLOSING + WS-AT-SWEPT (WS-AX).
056200     MOVE 'NEGATIVE AFTER SWEEP'  TO DL-NOTE.
056300     MOVE WS-DETAIL-LINE TO RPT657-RECORD.
056400     WRITE RPT657-RECORD.
056500 6000-EXIT.
056600     EXIT.
056700*----------------------------------------------------------------
056800 8000-FINALIZE.
056900     CLOSE PDTX501-FILE.
057000     MOVE SPACES TO RPT657-RECORD.
057100     WRITE RPT657-RECORD.
057200     MOVE 'POSTED ITEMS READ'      TO TL-LABEL.
057300     MOVE WS-TOTAL-ITEMS           TO TL-COUNT.
057400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057500     MOVE 'ITEMS ON SWEEP ACCOUNTS' TO TL-LABEL.
057600     MOVE WS-TOTAL-MATCHED         TO TL-COUNT.
057700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057800     MOVE 'AGREEMENTS PROCESSED'   TO TL-LABEL.
057900     MOVE WS-TOTAL-AGREEMENTS      TO TL-COUNT.
058000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
058100     MOVE 'SWEPT UP TO PRIMARY'    TO TL-LABEL.
058200     MOVE WS-TOTAL-SWEPT-UP        TO TL-COUNT.
058300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
058400     MOVE 'FUNDED FROM PRIMARY'    TO TL-LABEL.
058500     MOVE WS-TOTAL-FUNDED          TO TL-COUNT.
058600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
058700     MOVE 'NO SWEEP NEEDED'        TO TL-LABEL.
058800     MOVE WS-TOTAL-NO-SWEEP        TO TL-COUNT.
058900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
059000     MOVE 'SKIPPED OR FAILED'      TO TL-LABEL.
059100     MOVE WS-TOTAL-SKIPPED         TO TL-COUNT.
059200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
059300     MOVE 'CONCENTRATION FOR REVIEW' TO TL-LABEL.
059400     MOVE WS-TOTAL-REVIEW          TO TL-COUNT.
059500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
059600     MOVE 'AMOUNT SWEPT UP'        TO AL-LABEL.
059700     MOVE WS-AMT-SWEPT-UP          TO AL-AMOUNT.
059800     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
059900     MOVE 'AMOUNT FUNDED'          TO AL-LABEL.
060000     MOVE WS-AMT-FUNDED            TO AL-AMOUNT.
060100     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
060200     CLOSE RPT657-FILE.
060300     IF  WS-TOTAL-REVIEW > ZERO
060400         MOVE 4 TO RETURN-CODE
060500     END-IF.
060600 8000-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900 8100-WRITE-TOTAL.
061000     MOVE WS-TOTAL-LINE TO RPT657-RECORD.
061100     WRITE RPT657-RECORD.
061200 8100-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500 8200-WRITE-AMOUNT.
061600     MOVE WS-AMOUNT-LINE TO RPT657-RECORD.
061700     WRITE RPT657-RECORD.
061800 8200-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100 9000-LOG-FATAL.
062200*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
062300*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
062400*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
062500     MOVE 'DSDSB549'                TO ADMU501-PROGRAM.
062600     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
062700     MOVE SQLCODE                   TO ADMU501-SQLCODE.
062800     MOVE WS-PDTX-STATUS            TO ADMU501-FILE-STATUS.
062900     MOVE SPACES                    TO ADMU501-KEY-DATA.
063000     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
063100       TO ADMU501-MSG.
063200     CALL 'ADMU501' USING ADMU501-PARAMETERS.
063300 9000-EXIT.
063400     EXIT.
