000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB546.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  ACH DEBIT BLOCK   *
001500*                      AND FILTER FOR BUSINESS ACCOUNTS, IN THE  *
001600*                      SAME PRE-POSTING POSITION DSDSB519 AND    *
001700*                      DSDSB525 HOLD.  AN ACH DEBIT TO AN        *
001800*                      ACCOUNT ENROLLED ON DSDS.ACHFENR IS       *
001900*                      BLOCKED OUTRIGHT (SERVICE B) OR MUST      *
002000*                      MATCH AN AUTHORIZED ORIGINATOR ON         *
002100*                      DSDS.ACHFLTR BY COMPANY NAME, SEC CODE    *
002200*                      AND AMOUNT (SERVICE F).  A BLOCKED DEBIT  *
002300*                      IS DIVERTED TO ACHBLKR, WRITTEN TO ACHR29 *
002400*                      AS AN R29 RETURN FOR DSDSB513 (ACHR29 IS  *
002500*                      CONCATENATED UNDER ITS ACHRET DD), LOGGED *
002600*                      ON DSDS.ACHFBLK, AND THE CUSTOMER GETS A  *
002700*                      SAME-DAY NOTICE THROUGH EDOC050.  MODE A  *
002800*                      APPROVES THE ORIGINATOR OF A BLOCKED      *
002900*                      DEBIT SO ITS NEXT DEBIT POSTS.            *
002910*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002920*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002930*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002940*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PDTX501-FILE ASSIGN TO PDTX501
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PDTX-STATUS.
004100     SELECT PDTXOUT-FILE ASSIGN TO PDTXOUT
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT REJECT-FILE ASSIGN TO ACHBLKR
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT ACHR29-FILE ASSIGN TO ACHR29
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT RPT654-FILE ASSIGN TO RPT654
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PDTX501-FILE
005200     RECORDING MODE F.
005300 01  PDTX501-RECORD.
005400     COPY DSDSPRCF.
005500 FD  PDTXOUT-FILE
005600     RECORDING MODE F.
005700 01  PDTXOUT-RECORD              PIC X(225).
005800 FD  REJECT-FILE
005900     RECORDING MODE F.
006000 01  REJECT-RECORD               PIC X(225).
006100 FD  ACHR29-FILE
006200     RECORDING MODE F.
006300*    THE DSDSB513 ACHRET LAYOUT, ONE R29 RETURN PER BLOCKED
006400*    DEBIT.
006500 01  ACHR29-RECORD.
006600     05  RET-ACTION              PIC X(01).
006700     05  RET-REASON-CODE         PIC X(03).
006800     05  RET-ACH-PAR-NBR         PIC 9(15).
006900     05  RET-STD-ENTRY-CLASS     PIC X(03).
007000     05  RET-CO-NAME             PIC X(16).
007100     05  RET-INDIV-ID            PIC X(15).
007200     05  RET-ORIG-RTN            PIC 9(09).
007300     05  RET-ORIG-ACCT           PIC X(17).
007400     05  RET-CORRECTED-ACCT      PIC X(17).
007500     05  RET-AMOUNT              PIC 9(08)V99.
007600     05  RET-ORIG-TRACE          PIC 9(15).
007700     05  RET-POST-DATE           PIC 9(07).
007800     05  RET-DR-CR               PIC X(01).
007900     05  FILLER                  PIC X(11).
008000 FD  RPT654-FILE
008100     RECORDING MODE F.
008200 01  RPT654-RECORD               PIC X(132).
008300*----------------------------------------------------------------
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITCHES.
008600     05  WS-EOF-SW                PIC X       VALUE 'N'.
008700         88  WS-EOF-YES                   VALUE 'Y'.
008800     05  WS-BLOCK-SW              PIC X       VALUE 'N'.
008900         88  WS-BLOCKED                   VALUE 'Y'.
009000     05  WS-SEC-HIT-SW            PIC X       VALUE 'N'.
009100         88  WS-SEC-HIT                   VALUE 'Y'.
009200     05  WS-PDTX-STATUS           PIC XX      VALUE '00'.
009300 01  WS-WORK-FIELDS.
009400     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
009500     05  WS-ITEM-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
009600     05  WS-BLOCK-REASON          PIC X(01)   VALUE SPACE.
009700     05  WS-SEC                   PIC X(03)   VALUE SPACE.
009800     05  WS-SX                    PIC S9(4)   COMP  VALUE +0.
009900     05  WS-DX                    PIC S9(4)   COMP  VALUE +0.
010000     05  WS-RTN-SUM               PIC S9(4)   COMP  VALUE +0.
010100     05  WS-RTN-QUOT              PIC S9(4)   COMP  VALUE +0.
010200     05  WS-RTN-REM               PIC S9(4)   COMP  VALUE +0.
010300     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
010400     05  WS-TOTAL-ITEMS           PIC S9(7)   COMP  VALUE ZERO.
010500     05  WS-TOTAL-SCREENED        PIC S9(7)   COMP  VALUE ZERO.
010600     05  WS-TOTAL-PASSED          PIC S9(7)   COMP  VALUE ZERO.
010700     05  WS-TOTAL-BLOCKED         PIC S9(7)   COMP  VALUE ZERO.
010800     05  WS-TOTAL-NOTICES         PIC S9(7)   COMP  VALUE ZERO.
010900     05  WS-AMT-BLOCKED           PIC S9(11)V99 COMP-3 VALUE +0.
011000*    THE ORIGINATING BANK'S ROUTING NUMBER IS THE FIRST EIGHT
011100*    DIGITS OF THE TRACE; THE CHECK DIGIT IS RECOMPUTED.
011200 01  WS-TRACE-WORK.
011300     05  WS-TRACE-NBR             PIC 9(15)   VALUE ZERO.
011400     05  FILLER REDEFINES WS-TRACE-NBR.
011500         10  WS-TRACE-DIGIT       PIC 9(01)   OCCURS 15 TIMES.
011600 01  WS-RTN-WORK.
011700     05  WS-RTN-ODFI              PIC 9(08)   VALUE ZERO.
011800     05  WS-RTN-CHECK             PIC 9(01)   VALUE ZERO.
011900 01  WS-RTN-NBR REDEFINES WS-RTN-WORK
012000                                  PIC 9(09).
012100 01  WS-RTN-WEIGHTS.
012200     05  FILLER                   PIC X(08)   VALUE '37137137'.
012300 01  FILLER REDEFINES WS-RTN-WEIGHTS.
012400     05  WS-RTN-WEIGHT            PIC 9(01)   OCCURS 8 TIMES.
012500*    THE AUTHORIZED ORIGINATOR'S SEC CODES, SIDE BY SIDE.
012600 01  WS-SEC-ALLOWED.
012700     05  WS-SEC-CODE              PIC X(03)   OCCURS 5 TIMES.
012800 01  WS-ACCT-KEY-WORK.
012900     05  FILLER                   PIC X(16)   VALUE SPACES.
013000     05  WS-ACCT-KEY-NBR          PIC 9(09).
013100*    THE NOTICE PAYLOAD -- WHO TRIED TO DEBIT, HOW MUCH, AND
013200*    WHAT TO DO ABOUT IT.
013300 01  WS-NOTICE-INST.
013400     05  FILLER       PIC X(15) VALUE 'ACH DEBIT FROM '.
013500     05  NI-CO-NAME               PIC X(16).
013600     05  FILLER       PIC X(06) VALUE ' AMT $'.
013700     05  NI-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
013800     05  FILLER       PIC X(29) VALUE
013900         ' RETURNED R29 - NOT APPROVED'.
014000*----------------------------------------------------------------
014100     COPY DSDSAFEN.
014200*----------------------------------------------------------------
014300     COPY DSDSAFLT.
014400*----------------------------------------------------------------
014500     COPY DSDSAFBK.
014600*----------------------------------------------------------------
014700     COPY EMPWORK.
014800*----------------------------------------------------------------
014900     COPY EDOCU51P.
014910*----------------------------------------------------------------
014920     COPY EDOCU53P.
015000*----------------------------------------------------------------
015100     COPY ADMU501P.
015200*----------------------------------------------------------------
015300 01  WS-HEADING-1.
015400     05  FILLER  PIC X(132) VALUE
015500       'DSDSB546  ACH DEBIT BLOCK AND FILTER'.
015600 01  WS-HEADING-2.
015700     05  FILLER  PIC X(48)  VALUE
015800       'DISP       BK  ACCT-NO    TRACE-NBR             '.
015900     05  FILLER  PIC X(48)  VALUE
016000       '   AMOUNT  COMPANY           REASON             '.
016100     05  FILLER  PIC X(36)  VALUE SPACE.
016200 01  WS-DETAIL-LINE.
016300     05  DL-DISP                  PIC X(09).
016400     05  FILLER                   PIC X(02)   VALUE SPACE.
016500     05  DL-BANK-NO               PIC 9(02).
016600     05  FILLER                   PIC X(02)   VALUE SPACE.
016700     05  DL-ACCT-NO               PIC 9(09).
016800     05  FILLER                   PIC X(02)   VALUE SPACE.
016900     05  DL-TRACE                 PIC 9(15).
017000     05  FILLER                   PIC X(02)   VALUE SPACE.
017100     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
017200     05  FILLER                   PIC X(02)   VALUE SPACE.
017300     05  DL-CO-NAME               PIC X(16).
017400     05  FILLER                   PIC X(02)   VALUE SPACE.
017500     05  DL-REASON                PIC X(20).
017600     05  FILLER                   PIC X(35)   VALUE SPACE.
017700 01  WS-TOTAL-LINE.
017800     05  TL-LABEL                 PIC X(26).
017900     05  TL-COUNT                 PIC ZZZ,ZZ9.
018000     05  FILLER                   PIC X(99)   VALUE SPACE.
018100 01  WS-AMOUNT-LINE.
018200     05  AL-LABEL                 PIC X(26).
018300     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
018400     05  FILLER                   PIC X(92)   VALUE SPACE.
018500*----------------------------------------------------------------
018600 LINKAGE SECTION.
018700 01  DSDSB546-PARM.
018800*    MODE S (OR SPACE) RUNS THE PRE-POSTING SCREEN.  MODE A
018900*    APPROVES THE ORIGINATOR OF THE BLOCKED DEBIT NAMED BY
019000*    TRACE: COMPANY-ID AND MAX-AMOUNT (ZERO IS ANY AMOUNT) GO
019100*    ON THE AUTHORIZATION, OPER-ID IS WHO TOOK THE CALL.
019200     05  DSDSB546-MODE             PIC X(01).
019300         88  DSDSB546-MODE-APPROVE     VALUE 'A'.
019400     05  DSDSB546-DEL-METHOD       PIC 9(03).
019500     05  DSDSB546-FILE-ID          PIC X(04).
019600     05  DSDSB546-TRACE            PIC 9(15).
019700     05  DSDSB546-COMPANY-ID       PIC X(10).
019800     05  DSDSB546-MAX-AMOUNT       PIC 9(09)V99.
019900     05  DSDSB546-OPER-ID          PIC 9(05).
020000*----------------------------------------------------------------
020100 PROCEDURE DIVISION USING DSDSB546-PARM.
020200*
020300 0000-MAINLINE.
020400     IF  DSDSB546-MODE-APPROVE
020500         PERFORM 6000-APPROVE-ORIGINATOR THRU 6000-EXIT
020600         GOBACK
020700     END-IF.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
021000         UNTIL WS-EOF-YES.
021100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021200     GOBACK.
021300*----------------------------------------------------------------
021400 1000-INITIALIZE.
021500     OPEN OUTPUT RPT654-FILE.
021600     OPEN OUTPUT PDTXOUT-FILE.
021700     OPEN OUTPUT REJECT-FILE.
021800     OPEN OUTPUT ACHR29-FILE.
021900     MOVE WS-HEADING-1 TO RPT654-RECORD.
022000     WRITE RPT654-RECORD.
022100     MOVE WS-HEADING-2 TO RPT654-RECORD.
022200     WRITE RPT654-RECORD.
022300     EXEC SQL
022400         SET :WS-TODAY = CURRENT DATE
022500     END-EXEC.
022600     OPEN INPUT PDTX501-FILE.
022700     IF  WS-PDTX-STATUS NOT = '00'
022800         DISPLAY 'DSDSB546 - PDTX501 I/O ERROR, STATUS '
022900             WS-PDTX-STATUS
023000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
023100         MOVE 16 TO RETURN-CODE
023200         GOBACK
023300     END-IF.
023400     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
023800 2000-PROCESS-ITEM.
023900*    ONLY AN ACH DEBIT (DEF-FORMAT DESCRIPTION, A TRACE NUMBER,
024000*    A NEGATIVE AMOUNT) IS SCREENED; EVERYTHING ELSE PASSES
024100*    THROUGH TO THE POSTING FEED UNTOUCHED.
024200     ADD 1 TO WS-TOTAL-ITEMS.
024300     MOVE 'N' TO WS-BLOCK-SW.
024400     IF  PDTX-FORMAT-DEFAULT
024500     AND PDTX-ACH-PAR-NBR > ZERO
024600     AND PDTX-TX-AMT < ZERO
024700         PERFORM 3000-SCREEN-DEBIT THRU 3000-EXIT
024800     END-IF.
024900     IF  WS-BLOCKED
025000         PERFORM 4000-BLOCK-DEBIT THRU 4000-EXIT
025100     ELSE
025200         MOVE PDTX501-RECORD TO PDTXOUT-RECORD
025300         WRITE PDTXOUT-RECORD
025400     END-IF.
025500     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900 2100-READ-ITEM.
026000     READ PDTX501-FILE
026100         AT END
026200             SET WS-EOF-YES TO TRUE
026300     END-READ.
026400     IF  WS-PDTX-STATUS NOT = '00'
026500     AND WS-PDTX-STATUS NOT = '10'
026600         DISPLAY 'DSDSB546 - PDTX501 I/O ERROR, STATUS '
026700             WS-PDTX-STATUS
026800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
026900         MOVE 16 TO RETURN-CODE
027000         GOBACK
027100     END-IF.
027200 2100-EXIT.
027300     EXIT.
027400*----------------------------------------------------------------
027500 3000-SCREEN-DEBIT.
027600*    NO ACTIVE ENROLLMENT, NO SCREEN.  A BLOCK-ALL ACCOUNT
027700*    TAKES NO ACH DEBITS; A FILTER ACCOUNT TAKES THEM ONLY
027800*    FROM AN AUTHORIZED ORIGINATOR, WITHIN ITS SEC CODES AND
027900*    AMOUNT.
028000     EXEC SQL
028100         SELECT AFEN_SERVICE, AFEN_ACTIVE_IND
028200           INTO :AFEN-SERVICE, :AFEN-ACTIVE-IND
028300           FROM DSDS.ACHFENR
028400          WHERE AFEN_BANK_NBR = :PDTX-BANK-NO
028500            AND AFEN_ACCT_ID  = :PDTX-ACCT-ID
028600            AND AFEN_ACCT_NBR = :PDTX-ACCT-NO
028700     END-EXEC.
028800     IF  SQLCODE = 100
028900         GO TO 3000-EXIT
029000     END-IF.
029100     IF  SQLCODE NOT = ZERO
029200         DISPLAY 'DSDSB546 - ACHFENR READ FAILED, SQLCODE '
029300             SQLCODE
029400         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
029500         MOVE 16 TO RETURN-CODE
029600         GOBACK
029700     END-IF.
029800     IF  NOT AFEN-ACTIVE
029900         GO TO 3000-EXIT
030000     END-IF.
030100     ADD 1 TO WS-TOTAL-SCREENED.
030200     COMPUTE WS-ITEM-AMT = ZERO - PDTX-TX-AMT.
030300     IF  AFEN-BLOCK-ALL
030400         MOVE 'B' TO WS-BLOCK-REASON
030500         SET WS-BLOCKED TO TRUE
030600         GO TO 3000-EXIT
030700     END-IF.
030800     EXEC SQL
030900         SELECT AFLT_COMPANY_ID, AFLT_MAX_AMOUNT,
031000                AFLT_SEC_ALLOWED
031100           INTO :AFLT-COMPANY-ID, :AFLT-MAX-AMOUNT,
031200                :AFLT-SEC-ALLOWED
031300           FROM DSDS.ACHFLTR
031400          WHERE AFLT_BANK_NBR   = :PDTX-BANK-NO
031500            AND AFLT_ACCT_ID    = :PDTX-ACCT-ID
031600            AND AFLT_ACCT_NBR   = :PDTX-ACCT-NO
031700            AND AFLT_CO_NAME    = :PDTX-ACH-CO-NAME
031800            AND AFLT_ACTIVE_IND = 'Y'
031900          FETCH FIRST 1 ROW ONLY
032000     END-EXEC.
032100     IF  SQLCODE = 100
032200         MOVE 'N' TO WS-BLOCK-REASON
032300         SET WS-BLOCKED TO TRUE
032400         GO TO 3000-EXIT
032500     END-IF.
032600     IF  SQLCODE NOT = ZERO
032700         DISPLAY 'DSDSB546 - ACHFLTR READ FAILED, SQLCODE '
032800             SQLCODE
032900         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300     IF  AFLT-SEC-ALLOWED NOT = SPACE
033400         MOVE AFLT-SEC-ALLOWED TO WS-SEC-ALLOWED
033500         MOVE PDTX-ACH-STD-ENTRY-CLASS TO WS-SEC
033600         MOVE 'N' TO WS-SEC-HIT-SW
033700         PERFORM 3100-MATCH-SEC THRU 3100-EXIT
033800             VARYING WS-SX FROM 1 BY 1
033900             UNTIL WS-SX > 5
034000             OR WS-SEC-HIT
034100         IF  NOT WS-SEC-HIT
034200             MOVE 'S' TO WS-BLOCK-REASON
034300             SET WS-BLOCKED TO TRUE
034400             GO TO 3000-EXIT
034500         END-IF
034600     END-IF.
034700     IF  AFLT-MAX-AMOUNT > ZERO
034800     AND WS-ITEM-AMT > AFLT-MAX-AMOUNT
034900         MOVE 'A' TO WS-BLOCK-REASON
035000         SET WS-BLOCKED TO TRUE
035100         GO TO 3000-EXIT
035200     END-IF.
035300     ADD 1 TO WS-TOTAL-PASSED.
035400 3000-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700 3100-MATCH-SEC.
035800     IF  WS-SEC-CODE (WS-SX) = WS-SEC
035900     AND WS-SEC NOT = SPACE
036000         SET WS-SEC-HIT TO TRUE
036100     END-IF.
036200 3100-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500 4000-BLOCK-DEBIT.
036600*    THE DEBIT NEVER POSTS: IT IS DIVERTED, RETURNED R29, AND
036700*    LOGGED.  A ROW ALREADY ON DSDS.ACHFBLK (-803) IS A RERUN OF
036800*    THE SAME FEED -- THE RETURN IS WRITTEN AGAIN BECAUSE THE
036900*    RETURN FILE IS REBUILT, BUT THE CUSTOMER IS NOT NOTIFIED
037000*    TWICE.
037100     ADD 1 TO WS-TOTAL-BLOCKED.
037200     ADD WS-ITEM-AMT TO WS-AMT-BLOCKED.
037300     MOVE PDTX501-RECORD TO REJECT-RECORD.
037400     WRITE REJECT-RECORD.
037500     PERFORM 4100-WRITE-RETURN THRU 4100-EXIT.
037600     MOVE PDTX-ACH-PAR-NBR         TO AFBK-ORIG-TRACE.
037700     MOVE WS-TODAY                 TO AFBK-BLOCK-DATE.
037800     MOVE PDTX-BANK-NO             TO AFBK-BANK-NBR.
037900     MOVE PDTX-ACCT-ID             TO AFBK-ACCT-ID.
038000     MOVE PDTX-ACCT-NO             TO AFBK-ACCT-NBR.
038100     MOVE PDTX-ACH-CO-NAME         TO AFBK-CO-NAME.
038200     MOVE PDTX-ACH-CO-ENTRY-DESC   TO AFBK-ENTRY-DESC.
038300     MOVE PDTX-ACH-STD-ENTRY-CLASS TO AFBK-SEC.
038400     MOVE PDTX-ACH-INDIV-ID        TO AFBK-INDIV-ID.
038500     MOVE WS-ITEM-AMT              TO AFBK-AMOUNT.
038600     MOVE WS-BLOCK-REASON          TO AFBK-REASON.
038700     EXEC SQL
038800         INSERT INTO DSDS.ACHFBLK
038900                (AFBK_ORIG_TRACE, AFBK_BLOCK_DATE,
039000                 AFBK_BANK_NBR, AFBK_ACCT_ID, AFBK_ACCT_NBR,
039100                 AFBK_CO_NAME, AFBK_ENTRY_DESC, AFBK_SEC,
039200                 AFBK_INDIV_ID, AFBK_AMOUNT, AFBK_REASON,
039300                 AFBK_STATUS, AFBK_ACTION_DATE)
039400         VALUES (:AFBK-ORIG-TRACE, :AFBK-BLOCK-DATE,
039500                 :AFBK-BANK-NBR, :AFBK-ACCT-ID, :AFBK-ACCT-NBR,
039600                 :AFBK-CO-NAME, :AFBK-ENTRY-DESC, :AFBK-SEC,
039700                 :AFBK-INDIV-ID, :AFBK-AMOUNT, :AFBK-REASON,
039800                 'R', '0001-01-01')
039900     END-EXEC.
040000     EVALUATE SQLCODE
040100         WHEN ZERO
040200             PERFORM 5000-SEND-NOTICE THRU 5000-EXIT
040300             MOVE 'BLOCKED  ' TO DL-DISP
040400         WHEN -803
040500             MOVE 'RERUN    ' TO DL-DISP
040600         WHEN OTHER
040700             DISPLAY 'DSDSB546 - ACHFBLK INSERT FAILED, SQLCODE '
040800                 SQLCODE
040900             PERFORM 9000-LOG-FATAL THRU 9000-EXIT
041000             MOVE 16 TO RETURN-CODE
041100             GOBACK
041200     END-EVALUATE.
041300     EVALUATE WS-BLOCK-REASON
041400         WHEN 'B'
041500             MOVE 'ACCOUNT BLOCKS ALL'   TO DL-REASON
041600         WHEN 'N'
041700             MOVE 'NOT AUTHORIZED'       TO DL-REASON
041800         WHEN 'S'
041900             MOVE 'SEC NOT AUTHORIZED'   TO DL-REASON
042000         WHEN 'A'
042100             MOVE 'OVER AUTHORIZED AMT'  TO DL-REASON
042200     END-EVALUATE.
042300     MOVE PDTX-BANK-NO     TO DL-BANK-NO.
042400     MOVE PDTX-ACCT-NO     TO DL-ACCT-NO.
042500     MOVE PDTX-ACH-PAR-NBR TO DL-TRACE.
042600     MOVE WS-ITEM-AMT      TO DL-AMOUNT.
042700     MOVE PDTX-ACH-CO-NAME TO DL-CO-NAME.
042800     MOVE WS-DETAIL-LINE TO RPT654-RECORD.
042900     WRITE RPT654-RECORD.
043000 4000-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 4100-WRITE-RETURN.
043400*    R29 -- CORPORATE CUSTOMER ADVISES NOT AUTHORIZED.  THE
043500*    RETURN GOES BACK TO THE ORIGINATING BANK NAMED IN THE
043600*    TRACE, AGAINST OUR CUSTOMER'S ACCOUNT.
043700     MOVE SPACES                   TO ACHR29-RECORD.
043800     MOVE 'R'                      TO RET-ACTION.
043900     MOVE 'R29'                    TO RET-REASON-CODE.
044000     MOVE PDTX-ACH-PAR-NBR         TO RET-ACH-PAR-NBR.
044100     MOVE PDTX-ACH-STD-ENTRY-CLASS TO RET-STD-ENTRY-CLASS.
044200     MOVE PDTX-ACH-CO-NAME         TO RET-CO-NAME.
044300     MOVE PDTX-ACH-INDIV-ID        TO RET-INDIV-ID.
044400     MOVE PDTX-ACH-PAR-NBR         TO WS-TRACE-NBR.
044500     MOVE ZERO                     TO WS-RTN-SUM.
044600     PERFORM 4110-ADD-RTN-DIGIT THRU 4110-EXIT
044700         VARYING WS-DX FROM 1 BY 1
044800         UNTIL WS-DX > 8.
044900     MOVE WS-TRACE-NBR (1:8)       TO WS-RTN-ODFI.
045000     DIVIDE WS-RTN-SUM BY 10 GIVING WS-RTN-QUOT
045100         REMAINDER WS-RTN-REM.
045200     IF  WS-RTN-REM = ZERO
045300         MOVE ZERO TO WS-RTN-CHECK
045400     ELSE
045500         COMPUTE WS-RTN-CHECK = 10 - WS-RTN-REM
045600     END-IF.
045700     MOVE WS-RTN-NBR               TO RET-ORIG-RTN.
045800     MOVE PDTX-ACCT-NO             TO WS-ACCT-NBR-9.
045900     MOVE WS-ACCT-NBR-9            TO RET-ORIG-ACCT.
046000     MOVE WS-ITEM-AMT              TO RET-AMOUNT.
046100     MOVE PDTX-ACH-PAR-NBR         TO RET-ORIG-TRACE.
046200     MOVE PDTX-TX-POST-DT          TO RET-POST-DATE.
046300     MOVE 'D'                      TO RET-DR-CR.
046400     WRITE ACHR29-RECORD.
046500 4100-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800 4110-ADD-RTN-DIGIT.
046900     COMPUTE WS-RTN-SUM = WS-RTN-SUM
047000         + WS-TRACE-DIGIT (WS-DX) * WS-RTN-WEIGHT (WS-DX).
047100 4110-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400 5000-SEND-NOTICE.
047500*    SAME DAY, DIRECT THROUGH EDOC050 -- THE CUSTOMER NEEDS TO
047600*    KNOW BEFORE THE ORIGINATOR SEES THE RETURN, AND CAN CALL IN
047700*    TO APPROVE THE ORIGINATOR FOR NEXT TIME.
047800     MOVE 'DSDSB546'          TO EDOC050-SOURCE-PROG.
047900     MOVE ZERO                TO EDOC050-USER-ID.
048000     MOVE PDTX-BANK-NO        TO EDOC050-ACCT-BANK-NBR.
048100     MOVE DSDSB546-FILE-ID    TO EDOC050-ACCT-FILE-ID.
048200     MOVE SPACES              TO WS-ACCT-KEY-WORK.
048300     MOVE PDTX-ACCT-NO        TO WS-ACCT-KEY-NBR.
048400     MOVE WS-ACCT-KEY-WORK    TO EDOC050-ACCT-KEY.
048500     MOVE 'ACHBLOCK'          TO EDOC050-FORM-ID.
048600     MOVE DSDSB546-DEL-METHOD TO EDOC050-DEL-METHOD (1).
048700     MOVE 'ACH DEBIT BLOCKED AND RETURNED'
048800       TO EDOC050-DEL-SUBJECT (1).
048900     MOVE PDTX-ACH-CO-NAME    TO NI-CO-NAME.
049000     MOVE WS-ITEM-AMT         TO NI-AMOUNT.
049100     MOVE WS-NOTICE-INST      TO EDOC050-DEL-INST (1).
049200     MOVE SPACE               TO EDOC050-DEL-DATA (1).
049300     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
049400     CALL 'EDOC050' USING EDOC050-PARAMETERS.
049410     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
049500     ADD 1 TO WS-TOTAL-NOTICES.
049600 5000-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900 6000-APPROVE-ORIGINATOR.
050000*    THE CUSTOMER APPROVES THE ORIGINATOR OF A BLOCKED DEBIT.
050100*    AN EXISTING AUTHORIZATION FOR THE SAME COMPANY NAME IS
050200*    REACTIVATED WITH THE NEW AMOUNT AND PICKS UP THE BLOCKED
050300*    DEBIT'S SEC CODE; OTHERWISE A NEW ONE IS ADDED.  A
050400*    BLOCK-ALL ACCOUNT MOVES TO THE FILTER SO THE APPROVAL
050500*    MEANS SOMETHING.
050600     EXEC SQL
050700         SET :WS-TODAY = CURRENT DATE
050800     END-EXEC.
050900     MOVE DSDSB546-TRACE TO AFBK-ORIG-TRACE.
051000     EXEC SQL
051100         SELECT AFBK_BLOCK_DATE, AFBK_BANK_NBR, AFBK_ACCT_ID,
051200                AFBK_ACCT_NBR, AFBK_CO_NAME, AFBK_SEC
051300           INTO :AFBK-BLOCK-DATE, :AFBK-BANK-NBR, :AFBK-ACCT-ID,
051400                :AFBK-ACCT-NBR, :AFBK-CO-NAME, :AFBK-SEC
051500           FROM DSDS.ACHFBLK
051600          WHERE AFBK_ORIG_TRACE = :AFBK-ORIG-TRACE
051700            AND AFBK_STATUS     = 'R'
051800          ORDER BY AFBK_BLOCK_DATE DESC
051900          FETCH FIRST 1 ROW ONLY
052000     END-EXEC.
052100     IF  SQLCODE NOT = ZERO
052200         DISPLAY 'DSDSB546 - NO BLOCKED DEBIT FOR TRACE '
052300             DSDSB546-TRACE
052400         MOVE 8 TO RETURN-CODE
052500         GO TO 6000-EXIT
052600     END-IF.
052700     MOVE SPACES TO WS-SEC-ALLOWED.
052800     EXEC SQL
052900         SELECT AFLT_SEC_ALLOWED
053000           INTO :AFLT-SEC-ALLOWED
053100           FROM DSDS.ACHFLTR
053200          WHERE AFLT_BANK_NBR = :AFBK-BANK-NBR
053300            AND AFLT_ACCT_ID  = :AFBK-ACCT-ID
053400            AND AFLT_ACCT_NBR = :AFBK-ACCT-NBR
053500            AND AFLT_CO_NAME  = :AFBK-CO-NAME
053600          FETCH FIRST 1 ROW ONLY
053700     END-EXEC.
053800     EVALUATE SQLCODE
053900         WHEN ZERO
054000             PERFORM 6100-UPDATE-FILTER THRU 6100-EXIT
054100         WHEN 100
054200             PERFORM 6200-INSERT-FILTER THRU 6200-EXIT
054300     END-EVALUATE.
054400     IF  SQLCODE NOT = ZERO
054500         DISPLAY 'DSDSB546 - ACHFLTR UPDATE FAILED, SQLCODE '
054600             SQLCODE
054700         MOVE 8 TO RETURN-CODE
054800         GO TO 6000-EXIT
054900     END-IF.
055000     EXEC SQL
055100         UPDATE DSDS.ACHFENR
055200            SET AFEN_SERVICE = 'F'
055300          WHERE AFEN_BANK_NBR = :AFBK-BANK-NBR
055400            AND AFEN_ACCT_ID  = :AFBK-ACCT-ID
055500            AND AFEN_ACCT_NBR = :AFBK-ACCT-NBR
055600            AND AFEN_SERVICE  = 'B'
055700     END-EXEC.
055800     EXEC SQL
055900         UPDATE DSDS.ACHFBLK
056000            SET AFBK_STATUS      = 'P',
056100                AFBK_ACTION_DATE = CURRENT DATE
056200          WHERE AFBK_ORIG_TRACE = :AFBK-ORIG-TRACE
056300            AND AFBK_BLOCK_DATE = :AFBK-BLOCK-DATE
056400     END-EXEC.
056500     DISPLAY 'DSDSB546 - ORIGINATOR ' AFBK-CO-NAME
056600         ' APPROVED FOR ACCOUNT ' AFBK-ACCT-NBR.
056700 6000-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000 6100-UPDATE-FILTER.
057100*    THE BLOCKED SEC CODE GOES IN THE FIRST OPEN SLOT UNLESS
057200*    THE LIST ALREADY HAS IT.  AN EMPTY LIST ALREADY ALLOWS ANY
057300*    SEC CODE AND STAYS EMPTY.
057400     MOVE AFLT-SEC-ALLOWED TO WS-SEC-ALLOWED.
057500     IF  WS-SEC-ALLOWED NOT = SPACE
057600         MOVE AFBK-SEC TO WS-SEC
057700         MOVE 'N' TO WS-SEC-HIT-SW
057800         PERFORM 3100-MATCH-SEC THRU 3100-EXIT
057900             VARYING WS-SX FROM 1 BY 1
058000             UNTIL WS-SX > 5
058100             OR WS-SEC-HIT
058200         IF  NOT WS-SEC-HIT
058300             PERFORM 6110-ADD-SEC THRU 6110-EXIT
058400                 VARYING WS-SX FROM 1 BY 1
058500                 UNTIL WS-SX > 5
058600                 OR WS-SEC-HIT
058700         END-IF
058800     END-IF.
058900     MOVE WS-SEC-ALLOWED      TO AFLT-SEC-ALLOWED.
059000     MOVE DSDSB546-MAX-AMOUNT TO AFLT-MAX-AMOUNT.
059100     EXEC SQL
059200         UPDATE DSDS.ACHFLTR
059300            SET AFLT_MAX_AMOUNT  = :AFLT-MAX-AMOUNT,
059400                AFLT_SEC_ALLOWED = :AFLT-SEC-ALLOWED,
059500                AFLT_ACTIVE_IND  = 'Y',
059600                AFLT_ADDED_DATE  = CURRENT DATE,
059700                AFLT_ADDED_BY    = :DSDSB546-OPER-ID
059800          WHERE AFLT_BANK_NBR = :AFBK-BANK-NBR
059900            AND AFLT_ACCT_ID  = :AFBK-ACCT-ID
060000            AND AFLT_ACCT_NBR = :AFBK-ACCT-NBR
060100            AND AFLT_CO_NAME  = :AFBK-CO-NAME
060200     END-EXEC.
060300 6100-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600 6110-ADD-SEC.
060700     IF  WS-SEC-CODE (WS-SX) = SPACE
060800         MOVE AFBK-SEC TO WS-SEC-CODE (WS-SX)
060900         SET WS-SEC-HIT TO TRUE
061000     END-IF.
061100 6110-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400 6200-INSERT-FILTER.
061500     MOVE DSDSB546-COMPANY-ID TO AFLT-COMPANY-ID.
061600     MOVE DSDSB546-MAX-AMOUNT TO AFLT-MAX-AMOUNT.
061700     MOVE AFBK-SEC            TO AFLT-SEC-ALLOWED.
061800     EXEC SQL
061900         INSERT INTO DSDS.ACHFLTR
062000                (AFLT_BANK_NBR, AFLT_ACCT_ID, AFLT_ACCT_NBR,
062100                 AFLT_COMPANY_ID, AFLT_CO_NAME, AFLT_MAX_AMOUNT,
062200                 AFLT_SEC_ALLOWED, AFLT_ACTIVE_IND,
062300                 AFLT_ADDED_DATE, AFLT_ADDED_BY)
062400         VALUES (:AFBK-BANK-NBR, :AFBK-ACCT-ID, :AFBK-ACCT-NBR,
062500                 :AFLT-COMPANY-ID, :AFBK-CO-NAME,
062600                 :AFLT-MAX-AMOUNT, :AFLT-SEC-ALLOWED, 'Y',
062700                 CURRENT DATE, :DSDSB546-OPER-ID)
062800     END-EXEC.
062900 6200-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200 7500-RESOLVE-DELIVERY.
063300*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
063400*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
063500*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
063600*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
063700     SET EDOCU051-FUNC-RESOLVE TO TRUE.
063800     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
063900     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
064000     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
064100     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
064200     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
064300     IF  EDOCU051-VALID
064400         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
064500         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
064600     END-IF.
064700 7500-EXIT.
064800     EXIT.
064804*----------------------------------------------------------------
064808 7550-ARCHIVE-PIECE.
064812*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
064816*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
064820*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
064824     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
064828     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
064832     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
064836     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
064840     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
064844     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
064848     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
064852     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
064856     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
064860     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
064864     IF  NOT EDOCU053-VALID
064868         DISPLAY 'DSDSB546 - ' EDOCU053-ERROR-TEXT
064872     END-IF.
064876 7550-EXIT.
064880     EXIT.
064900*----------------------------------------------------------------
065000 8000-FINALIZE.
065100     MOVE 'ITEMS READ'           TO TL-LABEL.
065200     MOVE WS-TOTAL-ITEMS         TO TL-COUNT.
065300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
065400     MOVE 'ENROLLED DEBITS SCREENED' TO TL-LABEL.
065500     MOVE WS-TOTAL-SCREENED      TO TL-COUNT.
065600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
065700     MOVE 'AUTHORIZED DEBITS PASSED' TO TL-LABEL.
065800     MOVE WS-TOTAL-PASSED        TO TL-COUNT.
065900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
066000     MOVE 'DEBITS BLOCKED - R29'  TO TL-LABEL.
066100     MOVE WS-TOTAL-BLOCKED       TO TL-COUNT.
066200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
066300     MOVE 'CUSTOMER NOTICES SENT' TO TL-LABEL.
066400     MOVE WS-TOTAL-NOTICES       TO TL-COUNT.
066500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
066600     MOVE 'AMOUNT BLOCKED'       TO AL-LABEL.
066700     MOVE WS-AMT-BLOCKED         TO AL-AMOUNT.
066800     MOVE WS-AMOUNT-LINE TO RPT654-RECORD.
066900     WRITE RPT654-RECORD.
067000     CLOSE PDTX501-FILE.
067100     CLOSE PDTXOUT-FILE.
067200     CLOSE REJECT-FILE.
067300     CLOSE ACHR29-FILE.
067400     CLOSE RPT654-FILE.
067500 8000-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800 8100-WRITE-TOTAL.
067900     MOVE WS-TOTAL-LINE TO RPT654-RECORD.
068000     WRITE RPT654-RECORD.
068100 8100-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400 9000-LOG-FATAL.
068500*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
068600*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
068700*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
068800     MOVE 'DSDSB546'                TO ADMU501-PROGRAM.
068900     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
069000     MOVE SQLCODE                   TO ADMU501-SQLCODE.
069100     MOVE WS-PDTX-STATUS            TO ADMU501-FILE-STATUS.
069200     MOVE SPACES                    TO ADMU501-KEY-DATA.
069300     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
069400       TO ADMU501-MSG.
069500     CALL 'ADMU501' USING ADMU501-PARAMETERS.
069600 9000-EXIT.
069700     EXIT.
