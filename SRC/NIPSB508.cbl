000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NIPSB508.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  CIF SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  RE-PRESENTMENT    *
001500*                      FEE SUPPRESSION.  RUNS AHEAD OF THE NIPS  *
001600*                      CHARGES AGAINST THE DAY'S POSTED DETAIL   *
001700*                      (PDTX501).  A CHECK IS A RE-PRESENTMENT   *
001800*                      WHEN THE SAME ACCOUNT, CHECK NUMBER AND   *
001900*                      AMOUNT CAME BACK RETURNED ON NIPS.DETAIL  *
002000*                      IN THE LOOKBACK WINDOW; AN ACH ENTRY WHEN *
002100*                      THE SAME INDIVIDUAL ID, COMPANY NAME AND  *
002200*                      AMOUNT WENT BACK R01/R09 THROUGH DSDSB513 *
002300*                      (DSDS.ACHRTN).  THE ITEM'S NIPS CHARGE IS *
002400*                      TURNED OFF AND THE SUPPRESSION RECORDED   *
002500*                      ON NIPS.FEESUPP WITH ITS REASON, AND THE  *
002600*                      REPORT RANKS THE ORIGINATORS BY HOW MANY  *
002700*                      FEES THEIR RE-PRESENTMENTS HAVE HAD       *
002800*                      SUPPRESSED.                               *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PDTX501-FILE ASSIGN TO PDTX501
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PDTX-STATUS.
004000     SELECT RPT650-FILE ASSIGN TO RPT650
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PDTX501-FILE
004500     RECORDING MODE F.
004600 01  PDTX501-RECORD.
004700     COPY DSDSPRCF.
004800 FD  RPT650-FILE
004900     RECORDING MODE F.
005000 01  RPT650-RECORD               PIC X(132).
005100*----------------------------------------------------------------
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-EOF-SW                PIC X       VALUE 'N'.
005500         88  WS-EOF-YES                   VALUE 'Y'.
005600     05  WS-ROW-EOF-SW            PIC X       VALUE 'N'.
005700         88  WS-ROW-EOF-YES               VALUE 'Y'.
005800     05  WS-PDTX-STATUS           PIC XX      VALUE '00'.
005900     05  WS-ITEM-TYPE             PIC X       VALUE SPACE.
006000         88  WS-ITEM-CHECK                VALUE 'C'.
006100         88  WS-ITEM-ACH                  VALUE 'A'.
006200 01  WS-WORK-FIELDS.
006300     05  WS-POST-DATE             PIC X(10)   VALUE SPACE.
006400     05  WS-LOOKBACK-FROM         PIC X(10)   VALUE SPACE.
006500     05  WS-RANK-FROM             PIC X(10)   VALUE SPACE.
006600     05  WS-RTN-DATE              PIC X(10)   VALUE SPACE.
006700     05  WS-LOOKBACK-DAYS         PIC 9(03)   VALUE ZERO.
006800     05  WS-RANK-DAYS             PIC 9(03)   VALUE ZERO.
006900     05  WS-ITEM-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007000*    A CHECK MUST MATCH THE NIPS SERIAL NUMBER; AN ACH ENTRY
007100*    CARRIES NONE, SO ITS RANGE TAKES ANY SERIAL.
007200     05  WS-SERIAL-LO             PIC S9(11)  COMP-3 VALUE +0.
007300     05  WS-SERIAL-HI             PIC S9(11)  COMP-3 VALUE +0.
007400     05  WS-CHK-EDIT              PIC Z(10)9.
007500     05  WS-RANK-ITEMS            PIC S9(9)   COMP  VALUE +0.
007600     05  WS-RANK-FEES             PIC S9(9)V99 COMP-3 VALUE +0.
007700     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-CANDIDATES      PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-CHARGED         PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-SUPP-CHECK      PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-TOTAL-SUPP-ACH        PIC S9(7)   COMP  VALUE ZERO.
008200     05  WS-TOTAL-SUPP-ERRORS     PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-TOTAL-SUPP-AMT        PIC S9(9)V99 COMP-3 VALUE +0.
008400*    THE SUPPRESSION REASONS, ONE PER KIND OF ITEM.
008500 01  WS-REASON-CHECK              PIC X(30)   VALUE
008600       'CHECK RE-PRESENTMENT'.
008700 01  WS-REASON-ACH                PIC X(30)   VALUE
008800       'ACH RE-PRESENTMENT'.
008900*----------------------------------------------------------------
009000     COPY ODBGLTXN.
009100*----------------------------------------------------------------
009200     COPY NIPSFSUP.
009300*----------------------------------------------------------------
009400     COPY ADMU501P.
009500*----------------------------------------------------------------
009600 01  WS-HEADING-1.
009700     05  FILLER  PIC X(43)  VALUE
009800       'NIPSB508  RE-PRESENTMENT FEE SUPPRESSION - '.
009900     05  HD-DATE                  PIC X(10).
010000     05  FILLER                   PIC X(79)   VALUE SPACE.
010100 01  WS-HEADING-2.
010200     05  FILLER  PIC X(48)  VALUE
010300       'TYPE   BK  ACCT-NBR   SEQ      CHECK/INDIV-ID   '.
010400     05  FILLER  PIC X(46)  VALUE
010500       'ORIGINATOR                    AMOUNT     FEE  '.
010600     05  FILLER  PIC X(08)  VALUE
010700       'RETURNED'.
010800     05  FILLER  PIC X(30)  VALUE SPACE.
010900 01  WS-HEADING-3.
011000     05  FILLER  PIC X(38)  VALUE
011100       'SUPPRESSED FEES BY ORIGINATOR SINCE - '.
011200     05  HD-RANK-FROM             PIC X(10).
011300     05  FILLER                   PIC X(84)   VALUE SPACE.
011400 01  WS-HEADING-4.
011500     05  FILLER  PIC X(44)  VALUE
011600       'ORIGINATOR            TYPE     ITEMS        '.
011700     05  FILLER  PIC X(04)  VALUE
011800       'FEES'.
011900     05  FILLER  PIC X(84)  VALUE SPACE.
012000 01  WS-DETAIL-LINE.
012100     05  DL-TYPE                  PIC X(05).
012200     05  FILLER                   PIC X(02)   VALUE SPACE.
012300     05  DL-BANK-NBR              PIC 9(02).
012400     05  FILLER                   PIC X(02)   VALUE SPACE.
012500     05  DL-ACCT-NBR              PIC 9(09).
012600     05  FILLER                   PIC X(02)   VALUE SPACE.
012700     05  DL-SEQ-NBR               PIC 9(07).
012800     05  FILLER                   PIC X(02)   VALUE SPACE.
012900     05  DL-ITEM-ID               PIC X(15).
013000     05  FILLER                   PIC X(02)   VALUE SPACE.
013100     05  DL-ORIGINATOR            PIC X(20).
013200     05  FILLER                   PIC X(02)   VALUE SPACE.
013300     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
013400     05  FILLER                   PIC X(02)   VALUE SPACE.
013500     05  DL-FEE                   PIC ZZ9.99.
013600     05  FILLER                   PIC X(02)   VALUE SPACE.
013700     05  DL-RTN-DATE              PIC X(10).
013800     05  FILLER                   PIC X(28)   VALUE SPACE.
013900 01  WS-RANK-LINE.
014000     05  RL-ORIGINATOR            PIC X(20).
014100     05  FILLER                   PIC X(02)   VALUE SPACE.
014200     05  RL-TYPE                  PIC X(05).
014300     05  FILLER                   PIC X(02)   VALUE SPACE.
014400     05  RL-ITEMS                 PIC ZZZ,ZZ9.
014500     05  FILLER                   PIC X(02)   VALUE SPACE.
014600     05  RL-FEES                  PIC ZZZ,ZZ9.99.
014700     05  FILLER                   PIC X(84)   VALUE SPACE.
014800 01  WS-TOTAL-LINE.
014900     05  TL-LABEL                 PIC X(26).
015000     05  TL-COUNT                 PIC ZZZ,ZZ9.
015100     05  FILLER                   PIC X(99)   VALUE SPACE.
015200 01  WS-AMOUNT-LINE.
015300     05  AL-LABEL                 PIC X(26).
015400     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
015500     05  FILLER                   PIC X(92)   VALUE SPACE.
015600*----------------------------------------------------------------
015700 LINKAGE SECTION.
015800 01  NIPSB508-PARM.
015900*    THE POSTING DAY (TODAY WHEN SPACES).
016000     05  NIPSB508-DATE             PIC X(10).
016100*    HOW FAR BACK A RETURN COUNTS AS THE EARLIER PRESENTMENT,
016200*    AND HOW FAR BACK THE ORIGINATOR RANKING LOOKS -- THIRTY
016300*    DAYS EACH WHEN ZERO.
016400     05  NIPSB508-LOOKBACK-DAYS    PIC 9(03).
016500     05  NIPSB508-RANK-DAYS        PIC 9(03).
016600*----------------------------------------------------------------
016700 PROCEDURE DIVISION USING NIPSB508-PARM.
016800*
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
017200         UNTIL WS-EOF-YES.
017300     PERFORM 5000-RANK-ORIGINATORS THRU 5000-EXIT.
017400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017500     GOBACK.
017600*----------------------------------------------------------------
017700 1000-INITIALIZE.
017800     OPEN OUTPUT RPT650-FILE.
017900     MOVE NIPSB508-DATE TO WS-POST-DATE.
018000     IF  WS-POST-DATE = SPACES
018100         EXEC SQL
018200             SET :WS-POST-DATE = CURRENT DATE
018300         END-EXEC
018400     END-IF.
018500     MOVE NIPSB508-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS.
018600     IF  WS-LOOKBACK-DAYS = ZERO
018700         MOVE 30 TO WS-LOOKBACK-DAYS
018800     END-IF.
018900     MOVE NIPSB508-RANK-DAYS TO WS-RANK-DAYS.
019000     IF  WS-RANK-DAYS = ZERO
019100         MOVE 30 TO WS-RANK-DAYS
019200     END-IF.
019300     EXEC SQL
019400         SET :WS-LOOKBACK-FROM =
019500             DATE(:WS-POST-DATE) - :WS-LOOKBACK-DAYS DAYS
019600     END-EXEC.
019700     EXEC SQL
019800         SET :WS-RANK-FROM =
019900             DATE(:WS-POST-DATE) - (:WS-RANK-DAYS - 1) DAYS
020000     END-EXEC.
020100     MOVE WS-POST-DATE TO HD-DATE.
020200     MOVE WS-HEADING-1 TO RPT650-RECORD.
020300     WRITE RPT650-RECORD.
020400     MOVE WS-HEADING-2 TO RPT650-RECORD.
020500     WRITE RPT650-RECORD.
020600     OPEN INPUT PDTX501-FILE.
020700     IF  WS-PDTX-STATUS NOT = '00'
020800         DISPLAY 'NIPSB508 - PDTX501 I/O ERROR, STATUS '
020900             WS-PDTX-STATUS
021000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
021100         MOVE 16 TO RETURN-CODE
021200         GOBACK
021300     END-IF.
021400     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
021800 2000-PROCESS-ITEM.
021900     ADD 1 TO WS-TOTAL-READ.
022000     PERFORM 2200-CHECK-ITEM THRU 2200-EXIT.
022100     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
022200 2000-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500 2100-READ-ITEM.
022600     READ PDTX501-FILE
022700         AT END
022800             SET WS-EOF-YES TO TRUE
022900     END-READ.
023000     IF  WS-PDTX-STATUS NOT = '00'
023100     AND WS-PDTX-STATUS NOT = '10'
023200         DISPLAY 'NIPSB508 - PDTX501 I/O ERROR, STATUS '
023300             WS-PDTX-STATUS
023400         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
023500         MOVE 16 TO RETURN-CODE
023600         GOBACK
023700     END-IF.
023800 2100-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100 2200-CHECK-ITEM.
024200*    ONLY A CHECK (IT CARRIES A CHECK NUMBER) OR A DEFAULT-
024300*    FORMAT ACH ENTRY WITH AN INDIVIDUAL ID CAN BE MATCHED TO
024400*    AN EARLIER RETURN; ONLY ONE THE NIPS RUN IS ABOUT TO
024500*    CHARGE IS WORTH THE LOOK.
024600     MOVE SPACE TO WS-ITEM-TYPE.
024700     IF  PDTX-CHK-NO > ZERO
024800         SET WS-ITEM-CHECK TO TRUE
024900         MOVE PDTX-CHK-NO TO WS-SERIAL-LO
025000         MOVE PDTX-CHK-NO TO WS-SERIAL-HI
025100     ELSE
025200         IF  PDTX-FORMAT-DEFAULT
025300         AND PDTX-ACH-INDIV-ID NOT = SPACES
025400             SET WS-ITEM-ACH TO TRUE
025500             MOVE ZERO TO WS-SERIAL-LO
025600             MOVE 999999999 TO WS-SERIAL-HI
025700         END-IF
025800     END-IF.
025900     IF  WS-ITEM-TYPE = SPACE
026000         GO TO 2200-EXIT
026100     END-IF.
026200     ADD 1 TO WS-TOTAL-CANDIDATES.
026300     IF  PDTX-TX-AMT < ZERO
026400         COMPUTE WS-ITEM-AMT = ZERO - PDTX-TX-AMT
026500     ELSE
026600         MOVE PDTX-TX-AMT TO WS-ITEM-AMT
026700     END-IF.
026800     PERFORM 3000-FIND-CHARGE THRU 3000-EXIT.
026900     IF  SQLCODE NOT = ZERO
027000         GO TO 2200-EXIT
027100     END-IF.
027200     ADD 1 TO WS-TOTAL-CHARGED.
027300     MOVE '0001-01-01' TO WS-RTN-DATE.
027400     IF  WS-ITEM-CHECK
027500         PERFORM 3100-FIND-CHECK-RETURN THRU 3100-EXIT
027600     ELSE
027700         PERFORM 3200-FIND-ACH-RETURN THRU 3200-EXIT
027800     END-IF.
027900     IF  WS-RTN-DATE = '0001-01-01'
028000         GO TO 2200-EXIT
028100     END-IF.
028200     PERFORM 4000-SUPPRESS-CHARGE THRU 4000-EXIT.
028300 2200-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600 3000-FIND-CHARGE.
028700*    THE DAY'S NIPS ITEM FOR THIS POSTING WITH A CHARGE STILL
028800*    STANDING -- SAME ACCOUNT AND AMOUNT, AND FOR A CHECK THE
028900*    SAME SERIAL.  SQLCODE +100 MEANS NOTHING TO SUPPRESS.
029000     EXEC SQL
029100         SELECT NIPS_SEQ_NBR, NIPS_TX_FEE, NIPS_PAYEE
029200           INTO :NIPS-SEQ-NBR, :NIPS-TX-FEE, :NIPS-PAYEE
029300           FROM NIPS.DETAIL
029400          WHERE NIPS_BANK_NBR = :PDTX-BANK-NO
029500            AND NIPS_ACCT_NBR = :PDTX-ACCT-NO
029600            AND NIPS_TX_DATE  = :WS-POST-DATE
029700            AND ABS(NIPS_TX_AMT) = :WS-ITEM-AMT
029800            AND NIPS_SERIAL_NBR BETWEEN :WS-SERIAL-LO
029900                                    AND :WS-SERIAL-HI
030000            AND NIPS_CHRG_IND = 'Y'
030100            AND NIPS_TX_FEE > 0
030200            AND NIPS_REFUND_IND <> 'Y'
030300            AND NIPS_UPDATE_SW <> 'X'
030400          ORDER BY NIPS_SEQ_NBR
030500          FETCH FIRST 1 ROW ONLY
030600     END-EXEC.
030700     IF  SQLCODE NOT = ZERO
030800     AND SQLCODE NOT = +100
030900         DISPLAY 'NIPSB508 - NIPS.DETAIL SELECT FAILED, SQLCODE '
031000             SQLCODE
031100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
031200         MOVE 16 TO RETURN-CODE
031300         GOBACK
031400     END-IF.
031500 3000-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 3100-FIND-CHECK-RETURN.
031900*    THE SAME CHECK -- ACCOUNT, SERIAL AND AMOUNT -- RETURNED
032000*    BY NIPS INSIDE THE LOOKBACK WINDOW.
032100     EXEC SQL
032200         SELECT COALESCE(MAX(NIPS_TX_DATE), '0001-01-01')
032300           INTO :WS-RTN-DATE
032400           FROM NIPS.DETAIL
032500          WHERE NIPS_BANK_NBR   = :PDTX-BANK-NO
032600            AND NIPS_ACCT_NBR   = :PDTX-ACCT-NO
032700            AND NIPS_SERIAL_NBR = :PDTX-CHK-NO
032800            AND ABS(NIPS_TX_AMT) = :WS-ITEM-AMT
032900            AND NIPS_PAY_IND    = 'R'
033000            AND NIPS_UPDATE_SW <> 'X'
033100            AND NIPS_TX_DATE   >= :WS-LOOKBACK-FROM
033200            AND NIPS_TX_DATE   <  :WS-POST-DATE
033300     END-EXEC.
033400     IF  SQLCODE NOT = ZERO
033500         MOVE '0001-01-01' TO WS-RTN-DATE
033600     END-IF.
033700 3100-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000 3200-FIND-ACH-RETURN.
034100*    THE SAME ENTRY -- INDIVIDUAL ID, COMPANY NAME AND AMOUNT --
034200*    SENT BACK THROUGH DSDSB513 INSIDE THE LOOKBACK WINDOW FOR
034300*    INSUFFICIENT (R01) OR UNCOLLECTED (R09) FUNDS, THE TWO
034400*    RETURNS AN ORIGINATOR MAY PRESENT AGAIN.
034500     EXEC SQL
034600         SELECT COALESCE(MAX(ARTN_RETURN_DATE), '0001-01-01')
034700           INTO :WS-RTN-DATE
034800           FROM DSDS.ACHRTN
034900          WHERE ARTN_INDIV_ID    = :PDTX-ACH-INDIV-ID
035000            AND ARTN_CO_NAME     = :PDTX-ACH-CO-NAME
035100            AND ARTN_AMOUNT      = :WS-ITEM-AMT
035200            AND ARTN_REASON_CODE IN ('R01', 'R09')
035300            AND ARTN_RETURN_DATE >= :WS-LOOKBACK-FROM
035400            AND ARTN_RETURN_DATE <  :WS-POST-DATE
035500     END-EXEC.
035600     IF  SQLCODE NOT = ZERO
035700         MOVE '0001-01-01' TO WS-RTN-DATE
035800     END-IF.
035900 3200-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200 4000-SUPPRESS-CHARGE.
036300*    THE SUPPRESSION IS RECORDED FIRST; ONLY AN ITEM WHOSE ROW
036400*    IS ON FILE HAS ITS CHARGE TURNED OFF.  A ROW ALREADY THERE
036500*    (-803) IS A RERUN AFTER A FAILED UPDATE AND FINISHES IT.
036600     MOVE PDTX-BANK-NO      TO FSUP-BANK-NBR.
036700     MOVE PDTX-ACCT-NO      TO FSUP-ACCT-NBR.
036800     MOVE NIPS-SEQ-NBR      TO FSUP-SEQ-NBR.
036900     MOVE WS-POST-DATE      TO FSUP-TX-DATE.
037000     MOVE WS-ITEM-TYPE      TO FSUP-ITEM-TYPE.
037100     MOVE WS-ITEM-AMT       TO FSUP-TX-AMT.
037200     MOVE NIPS-TX-FEE       TO FSUP-FEE-AMT.
037300     MOVE WS-RTN-DATE       TO FSUP-RTN-DATE.
037400     MOVE WS-POST-DATE      TO FSUP-SUPP-DATE.
037500     IF  WS-ITEM-CHECK
037600         MOVE PDTX-CHK-NO       TO FSUP-CHK-NO
037700         MOVE SPACES            TO FSUP-INDIV-ID
037800         MOVE NIPS-PAYEE        TO FSUP-ORIGINATOR
037900         IF  FSUP-ORIGINATOR = SPACES
038000             MOVE 'PAYEE NOT GIVEN' TO FSUP-ORIGINATOR
038100         END-IF
038200         MOVE WS-REASON-CHECK   TO FSUP-REASON
038300     ELSE
038400         MOVE ZERO              TO FSUP-CHK-NO
038500         MOVE PDTX-ACH-INDIV-ID TO FSUP-INDIV-ID
038600         MOVE PDTX-ACH-CO-NAME  TO FSUP-ORIGINATOR
038700         MOVE WS-REASON-ACH     TO FSUP-REASON
038800     END-IF.
038900     EXEC SQL
039000         INSERT INTO NIPS.FEESUPP
039100                (FSUP_BANK_NBR, FSUP_ACCT_NBR, FSUP_SEQ_NBR,
039200                 FSUP_TX_DATE, FSUP_ITEM_TYPE, FSUP_CHK_NO,
039300                 FSUP_ORIGINATOR, FSUP_INDIV_ID, FSUP_TX_AMT,
039400                 FSUP_FEE_AMT, FSUP_REASON, FSUP_RTN_DATE,
039500                 FSUP_SUPP_DATE)
039600         VALUES (:FSUP-BANK-NBR, :FSUP-ACCT-NBR, :FSUP-SEQ-NBR,
039700                 :FSUP-TX-DATE, :FSUP-ITEM-TYPE, :FSUP-CHK-NO,
039800                 :FSUP-ORIGINATOR, :FSUP-INDIV-ID, :FSUP-TX-AMT,
039900                 :FSUP-FEE-AMT, :FSUP-REASON, :FSUP-RTN-DATE,
040000                 :FSUP-SUPP-DATE)
040100     END-EXEC.
040200     IF  SQLCODE NOT = ZERO
040300     AND SQLCODE NOT = -803
040400         DISPLAY 'NIPSB508 - FEESUPP INSERT FAILED, SQLCODE '
040500             SQLCODE
040600         ADD 1 TO WS-TOTAL-SUPP-ERRORS
040700         GO TO 4000-EXIT
040800     END-IF.
040900     EXEC SQL
041000         UPDATE NIPS.DETAIL
041100            SET NIPS_CHRG_IND   = 'N',
041200                NIPS_LAST_MAINT = CURRENT DATE
041300          WHERE NIPS_BANK_NBR = :FSUP-BANK-NBR
041400            AND NIPS_ACCT_NBR = :FSUP-ACCT-NBR
041500            AND NIPS_SEQ_NBR  = :FSUP-SEQ-NBR
041600     END-EXEC.
041700     IF  SQLCODE NOT = ZERO
041800         DISPLAY 'NIPSB508 - CHARGE SUPPRESSION FAILED, SQLCODE '
041900             SQLCODE
042000         ADD 1 TO WS-TOTAL-SUPP-ERRORS
042100         GO TO 4000-EXIT
042200     END-IF.
042300     IF  WS-ITEM-CHECK
042400         ADD 1 TO WS-TOTAL-SUPP-CHECK
042500     ELSE
042600         ADD 1 TO WS-TOTAL-SUPP-ACH
042700     END-IF.
042800     ADD FSUP-FEE-AMT TO WS-TOTAL-SUPP-AMT.
042900     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
043000 4000-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 4100-WRITE-DETAIL.
043400     IF  WS-ITEM-CHECK
043500         MOVE 'CHECK'           TO DL-TYPE
043600         MOVE FSUP-CHK-NO       TO WS-CHK-EDIT
043700         MOVE WS-CHK-EDIT       TO DL-ITEM-ID
043800     ELSE
043900         MOVE 'ACH'             TO DL-TYPE
044000         MOVE FSUP-INDIV-ID     TO DL-ITEM-ID
044100     END-IF.
044200     MOVE FSUP-BANK-NBR     TO DL-BANK-NBR.
044300     MOVE FSUP-ACCT-NBR     TO DL-ACCT-NBR.
044400     MOVE FSUP-SEQ-NBR      TO DL-SEQ-NBR.
044500     MOVE FSUP-ORIGINATOR   TO DL-ORIGINATOR.
044600     MOVE FSUP-TX-AMT       TO DL-AMOUNT.
044700     MOVE FSUP-FEE-AMT      TO DL-FEE.
044800     MOVE FSUP-RTN-DATE     TO DL-RTN-DATE.
044900     MOVE WS-DETAIL-LINE TO RPT650-RECORD.
045000     WRITE RPT650-RECORD.
045100 4100-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400 5000-RANK-ORIGINATORS.
045500*    EVERY MERCHANT/ORIGINATOR WITH A SUPPRESSED FEE IN THE
045600*    RANKING WINDOW, MOST RE-PRESENTMENTS FIRST.
045700     MOVE WS-RANK-FROM TO HD-RANK-FROM.
045800     MOVE WS-HEADING-3 TO RPT650-RECORD.
045900     WRITE RPT650-RECORD.
046000     MOVE WS-HEADING-4 TO RPT650-RECORD.
046100     WRITE RPT650-RECORD.
046200     MOVE 'N' TO WS-ROW-EOF-SW.
046300     EXEC SQL
046400         DECLARE CSR508R CURSOR FOR
046500         SELECT FSUP_ORIGINATOR, FSUP_ITEM_TYPE,
046600                COUNT(*), SUM(FSUP_FEE_AMT)
046700           FROM NIPS.FEESUPP
046800          WHERE FSUP_SUPP_DATE >= :WS-RANK-FROM
046900            AND FSUP_SUPP_DATE <= :WS-POST-DATE
047000          GROUP BY FSUP_ORIGINATOR, FSUP_ITEM_TYPE
047100          ORDER BY 3 DESC, 4 DESC, 1
047200     END-EXEC.
047300     EXEC SQL OPEN CSR508R END-EXEC.
047400     PERFORM 5100-FETCH-ORIGINATOR THRU 5100-EXIT.
047500     PERFORM 5200-LIST-ONE-ORIGINATOR THRU 5200-EXIT
047600         UNTIL WS-ROW-EOF-YES.
047700     EXEC SQL CLOSE CSR508R END-EXEC.
047800 5000-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100 5100-FETCH-ORIGINATOR.
048200     EXEC SQL
048300         FETCH CSR508R
048400          INTO :FSUP-ORIGINATOR, :FSUP-ITEM-TYPE,
048500               :WS-RANK-ITEMS, :WS-RANK-FEES
048600     END-EXEC.
048700     IF  SQLCODE NOT = ZERO
048800         SET WS-ROW-EOF-YES TO TRUE
048900     END-IF.
049000 5100-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300 5200-LIST-ONE-ORIGINATOR.
049400     MOVE FSUP-ORIGINATOR   TO RL-ORIGINATOR.
049500     IF  FSUP-ITEM-CHECK
049600         MOVE 'CHECK'       TO RL-TYPE
049700     ELSE
049800         MOVE 'ACH'         TO RL-TYPE
049900     END-IF.
050000     MOVE WS-RANK-ITEMS     TO RL-ITEMS.
050100     MOVE WS-RANK-FEES      TO RL-FEES.
050200     MOVE WS-RANK-LINE TO RPT650-RECORD.
050300     WRITE RPT650-RECORD.
050400     PERFORM 5100-FETCH-ORIGINATOR THRU 5100-EXIT.
050500 5200-EXIT.
050600     EXIT.
050700*----------------------------------------------------------------
050800 8000-FINALIZE.
050900     MOVE 'POSTED ITEMS READ       -' TO TL-LABEL.
051000     MOVE WS-TOTAL-READ TO TL-COUNT.
051100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
051200     MOVE 'CHECK/ACH ITEMS         -' TO TL-LABEL.
051300     MOVE WS-TOTAL-CANDIDATES TO TL-COUNT.
051400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
051500     MOVE 'WITH A NIPS CHARGE      -' TO TL-LABEL.
051600     MOVE WS-TOTAL-CHARGED TO TL-COUNT.
051700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
051800     MOVE 'SUPPRESSED - CHECKS     -' TO TL-LABEL.
051900     MOVE WS-TOTAL-SUPP-CHECK TO TL-COUNT.
052000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052100     MOVE 'SUPPRESSED - ACH        -' TO TL-LABEL.
052200     MOVE WS-TOTAL-SUPP-ACH TO TL-COUNT.
052300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052400     MOVE 'SUPPRESSION ERRORS      -' TO TL-LABEL.
052500     MOVE WS-TOTAL-SUPP-ERRORS TO TL-COUNT.
052600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
052700     MOVE 'FEES SUPPRESSED         -' TO AL-LABEL.
052800     MOVE WS-TOTAL-SUPP-AMT TO AL-AMOUNT.
052900     MOVE WS-AMOUNT-LINE TO RPT650-RECORD.
053000     WRITE RPT650-RECORD.
053100     CLOSE PDTX501-FILE.
053200     CLOSE RPT650-FILE.
053300 8000-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600 8100-WRITE-TOTAL.
053700     MOVE WS-TOTAL-LINE TO RPT650-RECORD.
053800     WRITE RPT650-RECORD.
053900 8100-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200 9000-LOG-FATAL.
054300*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
054400*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
054500*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
054600     MOVE 'NIPSB508'                TO ADMU501-PROGRAM.
054700     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
054800     MOVE SQLCODE                   TO ADMU501-SQLCODE.
054900     MOVE WS-PDTX-STATUS            TO ADMU501-FILE-STATUS.
055000     MOVE SPACES                    TO ADMU501-KEY-DATA.
055100     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
055200       TO ADMU501-MSG.
055300     CALL 'ADMU501' USING ADMU501-PARAMETERS.
055400 9000-EXIT.
055500     EXIT.
