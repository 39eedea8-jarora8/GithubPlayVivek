000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB545.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CUSTOMER ACH      *
001500*                      ORIGINATION.  EVERY DSDS.ACHOFILE FILE    *
001600*                      DSDSB544 ACCEPTED (OR AN APPROVER         *
001700*                      RELEASED) GOES OUT IN ONE COMBINED NACHA  *
001800*                      FILE TO THE FED -- THE CUSTOMER'S BATCHES *
001900*                      REBUILT FROM DSDS.ACHOENT UNDER OUR       *
002000*                      ODFI ROUTING AND TRACE NUMBERS.  EACH     *
002100*                      FILE SENT DRAWS ITS OFFSETS TO THE        *
002200*                      ORIGINATOR'S SETTLEMENT ACCOUNT AS        *
002300*                      DSDS.PEND ITEMS -- A DEBIT FOR THE        *
002400*                      CREDITS IT ORIGINATED, A CREDIT FOR THE   *
002500*                      DEBITS -- AND IS MARKED ORIGINATED.  THE  *
002600*                      DAILY ORIGINATION REPORT LISTS THE FILES  *
002700*                      SENT, THEN EVERY FILE STILL HELD AND      *
002800*                      THOSE REJECTED TODAY.                     *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT NACHA-FILE ASSIGN TO ACHFED
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT RPT653-FILE ASSIGN TO RPT653
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  NACHA-FILE
004400     RECORDING MODE F.
004500 01  NACHA-RECORD                PIC X(94).
004600 FD  RPT653-FILE
004700     RECORDING MODE F.
004800 01  RPT653-RECORD               PIC X(132).
004900*----------------------------------------------------------------
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-FILE-EOF-SW           PIC X       VALUE 'N'.
005300         88  WS-FILE-EOF                  VALUE 'Y'.
005400     05  WS-ENTRY-EOF-SW          PIC X       VALUE 'N'.
005500         88  WS-ENTRY-EOF                 VALUE 'Y'.
005600     05  WS-HELD-EOF-SW           PIC X       VALUE 'N'.
005700         88  WS-HELD-EOF                  VALUE 'Y'.
005800     05  WS-BATCH-OPEN-SW         PIC X       VALUE 'N'.
005900         88  WS-BATCH-OPEN                VALUE 'Y'.
006000 01  WS-WORK-FIELDS.
006100     05  WS-TODAY-YYMMDD          PIC 9(06)   VALUE ZERO.
006200     05  WS-NOW-HHMM              PIC 9(04)   VALUE ZERO.
006300     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
006400     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
006500     05  WS-PEND-AMT              PIC S9(9)V99 COMP-3 VALUE +0.
006600     05  WS-PREV-BATCH            PIC S9(7)   COMP-3 VALUE -1.
006700     05  WS-TRACE-SEQ             PIC 9(07)   VALUE ZERO.
006800     05  WS-BATCH-COUNT           PIC 9(06)   VALUE ZERO.
006900     05  WS-RECORD-COUNT          PIC 9(08)   VALUE ZERO.
007000     05  WS-BLOCK-COUNT           PIC 9(06)   VALUE ZERO.
007100     05  WS-PAD-COUNT             PIC 9(02)   VALUE ZERO.
007200*    THE OPEN BATCH, THE CUSTOMER FILE BEING SENT, AND THE
007300*    COMBINED FILE, KEPT THE WAY THE CONTROL RECORDS CARRY
007400*    THEM.  THE HASH SUMS RUN WIDE AND ARE CUT TO THEIR
007500*    LOW-ORDER TEN DIGITS WHEN WRITTEN.
007600     05  WS-B-ENTRIES             PIC 9(06)   VALUE ZERO.
007700     05  WS-B-HASH-SUM            PIC 9(12)   VALUE ZERO.
007800     05  WS-B-DEBIT               PIC 9(10)V99 VALUE ZERO.
007900     05  WS-B-CREDIT              PIC 9(10)V99 VALUE ZERO.
008000     05  WS-FL-BATCHES            PIC 9(06)   VALUE ZERO.
008100     05  WS-FL-ENTRIES            PIC 9(08)   VALUE ZERO.
008200     05  WS-FL-DEBIT              PIC 9(10)V99 VALUE ZERO.
008300     05  WS-FL-CREDIT             PIC 9(10)V99 VALUE ZERO.
008400     05  WS-T-ENTRIES             PIC 9(08)   VALUE ZERO.
008500     05  WS-T-HASH-SUM            PIC 9(12)   VALUE ZERO.
008600     05  WS-T-DEBIT               PIC 9(10)V99 VALUE ZERO.
008700     05  WS-T-CREDIT              PIC 9(10)V99 VALUE ZERO.
008800     05  WS-HASH-10               PIC 9(10)   VALUE ZERO.
008900     05  WS-TOTAL-SENT            PIC S9(5)   COMP  VALUE ZERO.
009000     05  WS-TOTAL-NO-ORIG         PIC S9(5)   COMP  VALUE ZERO.
009100     05  WS-TOTAL-HELD            PIC S9(5)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-REJECTED        PIC S9(5)   COMP  VALUE ZERO.
009300     05  WS-TOTAL-OFFSETS         PIC S9(5)   COMP  VALUE ZERO.
009400*    THE RECEIVING ROUTING NUMBER, FOR THE ENTRY HASH.
009500 01  WS-RDFI-WORK.
009600     05  WS-RDFI-ID               PIC 9(08).
009700     05  WS-RDFI-CHECK            PIC X(01).
009800*    NACHA RECORD IMAGES -- STANDARD POSITIONS, SO THE
009900*    CUSTOMER'S COMPANY ID, NAMES AND ADDENDA CARRY THROUGH.
010000 01  WS-FILE-HEADER.
010100     05  FILLER                  PIC X(01)   VALUE '1'.
010200     05  FILLER                  PIC X(02)   VALUE '01'.
010300     05  FH-DEST-RTN             PIC X(10).
010400     05  FH-ORIGIN-RTN           PIC X(10).
010500     05  FH-CREATE-DATE          PIC 9(06).
010600     05  FH-CREATE-TIME          PIC 9(04).
010700     05  FILLER                  PIC X(01)   VALUE 'A'.
010800     05  FILLER                  PIC X(03)   VALUE '094'.
010900     05  FILLER                  PIC X(02)   VALUE '10'.
011000     05  FILLER                  PIC X(01)   VALUE '1'.
011100     05  FILLER                  PIC X(54)   VALUE SPACE.
011200 01  WS-BATCH-HEADER.
011300     05  FILLER                  PIC X(01)   VALUE '5'.
011400     05  BH-SERVICE-CLASS        PIC 9(03).
011500     05  BH-CO-NAME              PIC X(16).
011600     05  BH-CO-DISC              PIC X(20).
011700     05  BH-COMPANY-ID           PIC X(10).
011800     05  BH-SEC-CODE             PIC X(03).
011900     05  BH-ENTRY-DESC           PIC X(10).
012000     05  BH-DESC-DATE            PIC X(06).
012100     05  BH-EFF-DATE             PIC X(06).
012200     05  FILLER                  PIC X(03)   VALUE SPACE.
012300     05  FILLER                  PIC X(01)   VALUE '1'.
012400     05  BH-ODFI-ID              PIC X(08).
012500     05  BH-BATCH-NBR            PIC 9(07).
012600 01  WS-ENTRY-DETAIL.
012700     05  FILLER                  PIC X(01)   VALUE '6'.
012800     05  ED-TRAN-CODE            PIC 9(02).
012900         88  ED-DEBIT                     VALUE 26 27 28 29
013000                                                36 37 38 39
013100                                                46 47 48 49
013200                                                55 56.
013300     05  ED-RECV-RTN             PIC X(09).
013400     05  ED-ACCT-NBR             PIC X(17).
013500     05  ED-AMOUNT               PIC 9(08)V99.
013600     05  ED-INDIV-ID             PIC X(15).
013700     05  ED-INDIV-NAME           PIC X(22).
013800     05  ED-DISC-DATA            PIC X(02).
013900     05  ED-ADDENDA-IND          PIC X(01).
014000     05  ED-TRACE-ODFI           PIC X(08).
014100     05  ED-TRACE-SEQ            PIC 9(07).
014200 01  WS-ADDENDA-REC.
014300     05  FILLER                  PIC X(01)   VALUE '7'.
014400     05  FILLER                  PIC X(02)   VALUE '05'.
014500     05  AD-PMT-INFO             PIC X(80).
014600     05  FILLER                  PIC X(04)   VALUE '0001'.
014700     05  AD-ENTRY-SEQ            PIC 9(07).
014800 01  WS-BATCH-CONTROL.
014900     05  FILLER                  PIC X(01)   VALUE '8'.
015000     05  BC-SERVICE-CLASS        PIC 9(03).
015100     05  BC-ENTRY-COUNT          PIC 9(06).
015200     05  BC-ENTRY-HASH           PIC 9(10).
015300     05  BC-TOTAL-DEBIT          PIC 9(10)V99.
015400     05  BC-TOTAL-CREDIT         PIC 9(10)V99.
015500     05  BC-COMPANY-ID           PIC X(10).
015600     05  FILLER                  PIC X(25)   VALUE SPACE.
015700     05  BC-ODFI-ID              PIC X(08).
015800     05  BC-BATCH-NBR            PIC 9(07).
015900 01  WS-FILE-CONTROL-REC.
016000     05  FILLER                  PIC X(01)   VALUE '9'.
016100     05  FC-BATCH-COUNT          PIC 9(06).
016200     05  FC-BLOCK-COUNT          PIC 9(06).
016300     05  FC-ENTRY-COUNT          PIC 9(08).
016400     05  FC-ENTRY-HASH           PIC 9(10).
016500     05  FC-TOTAL-DEBIT          PIC 9(10)V99.
016600     05  FC-TOTAL-CREDIT         PIC 9(10)V99.
016700     05  FILLER                  PIC X(39)   VALUE SPACE.
016800*----------------------------------------------------------------
016900     COPY DSDSAORG.
017000*----------------------------------------------------------------
017100     COPY DSDSAOFL.
017200*----------------------------------------------------------------
017300     COPY DSDSAOEN.
017400*----------------------------------------------------------------
017500     COPY ADMU501P.
017600*----------------------------------------------------------------
017700 01  WS-HEADING-1.
017800     05  FILLER  PIC X(132) VALUE
017900       'DSDSB545  CUSTOMER ACH DAILY ORIGINATION REPORT'.
018000 01  WS-HEADING-2.
018100     05  FILLER  PIC X(48)  VALUE
018200       'DISP      FILE-SEQ COMPANY-ID  COMPANY NAME     '.
018300     05  FILLER  PIC X(41)  VALUE
018400       'BATCHES  ENT/ADD    TOTAL DEBITS   TOTAL '.
018500     05  FILLER  PIC X(43)  VALUE
018600       'CREDITS  SETTLEMENT ACCOUNT / REASON       '.
018700 01  WS-SECTION-LINE.
018800     05  SH-TITLE                 PIC X(40).
018900     05  FILLER                   PIC X(92)   VALUE SPACE.
019000 01  WS-DETAIL-LINE.
019100     05  DL-DISP                  PIC X(08).
019200     05  FILLER                   PIC X(02)   VALUE SPACE.
019300     05  DL-FILE-SEQ              PIC 9(07).
019400     05  FILLER                   PIC X(02)   VALUE SPACE.
019500     05  DL-COMPANY-ID            PIC X(10).
019600     05  FILLER                   PIC X(02)   VALUE SPACE.
019700     05  DL-CO-NAME               PIC X(16).
019800     05  FILLER                   PIC X(02)   VALUE SPACE.
019900     05  DL-BATCHES               PIC ZZ,ZZ9.
020000     05  FILLER                   PIC X(02)   VALUE SPACE.
020100     05  DL-ENTRIES               PIC ZZZ,ZZ9.
020200     05  FILLER                   PIC X(02)   VALUE SPACE.
020300     05  DL-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
020400     05  FILLER                   PIC X(02)   VALUE SPACE.
020500     05  DL-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.
020600     05  FILLER                   PIC X(02)   VALUE SPACE.
020700     05  DL-NOTE                  PIC X(30).
020800     05  FILLER                   PIC X(04)   VALUE SPACE.
020900 01  WS-SETTLE-NOTE.
021000     05  FILLER                   PIC X(07)   VALUE 'SETTLE '.
021100     05  SN-BANK                  PIC 9(03).
021200     05  FILLER                   PIC X(01)   VALUE '-'.
021300     05  SN-ACCT-ID               PIC 9(03).
021400     05  FILLER                   PIC X(01)   VALUE '-'.
021500     05  SN-ACCT                  PIC 9(09).
021600     05  FILLER                   PIC X(06)   VALUE SPACE.
021700 01  WS-TOTAL-LINE.
021800     05  TL-LABEL                 PIC X(26).
021900     05  TL-COUNT                 PIC ZZZ,ZZ9.
022000     05  FILLER                   PIC X(99)   VALUE SPACE.
022100 01  WS-AMOUNT-LINE.
022200     05  AL-LABEL                 PIC X(26).
022300     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
022400     05  FILLER                   PIC X(92)   VALUE SPACE.
022500*----------------------------------------------------------------
022600 LINKAGE SECTION.
022700 01  DSDSB545-PARM.
022800*    THE BANK'S OWN ROUTING NUMBER (THE ODFI) AND THE FED'S,
022900*    FOR THE FILE HEADER, AS DSDSB522 TAKES THEM.
023000     05  DSDSB545-ORIGIN-RTN       PIC X(10).
023100     05  DSDSB545-DEST-RTN         PIC X(10).
023200*    THE DSDS.PEND CODES FOR THE SETTLEMENT-ACCOUNT OFFSETS
023300*    AND THE PEND BATCH THEY GO IN.
023400     05  DSDSB545-DEBIT-TX-CODE    PIC 9(03).
023500     05  DSDSB545-CREDIT-TX-CODE   PIC 9(03).
023600     05  DSDSB545-PEND-BATCH-NBR   PIC 9(05).
023700*----------------------------------------------------------------
023800 PROCEDURE DIVISION USING DSDSB545-PARM.
023900*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     PERFORM 2000-ORIGINATE-FILE THRU 2000-EXIT
024300         UNTIL WS-FILE-EOF.
024400     PERFORM 5000-CLOSE-NACHA THRU 5000-EXIT.
024500     PERFORM 6000-REPORT-NOT-SENT THRU 6000-EXIT.
024600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
024700     GOBACK.
024800*----------------------------------------------------------------
024900 1000-INITIALIZE.
025000     OPEN OUTPUT RPT653-FILE.
025100     MOVE WS-HEADING-1 TO RPT653-RECORD.
025200     WRITE RPT653-RECORD.
025300     MOVE WS-HEADING-2 TO RPT653-RECORD.
025400     WRITE RPT653-RECORD.
025500     IF  DSDSB545-ORIGIN-RTN = SPACES
025600     OR  DSDSB545-DEST-RTN = SPACES
025700     OR  DSDSB545-DEBIT-TX-CODE = ZERO
025800     OR  DSDSB545-CREDIT-TX-CODE = ZERO
025900         DISPLAY 'DSDSB545 - ROUTING NUMBERS AND OFFSET TX '
026000             'CODES ARE REQUIRED'
026100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
026200         MOVE 16 TO RETURN-CODE
026300         GOBACK
026400     END-IF.
026500     OPEN OUTPUT NACHA-FILE.
026600     EXEC SQL
026700         SET :WS-TODAY-YYMMDD =
026800             MOD(YEAR(CURRENT DATE), 100) * 10000
026900             + MONTH(CURRENT DATE) * 100
027000             + DAY(CURRENT DATE)
027100     END-EXEC.
027200     EXEC SQL
027300         SET :WS-NOW-HHMM =
027400             HOUR(CURRENT TIME) * 100 + MINUTE(CURRENT TIME)
027500     END-EXEC.
027600     EXEC SQL
027700         SET :WS-TODAY-PACKED =
027800             (YEAR(CURRENT DATE) - 1900) * 10000
027900             + MONTH(CURRENT DATE) * 100
028000             + DAY(CURRENT DATE)
028100     END-EXEC.
028200     MOVE DSDSB545-DEST-RTN      TO FH-DEST-RTN.
028300     MOVE DSDSB545-ORIGIN-RTN    TO FH-ORIGIN-RTN.
028400     MOVE WS-TODAY-YYMMDD        TO FH-CREATE-DATE.
028500     MOVE WS-NOW-HHMM            TO FH-CREATE-TIME.
028600     MOVE WS-FILE-HEADER TO NACHA-RECORD.
028700     WRITE NACHA-RECORD.
028800     ADD 1 TO WS-RECORD-COUNT.
028900*    THE ODFI IDENTIFICATION IS OUR ROUTING NUMBER LESS THE
029000*    LEADING BLANK AND THE CHECK DIGIT.
029100     MOVE DSDSB545-ORIGIN-RTN (2:8) TO BH-ODFI-ID.
029200     MOVE DSDSB545-ORIGIN-RTN (2:8) TO BC-ODFI-ID.
029300     MOVE DSDSB545-ORIGIN-RTN (2:8) TO ED-TRACE-ODFI.
029400     MOVE 'FILES ORIGINATED' TO SH-TITLE.
029500     MOVE WS-SECTION-LINE TO RPT653-RECORD.
029600     WRITE RPT653-RECORD.
029700*    EVERY FILE ACCEPTED AT INTAKE OR RELEASED BY AN APPROVER,
029800*    IN THE ORDER THEY CAME IN.
029900     EXEC SQL
030000         DECLARE CSR653F CURSOR FOR
030100         SELECT AOFL_FILE_SEQ, AOFL_COMPANY_ID
030200           FROM DSDS.ACHOFILE
030300          WHERE AOFL_STATUS = 'A'
030400          ORDER BY AOFL_FILE_SEQ
030500     END-EXEC.
030600*    ONE FILE'S STAGED ENTRIES IN FILE ORDER, SO EACH CUSTOMER
030700*    BATCH COMES BACK TOGETHER.
030800     EXEC SQL
030900         DECLARE CSR653E CURSOR FOR
031000         SELECT AOEN_BATCH_NBR, AOEN_SVC_CLASS, AOEN_CO_NAME,
031100                AOEN_CO_DISC, AOEN_COMPANY_ID, AOEN_SEC,
031200                AOEN_ENTRY_DESC, AOEN_DESC_DATE, AOEN_EFF_DATE,
031300                AOEN_TRAN_CODE, AOEN_RECV_RTN, AOEN_ACCT,
031400                AOEN_AMOUNT, AOEN_INDIV_ID, AOEN_INDIV_NAME,
031500                AOEN_DISC_DATA, AOEN_ADDENDA_IND, AOEN_ADDENDA
031600           FROM DSDS.ACHOENT
031700          WHERE AOEN_FILE_SEQ = :AOFL-FILE-SEQ
031800          ORDER BY AOEN_ENTRY_SEQ
031900     END-EXEC.
032000     EXEC SQL
032100         OPEN CSR653F
032200     END-EXEC.
032300     PERFORM 2100-FETCH-FILE THRU 2100-EXIT.
032400 1000-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------
032700 2000-ORIGINATE-FILE.
032800     MOVE AOFL-FILE-SEQ   TO DL-FILE-SEQ.
032900     MOVE AOFL-COMPANY-ID TO DL-COMPANY-ID.
033000*    THE ORIGINATOR IS RE-CHECKED AT SEND TIME -- ONE
033100*    DEACTIVATED SINCE INTAKE WAITS, ACCEPTED, FOR A DECISION.
033200     MOVE AOFL-COMPANY-ID TO AORG-COMPANY-ID.
033300     EXEC SQL
033400         SELECT AORG_CO_NAME, AORG_BANK_NBR, AORG_ACCT_ID,
033500                AORG_SETTLE_ACCT, AORG_ACTIVE_IND
033600           INTO :AORG-CO-NAME, :AORG-BANK-NBR, :AORG-ACCT-ID,
033700                :AORG-SETTLE-ACCT, :AORG-ACTIVE-IND
033800           FROM DSDS.ACHORIG
033900          WHERE AORG_COMPANY_ID = :AORG-COMPANY-ID
034000     END-EXEC.
034100     IF  SQLCODE NOT = ZERO
034200     OR  NOT AORG-ACTIVE
034300         ADD 1 TO WS-TOTAL-NO-ORIG
034400         MOVE 'NO-ORIG ' TO DL-DISP
034500         MOVE SPACES     TO DL-CO-NAME
034600         MOVE ZERO       TO DL-BATCHES
034700         MOVE ZERO       TO DL-ENTRIES
034800         MOVE ZERO       TO DL-DEBITS
034900         MOVE ZERO       TO DL-CREDITS
035000         MOVE 'ORIGINATOR NOT ACTIVE' TO DL-NOTE
035100         MOVE WS-DETAIL-LINE TO RPT653-RECORD
035200         WRITE RPT653-RECORD
035300         PERFORM 2100-FETCH-FILE THRU 2100-EXIT
035400         GO TO 2000-EXIT
035500     END-IF.
035600     MOVE ZERO TO WS-FL-BATCHES.
035700     MOVE ZERO TO WS-FL-ENTRIES.
035800     MOVE ZERO TO WS-FL-DEBIT.
035900     MOVE ZERO TO WS-FL-CREDIT.
036000     MOVE -1   TO WS-PREV-BATCH.
036100     MOVE 'N'  TO WS-ENTRY-EOF-SW.
036200     EXEC SQL
036300         OPEN CSR653E
036400     END-EXEC.
036500     PERFORM 2200-FETCH-ENTRY THRU 2200-EXIT.
036600     PERFORM 3000-SEND-ENTRY THRU 3000-EXIT
036700         UNTIL WS-ENTRY-EOF.
036800     EXEC SQL
036900         CLOSE CSR653E
037000     END-EXEC.
037100     IF  WS-BATCH-OPEN
037200         PERFORM 3500-CLOSE-BATCH THRU 3500-EXIT
037300     END-IF.
037400     PERFORM 4000-POST-OFFSETS THRU 4000-EXIT.
037500     PERFORM 4100-MARK-SENT THRU 4100-EXIT.
037600     ADD 1 TO WS-TOTAL-SENT.
037700     MOVE 'SENT    '       TO DL-DISP.
037800     MOVE AORG-CO-NAME     TO DL-CO-NAME.
037900     MOVE WS-FL-BATCHES    TO DL-BATCHES.
038000     MOVE WS-FL-ENTRIES    TO DL-ENTRIES.
038100     MOVE WS-FL-DEBIT      TO DL-DEBITS.
038200     MOVE WS-FL-CREDIT     TO DL-CREDITS.
038300     MOVE AORG-BANK-NBR    TO SN-BANK.
038400     MOVE AORG-ACCT-ID     TO SN-ACCT-ID.
038500     MOVE AORG-SETTLE-ACCT TO SN-ACCT.
038600     MOVE WS-SETTLE-NOTE   TO DL-NOTE.
038700     MOVE WS-DETAIL-LINE TO RPT653-RECORD.
038800     WRITE RPT653-RECORD.
038900     PERFORM 2100-FETCH-FILE THRU 2100-EXIT.
039000 2000-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300 2100-FETCH-FILE.
039400     EXEC SQL
039500         FETCH CSR653F
039600          INTO :AOFL-FILE-SEQ, :AOFL-COMPANY-ID
039700     END-EXEC.
039800     IF  SQLCODE NOT = ZERO
039900         SET WS-FILE-EOF TO TRUE
040000     END-IF.
040100 2100-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400 2200-FETCH-ENTRY.
040500     EXEC SQL
040600         FETCH CSR653E
040700          INTO :AOEN-BATCH-NBR, :AOEN-SVC-CLASS, :AOEN-CO-NAME,
040800               :AOEN-CO-DISC, :AOEN-COMPANY-ID, :AOEN-SEC,
040900               :AOEN-ENTRY-DESC, :AOEN-DESC-DATE,
041000               :AOEN-EFF-DATE, :AOEN-TRAN-CODE,
041100               :AOEN-RECV-RTN, :AOEN-ACCT, :AOEN-AMOUNT,
041200               :AOEN-INDIV-ID, :AOEN-INDIV-NAME,
041300               :AOEN-DISC-DATA, :AOEN-ADDENDA-IND,
041400               :AOEN-ADDENDA
041500     END-EXEC.
041600     IF  SQLCODE NOT = ZERO
041700         SET WS-ENTRY-EOF TO TRUE
041800     END-IF.
041900 2200-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200 3000-SEND-ENTRY.
042300*    A NEW CUSTOMER BATCH NUMBER CLOSES THE BATCH IN PROGRESS
042400*    AND OPENS THE NEXT ONE IN THE COMBINED FILE.
042500     IF  AOEN-BATCH-NBR NOT = WS-PREV-BATCH
042600         IF  WS-BATCH-OPEN
042700             PERFORM 3500-CLOSE-BATCH THRU 3500-EXIT
042800         END-IF
042900         PERFORM 3400-OPEN-BATCH THRU 3400-EXIT
043000     END-IF.
043100     ADD 1 TO WS-TRACE-SEQ.
043200     MOVE AOEN-TRAN-CODE   TO ED-TRAN-CODE.
043300     MOVE AOEN-RECV-RTN    TO ED-RECV-RTN.
043400     MOVE AOEN-ACCT        TO ED-ACCT-NBR.
043500     MOVE AOEN-AMOUNT      TO ED-AMOUNT.
043600     MOVE AOEN-INDIV-ID    TO ED-INDIV-ID.
043700     MOVE AOEN-INDIV-NAME  TO ED-INDIV-NAME.
043800     MOVE AOEN-DISC-DATA   TO ED-DISC-DATA.
043900     MOVE AOEN-ADDENDA-IND TO ED-ADDENDA-IND.
044000     MOVE WS-TRACE-SEQ     TO ED-TRACE-SEQ.
044100     MOVE AOEN-RECV-RTN    TO WS-RDFI-WORK.
044200     ADD WS-RDFI-ID        TO WS-B-HASH-SUM.
044300     IF  ED-DEBIT
044400         ADD ED-AMOUNT TO WS-B-DEBIT
044500     ELSE
044600         ADD ED-AMOUNT TO WS-B-CREDIT
044700     END-IF.
044800     MOVE WS-ENTRY-DETAIL TO NACHA-RECORD.
044900     WRITE NACHA-RECORD.
045000     ADD 1 TO WS-RECORD-COUNT.
045100     ADD 1 TO WS-B-ENTRIES.
045200     IF  AOEN-ADDENDA-IND = '1'
045300         MOVE AOEN-ADDENDA  TO AD-PMT-INFO
045400         MOVE WS-TRACE-SEQ  TO AD-ENTRY-SEQ
045500         MOVE WS-ADDENDA-REC TO NACHA-RECORD
045600         WRITE NACHA-RECORD
045700         ADD 1 TO WS-RECORD-COUNT
045800         ADD 1 TO WS-B-ENTRIES
045900     END-IF.
046000     PERFORM 2200-FETCH-ENTRY THRU 2200-EXIT.
046100 3000-EXIT.
046200     EXIT.
046300*----------------------------------------------------------------
046400 3400-OPEN-BATCH.
046500*    THE CUSTOMER'S OWN BATCH HEADER, RENUMBERED IN THE
046600*    COMBINED FILE AND UNDER OUR ODFI.
046700     SET WS-BATCH-OPEN TO TRUE.
046800     MOVE AOEN-BATCH-NBR TO WS-PREV-BATCH.
046900     ADD 1 TO WS-BATCH-COUNT.
047000     ADD 1 TO WS-FL-BATCHES.
047100     MOVE ZERO TO WS-B-ENTRIES.
047200     MOVE ZERO TO WS-B-HASH-SUM.
047300     MOVE ZERO TO WS-B-DEBIT.
047400     MOVE ZERO TO WS-B-CREDIT.
047500     MOVE AOEN-SVC-CLASS   TO BH-SERVICE-CLASS.
047600     MOVE AOEN-CO-NAME     TO BH-CO-NAME.
047700     MOVE AOEN-CO-DISC     TO BH-CO-DISC.
047800     MOVE AOEN-COMPANY-ID  TO BH-COMPANY-ID.
047900     MOVE AOEN-SEC         TO BH-SEC-CODE.
048000     MOVE AOEN-ENTRY-DESC  TO BH-ENTRY-DESC.
048100     MOVE AOEN-DESC-DATE   TO BH-DESC-DATE.
048200     MOVE AOEN-EFF-DATE    TO BH-EFF-DATE.
048300     MOVE WS-BATCH-COUNT   TO BH-BATCH-NBR.
048400     MOVE WS-BATCH-HEADER TO NACHA-RECORD.
048500     WRITE NACHA-RECORD.
048600     ADD 1 TO WS-RECORD-COUNT.
048700 3400-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 3500-CLOSE-BATCH.
049100     MOVE 'N' TO WS-BATCH-OPEN-SW.
049200     MOVE BH-SERVICE-CLASS TO BC-SERVICE-CLASS.
049300     MOVE WS-B-ENTRIES     TO BC-ENTRY-COUNT.
049400     MOVE WS-B-HASH-SUM    TO WS-HASH-10.
049500     MOVE WS-HASH-10       TO BC-ENTRY-HASH.
049600     MOVE WS-B-DEBIT       TO BC-TOTAL-DEBIT.
049700     MOVE WS-B-CREDIT      TO BC-TOTAL-CREDIT.
049800     MOVE BH-COMPANY-ID    TO BC-COMPANY-ID.
049900     MOVE BH-BATCH-NBR     TO BC-BATCH-NBR.
050000     MOVE WS-BATCH-CONTROL TO NACHA-RECORD.
050100     WRITE NACHA-RECORD.
050200     ADD 1 TO WS-RECORD-COUNT.
050300     ADD WS-B-ENTRIES  TO WS-FL-ENTRIES.
050400     ADD WS-B-DEBIT    TO WS-FL-DEBIT.
050500     ADD WS-B-CREDIT   TO WS-FL-CREDIT.
050600     ADD WS-B-ENTRIES  TO WS-T-ENTRIES.
050700     ADD WS-B-HASH-SUM TO WS-T-HASH-SUM.
050800     ADD WS-B-DEBIT    TO WS-T-DEBIT.
050900     ADD WS-B-CREDIT   TO WS-T-CREDIT.
051000 3500-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300 4000-POST-OFFSETS.
051400*    THE SETTLEMENT ACCOUNT FUNDS THE CREDITS THE CUSTOMER
051500*    SENT OUT AND RECEIVES THE DEBITS IT COLLECTS.  THE FILE IS
051600*    ALREADY ON THE OUTBOUND FILE, SO AN OFFSET THAT CANNOT BE
051700*    WRITTEN STOPS THE RUN FOR A RERUN FROM THE TOP.
051800     IF  WS-FL-CREDIT > ZERO
051900         ADD 1 TO WS-SEQUENCE
052000         MOVE WS-FL-CREDIT TO WS-PEND-AMT
052100         EXEC SQL
052200             INSERT INTO DSDS.PEND
052300                    (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
052400                     PEND_TX_CODE, PEND_TX_AMOUNT,
052500                     PEND_EFFECT_DATE, PEND_BATCH_NBR,
052600                     PEND_SEQUENCE_NBR, PEND_TX_DESC,
052700                     PEND_SOURCE_PROG, PEND_ENTRY_DATE,
052800                     PEND_ITEM_COUNT)
052900             VALUES (:AORG-BANK-NBR, :AORG-ACCT-ID,
053000                     :AORG-SETTLE-ACCT,
053100                     :DSDSB545-DEBIT-TX-CODE, :WS-PEND-AMT,
053200                     :WS-TODAY-PACKED,
053300                     :DSDSB545-PEND-BATCH-NBR,
053400                     :WS-SEQUENCE, 'ACH ORIG OFFSET - CREDITS',
053500                     'DSDSB545', :WS-TODAY-PACKED, 1)
053600         END-EXEC
053700         PERFORM 4050-CHECK-PEND THRU 4050-EXIT
053800     END-IF.
053900     IF  WS-FL-DEBIT > ZERO
054000         ADD 1 TO WS-SEQUENCE
054100         MOVE WS-FL-DEBIT TO WS-PEND-AMT
054200         EXEC SQL
054300             INSERT INTO DSDS.PEND
054400                    (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
054500                     PEND_TX_CODE, PEND_TX_AMOUNT,
054600                     PEND_EFFECT_DATE, PEND_BATCH_NBR,
054700                     PEND_SEQUENCE_NBR, PEND_TX_DESC,
054800                     PEND_SOURCE_PROG, PEND_ENTRY_DATE,
054900                     PEND_ITEM_COUNT)
055000             VALUES (:AORG-BANK-NBR, :AORG-ACCT-ID,
055100                     :AORG-SETTLE-ACCT,
055200                     :DSDSB545-CREDIT-TX-CODE, :WS-PEND-AMT,
055300                     :WS-TODAY-PACKED,
055400                     :DSDSB545-PEND-BATCH-NBR,
055500                     :WS-SEQUENCE, 'ACH ORIG OFFSET - DEBITS',
055600                     'DSDSB545', :WS-TODAY-PACKED, 1)
055700         END-EXEC
055800         PERFORM 4050-CHECK-PEND THRU 4050-EXIT
055900     END-IF.
056000 4000-EXIT.
056100     EXIT.
056200*----------------------------------------------------------------
056300 4050-CHECK-PEND.
056400     IF  SQLCODE NOT = ZERO
056500         DISPLAY 'DSDSB545 - OFFSET PEND INSERT FAILED, FILE '
056600             DL-FILE-SEQ ' SQLCODE ' SQLCODE
056700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
056800         MOVE 16 TO RETURN-CODE
056900         GOBACK
057000     END-IF.
057100     ADD 1 TO WS-TOTAL-OFFSETS.
057200 4050-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 4100-MARK-SENT.
057600     EXEC SQL
057700         UPDATE DSDS.ACHOFILE
057800            SET AOFL_STATUS    = 'O',
057900                AOFL_SENT_DATE = CURRENT DATE
058000          WHERE AOFL_FILE_SEQ  = :AOFL-FILE-SEQ
058100            AND AOFL_STATUS    = 'A'
058200     END-EXEC.
058300     IF  SQLCODE NOT = ZERO
058400         DISPLAY 'DSDSB545 - ACHOFILE UPDATE FAILED, FILE '
058500             DL-FILE-SEQ ' SQLCODE ' SQLCODE
058600         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
058700         MOVE 16 TO RETURN-CODE
058800         GOBACK
058900     END-IF.
059000 4100-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300 5000-CLOSE-NACHA.
059400*    THE FILE CONTROL PROVES THE WHOLE COMBINED FILE; NINES
059500*    RECORDS FILL OUT THE LAST BLOCK OF TEN.
059600     EXEC SQL
059700         CLOSE CSR653F
059800     END-EXEC.
059900     ADD 1 TO WS-RECORD-COUNT.
060000     COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
060100     COMPUTE WS-PAD-COUNT = WS-BLOCK-COUNT * 10
060200                          - WS-RECORD-COUNT.
060300     MOVE WS-BATCH-COUNT   TO FC-BATCH-COUNT.
060400     MOVE WS-BLOCK-COUNT   TO FC-BLOCK-COUNT.
060500     MOVE WS-T-ENTRIES     TO FC-ENTRY-COUNT.
060600     MOVE WS-T-HASH-SUM    TO WS-HASH-10.
060700     MOVE WS-HASH-10       TO FC-ENTRY-HASH.
060800     MOVE WS-T-DEBIT       TO FC-TOTAL-DEBIT.
060900     MOVE WS-T-CREDIT      TO FC-TOTAL-CREDIT.
061000     MOVE WS-FILE-CONTROL-REC TO NACHA-RECORD.
061100     WRITE NACHA-RECORD.
061200     PERFORM 5100-WRITE-PAD THRU 5100-EXIT
061300         WS-PAD-COUNT TIMES.
061400     CLOSE NACHA-FILE.
061500 5000-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 5100-WRITE-PAD.
061900     MOVE ALL '9' TO NACHA-RECORD.
062000     WRITE NACHA-RECORD.
062100 5100-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400 6000-REPORT-NOT-SENT.
062500*    EVERY FILE STILL WAITING ON AN APPROVER, WHENEVER IT CAME
062600*    IN, AND THE FILES TURNED AWAY TODAY.
062700     MOVE SPACES TO RPT653-RECORD.
062800     WRITE RPT653-RECORD.
062900     MOVE 'FILES NOT ORIGINATED' TO SH-TITLE.
063000     MOVE WS-SECTION-LINE TO RPT653-RECORD.
063100     WRITE RPT653-RECORD.
063200     EXEC SQL
063300         DECLARE CSR653N CURSOR FOR
063400         SELECT F.AOFL_FILE_SEQ, F.AOFL_COMPANY_ID,
063500                COALESCE(O.AORG_CO_NAME, ' '),
063600                F.AOFL_BATCH_COUNT, F.AOFL_ENTRY_COUNT,
063700                F.AOFL_DEBIT_AMT, F.AOFL_CREDIT_AMT,
063800                F.AOFL_STATUS, F.AOFL_REASON
063900           FROM DSDS.ACHOFILE F
064000           LEFT OUTER JOIN DSDS.ACHORIG O
064100             ON O.AORG_COMPANY_ID = F.AOFL_COMPANY_ID
064200          WHERE F.AOFL_STATUS IN ('H', 'D')
064300             OR (F.AOFL_STATUS IN ('R', 'X')
064400            AND (F.AOFL_RECV_DATE = CURRENT DATE
064500             OR  F.AOFL_ACTION_DATE = CURRENT DATE))
064600          ORDER BY F.AOFL_FILE_SEQ
064700     END-EXEC.
064800     EXEC SQL
064900         OPEN CSR653N
065000     END-EXEC.
065100     PERFORM 6100-FETCH-NOT-SENT THRU 6100-EXIT.
065200     PERFORM 6200-LIST-NOT-SENT THRU 6200-EXIT
065300         UNTIL WS-HELD-EOF.
065400     EXEC SQL
065500         CLOSE CSR653N
065600     END-EXEC.
065700 6000-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------
066000 6100-FETCH-NOT-SENT.
066100     EXEC SQL
066200         FETCH CSR653N
066300          INTO :AOFL-FILE-SEQ, :AOFL-COMPANY-ID, :AORG-CO-NAME,
066400               :AOFL-BATCH-COUNT, :AOFL-ENTRY-COUNT,
066500               :AOFL-DEBIT-AMT, :AOFL-CREDIT-AMT,
066600               :AOFL-STATUS, :AOFL-REASON
066700     END-EXEC.
066800     IF  SQLCODE NOT = ZERO
066900         SET WS-HELD-EOF TO TRUE
067000     END-IF.
067100 6100-EXIT.
067200     EXIT.
067300*----------------------------------------------------------------
067400 6200-LIST-NOT-SENT.
067500     EVALUATE TRUE
067600         WHEN AOFL-HELD-LIMIT
067700             ADD 1 TO WS-TOTAL-HELD
067800             MOVE 'HELD    ' TO DL-DISP
067900         WHEN AOFL-HELD-DUPLICATE
068000             ADD 1 TO WS-TOTAL-HELD
068100             MOVE 'DUP-HELD' TO DL-DISP
068200         WHEN AOFL-REJECTED-APPROVER
068300             ADD 1 TO WS-TOTAL-REJECTED
068400             MOVE 'DECLINED' TO DL-DISP
068500         WHEN OTHER
068600             ADD 1 TO WS-TOTAL-REJECTED
068700             MOVE 'REJECTED' TO DL-DISP
068800     END-EVALUATE.
068900     MOVE AOFL-FILE-SEQ    TO DL-FILE-SEQ.
069000     MOVE AOFL-COMPANY-ID  TO DL-COMPANY-ID.
069100     MOVE AORG-CO-NAME     TO DL-CO-NAME.
069200     MOVE AOFL-BATCH-COUNT TO DL-BATCHES.
069300     MOVE AOFL-ENTRY-COUNT TO DL-ENTRIES.
069400     MOVE AOFL-DEBIT-AMT   TO DL-DEBITS.
069500     MOVE AOFL-CREDIT-AMT  TO DL-CREDITS.
069600     MOVE AOFL-REASON      TO DL-NOTE.
069700     MOVE WS-DETAIL-LINE TO RPT653-RECORD.
069800     WRITE RPT653-RECORD.
069900     PERFORM 6100-FETCH-NOT-SENT THRU 6100-EXIT.
070000 6200-EXIT.
070100     EXIT.
070200*----------------------------------------------------------------
070300 8000-FINALIZE.
070400*    THE REPORT TOTALS CARRY THE SAME BATCH, ENTRY AND DOLLAR
070500*    FIGURES AS THE OUTBOUND FILE CONTROL.
070600     MOVE SPACES TO RPT653-RECORD.
070700     WRITE RPT653-RECORD.
070800     MOVE 'FILES ORIGINATED        -' TO TL-LABEL.
070900     MOVE WS-TOTAL-SENT TO TL-COUNT.
071000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071100     MOVE 'BATCHES ORIGINATED      -' TO TL-LABEL.
071200     MOVE WS-BATCH-COUNT TO TL-COUNT.
071300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071400     MOVE 'ENTRIES/ADDENDA SENT    -' TO TL-LABEL.
071500     MOVE WS-T-ENTRIES TO TL-COUNT.
071600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071700     MOVE 'TOTAL DEBITS ORIGINATED -' TO AL-LABEL.
071800     MOVE WS-T-DEBIT TO AL-AMOUNT.
071900     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
072000     MOVE 'TOTAL CREDITS ORIGINATED-' TO AL-LABEL.
072100     MOVE WS-T-CREDIT TO AL-AMOUNT.
072200     PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT.
072300     MOVE 'OFFSETS TO DSDS.PEND    -' TO TL-LABEL.
072400     MOVE WS-TOTAL-OFFSETS TO TL-COUNT.
072500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072600     MOVE 'FILES HELD FOR APPROVAL -' TO TL-LABEL.
072700     MOVE WS-TOTAL-HELD TO TL-COUNT.
072800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072900     MOVE 'FILES REJECTED TODAY    -' TO TL-LABEL.
073000     MOVE WS-TOTAL-REJECTED TO TL-COUNT.
073100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073200     MOVE 'ORIGINATOR NOT ACTIVE   -' TO TL-LABEL.
073300     MOVE WS-TOTAL-NO-ORIG TO TL-COUNT.
073400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073500     CLOSE RPT653-FILE.
073600 8000-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------
073900 8100-WRITE-TOTAL.
074000     MOVE WS-TOTAL-LINE TO RPT653-RECORD.
074100     WRITE RPT653-RECORD.
074200 8100-EXIT.
074300     EXIT.
074400*----------------------------------------------------------------
074500 8200-WRITE-AMOUNT.
074600     MOVE WS-AMOUNT-LINE TO RPT653-RECORD.
074700     WRITE RPT653-RECORD.
074800 8200-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100 9000-LOG-FATAL.
075200*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
075300*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
075400*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
075500     MOVE 'DSDSB545'                TO ADMU501-PROGRAM.
075600     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
075700     MOVE SQLCODE                   TO ADMU501-SQLCODE.
075800     MOVE SPACES                    TO ADMU501-FILE-STATUS.
075900     MOVE SPACES                    TO ADMU501-KEY-DATA.
076000     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
076100       TO ADMU501-MSG.
076200     CALL 'ADMU501' USING ADMU501-PARAMETERS.
076300 9000-EXIT.
076400     EXIT.
