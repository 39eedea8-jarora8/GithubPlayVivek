000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB550.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  YEAR-END FORM     *
001500*                      1099-C CANCELLATION OF DEBT OFF THE       *
001600*                      CIF.CHGOFF LEDGER.  EVERY OPEN CHARGE-OFF *
001700*                      WITH $600 OR MORE STILL UNRECOVERED IS    *
001800*                      TESTED FOR AN IDENTIFIABLE EVENT -- A     *
001900*                      SETTLEMENT WRITTEN OFF (SETLIN), THE      *
002000*                      STATUTE OF LIMITATIONS, OR 36 MONTHS      *
002100*                      WITH NO PAYMENT, BOTH RUN FROM THE LATER  *
002200*                      OF THE WRITE-OFF AND THE LAST RECOVERY.   *
002300*                      THE AMOUNT FORGIVEN GOES TO IRS.PENDLST   *
002400*                      FOR THE YEAR-END IRS PROCESSING, SHAPED   *
002500*                      LIKE THE MLB510 1098 FEED, WITH THE       *
002600*                      DEBTOR TIN FROM CIF.  THE FULL FORM GOES  *
002700*                      ON THE F1099C FILE, THE DEBTOR COPY       *
002800*                      THROUGH EDOC050, AND THE DEBT ON          *
002900*                      CIF.CO1099C SO IT IS REPORTED ONCE AND    *
003000*                      CIFB536 CAN FLAG LATER RECOVERIES.        *
003010*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
003020*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
003030*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
003040*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SETLIN-FILE ASSIGN TO SETLIN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SETL-STATUS.
004200     SELECT F1099C-FILE ASSIGN TO F1099C
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RPT675-FILE ASSIGN TO RPT675
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SETLIN-FILE
004900     RECORDING MODE F.
005000*    ONE RECORD PER CHARGED-OFF DEBT COLLECTIONS SETTLED FOR
005100*    LESS THAN THE BALANCE, WITH THE REST WRITTEN OFF BY
005200*    AGREEMENT, KEYED BY THE CIF COMPOSITE KEY OF THE LEDGER.
005300 01  SETLIN-RECORD.
005400     05  STL-BANK-NBR            PIC 9(03).
005500     05  STL-FILE-ID             PIC X(04).
005600     05  STL-FILE-KEY            PIC X(25).
005700     05  STL-SETTLE-DATE         PIC X(10).
005800     05  FILLER                  PIC X(38).
005900 FD  F1099C-FILE
006000     RECORDING MODE F.
006100*    ONE FORM 1099-C PER DEBT FOR THE FORMS PRINT AND THE IRS
006200*    TRANSMISSION.  EVENT DATE, AMOUNT, INTEREST, DESCRIPTION,
006300*    LIABILITY AND EVENT CODE ARE BOXES 1 THROUGH 6.
006400 01  F1099C-RECORD.
006500     05  F9C-TAX-YEAR            PIC 9(04).
006600     05  F9C-BANK-NBR            PIC 9(03).
006700     05  F9C-FILE-ID             PIC X(04).
006800     05  F9C-FILE-KEY            PIC X(25).
006900     05  F9C-TAX-ID              PIC 9(09).
007000     05  F9C-DEBTOR-NAME         PIC X(40).
007100     05  F9C-EVENT-DATE          PIC X(10).
007200     05  F9C-FORGIVEN            PIC 9(09)V99.
007300     05  F9C-INTEREST            PIC 9(09)V99.
007400     05  F9C-DEBT-DESC           PIC X(30).
007500     05  F9C-PERSONAL-IND        PIC X(01).
007600     05  F9C-EVENT-CODE          PIC X(01).
007700     05  FILLER                  PIC X(51).
007800 FD  RPT675-FILE
007900     RECORDING MODE F.
008000 01  RPT675-RECORD               PIC X(132).
008100*----------------------------------------------------------------
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SW                PIC X       VALUE 'N'.
008500         88  WS-EOF-YES                   VALUE 'Y'.
008600     05  WS-SETL-STATUS           PIC XX      VALUE '00'.
008700 01  WS-WORK-FIELDS.
008800     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
008900     05  WS-YEAR-BEGIN            PIC X(10)   VALUE SPACE.
009000     05  WS-SOL-YEARS             PIC S9(3)   COMP-3 VALUE +0.
009100     05  WS-SOL-CUTOFF            PIC X(10)   VALUE SPACE.
009200     05  WS-POLICY-CUTOFF         PIC X(10)   VALUE SPACE.
009300     05  WS-LAST-ACTIVITY         PIC X(10)   VALUE SPACE.
009400     05  WS-FORGIVEN              PIC S9(9)V99 COMP-3 VALUE +0.
009500     05  WS-ROW-TAX-YEAR          PIC S9(4)   COMP-3 VALUE +0.
009600     05  WS-SHORT-NAME            PIC X(16)   VALUE SPACE.
009700     05  WS-SX                    PIC S9(4)   COMP  VALUE ZERO.
009800     05  WS-SETL-COUNT            PIC S9(4)   COMP  VALUE ZERO.
009900     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
010000     05  WS-TOTAL-FORMS           PIC S9(7)   COMP  VALUE ZERO.
010100     05  WS-TOTAL-AGREEMENT       PIC S9(7)   COMP  VALUE ZERO.
010200     05  WS-TOTAL-STATUTE         PIC S9(7)   COMP  VALUE ZERO.
010300     05  WS-TOTAL-POLICY          PIC S9(7)   COMP  VALUE ZERO.
010400     05  WS-TOTAL-NO-EVENT        PIC S9(7)   COMP  VALUE ZERO.
010500     05  WS-TOTAL-NO-TIN          PIC S9(7)   COMP  VALUE ZERO.
010600     05  WS-TOTAL-PRIOR-YEAR      PIC S9(7)   COMP  VALUE ZERO.
010700     05  WS-TOTAL-WRITTEN         PIC S9(7)   COMP  VALUE ZERO.
010800     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
010900     05  WS-TOTAL-REPLACED        PIC S9(7)   COMP  VALUE ZERO.
011000     05  WS-TOTAL-FORGIVEN        PIC S9(11)V99 COMP-3 VALUE +0.
011100*    SETTLEMENTS FROM SETLIN, LOOKED UP BY THE LEDGER KEY.
011200 01  WS-SETTLE-TABLE.
011300     05  WS-SETL-ENTRY  OCCURS 500 TIMES.
011400         10  WT-BANK-NBR          PIC 9(03).
011500         10  WT-FILE-ID           PIC X(04).
011600         10  WT-FILE-KEY          PIC X(25).
011700         10  WT-SETTLE-DATE       PIC X(10).
011800 01  WS-NOTICE-DETAIL.
011900     05  FILLER                   PIC X(06)   VALUE 'EVENT='.
012000     05  ND-EVENT-CODE            PIC X(01).
012100     05  FILLER                   PIC X(06)   VALUE ' DATE='.
012200     05  ND-EVENT-DATE            PIC X(10).
012300     05  FILLER                   PIC X(10)   VALUE ' FORGIVEN='.
012400     05  ND-FORGIVEN              PIC 9(09).99.
012500     05  FILLER                   PIC X(35)   VALUE SPACE.
012600 01  WS-NOTICE-SUBJECT.
012700     05  FILLER                   PIC X(39)   VALUE
012800         'FORM 1099-C CANCELLATION OF DEBT - YR '.
012900     05  NS-TAX-YEAR              PIC 9(04).
013000     05  FILLER                   PIC X(37)   VALUE SPACE.
013100*----------------------------------------------------------------
013200     COPY KATCPYA2.
013300*----------------------------------------------------------------
013400     COPY CIFCHGOF.
013500*----------------------------------------------------------------
013600     COPY CIFCO99C.
013700*----------------------------------------------------------------
013800     COPY CIFU521P.
013900*----------------------------------------------------------------
014000     COPY CIFU02AR.
014100*----------------------------------------------------------------
014200     COPY CIFU02HH.
014300*----------------------------------------------------------------
014400     COPY EMPWORK.
014500*----------------------------------------------------------------
014600     COPY EDOCU51P.
014610*----------------------------------------------------------------
014620     COPY EDOCU53P.
014700*----------------------------------------------------------------
014800 01  WS-HEADING-1.
014900     05  FILLER  PIC X(43)  VALUE
015000       'CIFB550  FORM 1099-C CANCELLATION OF DEBT'.
015100     05  FILLER  PIC X(11)  VALUE '  TAX YEAR '.
015200     05  HD-TAX-YEAR              PIC 9(04).
015300     05  FILLER                   PIC X(74)   VALUE SPACE.
015400 01  WS-HEADING-2.
015500     05  FILLER  PIC X(47)  VALUE
015600       'BNK FILE  ACCOUNT KEY                TIN       '.
015700     05  FILLER  PIC X(48)  VALUE
015800       'CD  EVENT DATE     WRITTEN OFF      RECOVERED   '.
015900     05  FILLER  PIC X(37)  VALUE
016000       '    FORGIVEN  NOTE                   '.
016100 01  WS-DETAIL-LINE.
016200     05  DL-BANK-NBR              PIC 9(03).
016300     05  FILLER                   PIC X(01)   VALUE SPACE.
016400     05  DL-FILE-ID               PIC X(04).
016500     05  FILLER                   PIC X(02)   VALUE SPACE.
016600     05  DL-FILE-KEY              PIC X(25).
016700     05  FILLER                   PIC X(02)   VALUE SPACE.
016800     05  DL-TAX-ID                PIC 9(09).
016900     05  FILLER                   PIC X(02)   VALUE SPACE.
017000     05  DL-EVENT-CODE            PIC X(01).
017100     05  FILLER                   PIC X(02)   VALUE SPACE.
017200     05  DL-EVENT-DATE            PIC X(10).
017300     05  FILLER                   PIC X(02)   VALUE SPACE.
017400     05  DL-WRITEOFF              PIC ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER                   PIC X(01)   VALUE SPACE.
017600     05  DL-RECOVERED             PIC ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                   PIC X(01)   VALUE SPACE.
017800     05  DL-FORGIVEN              PIC ZZZ,ZZZ,ZZ9.99.
017900     05  FILLER                   PIC X(02)   VALUE SPACE.
018000     05  DL-NOTE                  PIC X(20).
018100     05  FILLER                   PIC X(03)   VALUE SPACE.
018200 01  WS-TOTAL-LINE.
018300     05  TL-LABEL                 PIC X(26).
018400     05  TL-COUNT                 PIC ZZZ,ZZ9.
018500     05  FILLER                   PIC X(99)   VALUE SPACE.
018600 01  WS-AMOUNT-LINE.
018700     05  AL-LABEL                 PIC X(26).
018800     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
018900     05  FILLER                   PIC X(92)   VALUE SPACE.
019000*----------------------------------------------------------------
019100 LINKAGE SECTION.
019200 01  CIFB550-PARM.
019300*    THE IRS CODING IS WHAT THE IRS CODE SHEET ASSIGNS THE
019400*    1099-C; EVERY ROW IS EARN TYPE 2, THE AMOUNT OF DEBT
019500*    DISCHARGED.  THE YEAR-END DATE IS THE LAST DAY OF THE TAX
019600*    YEAR.  SOL-YEARS IS THE COLLECTION STATUTE OF LIMITATIONS
019700*    COUNSEL HAS SET FOR WRITTEN CONTRACTS (ZERO TAKES 6).
019800     05  CIFB550-TAX-YEAR          PIC 9(04).
019900     05  CIFB550-APPL-NBR          PIC 9(03).
020000     05  CIFB550-RECORD-TYPE       PIC 9(03).
020100     05  CIFB550-REQUEST-CODE      PIC 9(03).
020200     05  CIFB550-GROUP-ID          PIC 9(02).
020300     05  CIFB550-YEAR-END-DATE     PIC X(10).
020400     05  CIFB550-SOL-YEARS         PIC 9(02).
020500     05  CIFB550-DEL-METHOD        PIC 9(03).
020600*----------------------------------------------------------------
020700 PROCEDURE DIVISION USING CIFB550-PARM.
020800*
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     PERFORM 2000-TEST-ONE-DEBT THRU 2000-EXIT
021200         UNTIL WS-EOF-YES.
021300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021400     GOBACK.
021500*----------------------------------------------------------------
021600 1000-INITIALIZE.
021700     OPEN OUTPUT RPT675-FILE.
021800     OPEN OUTPUT F1099C-FILE.
021900     MOVE CIFB550-TAX-YEAR TO HD-TAX-YEAR NS-TAX-YEAR
022000                              WS-ROW-TAX-YEAR.
022100     MOVE WS-HEADING-1 TO RPT675-RECORD.
022200     WRITE RPT675-RECORD.
022300     MOVE WS-HEADING-2 TO RPT675-RECORD.
022400     WRITE RPT675-RECORD.
022500     IF  CIFB550-SOL-YEARS = ZERO
022600         MOVE 6 TO WS-SOL-YEARS
022700     ELSE
022800         MOVE CIFB550-SOL-YEARS TO WS-SOL-YEARS
022900     END-IF.
023000*    A DEBT WHOSE LAST ACTIVITY IS ON OR BEFORE A CUTOFF HAD
023100*    ITS EVENT BY YEAR END.
023200     EXEC SQL
023300         SET :WS-TODAY         = CURRENT DATE,
023400             :WS-YEAR-BEGIN    = DATE(:CIFB550-YEAR-END-DATE)
023500                               - 1 YEAR + 1 DAY,
023600             :WS-SOL-CUTOFF    = DATE(:CIFB550-YEAR-END-DATE)
023700                               - :WS-SOL-YEARS YEARS,
023800             :WS-POLICY-CUTOFF = DATE(:CIFB550-YEAR-END-DATE)
023900                               - 36 MONTHS
024000     END-EXEC.
024100*    A RERUN TAKES OUT WHAT THE LAST RUN WROTE FOR THIS YEAR
024200*    FIRST AND REBUILDS IT FROM THE LEDGER AS IT STANDS.
024300     EXEC SQL
024400         SELECT COUNT(*)
024500           INTO :WS-TOTAL-REPLACED
024600           FROM IRS.PENDLST
024700          WHERE IRSPL_SOURCE_ID   = 'CIFB550'
024800            AND IRSPL_RECORD_TYPE = :CIFB550-RECORD-TYPE
024900            AND IRSPL_EFF_DATE    = :CIFB550-YEAR-END-DATE
025000     END-EXEC.
025100     IF  WS-TOTAL-REPLACED > ZERO
025200         EXEC SQL
025300             DELETE FROM IRS.PENDLST
025400              WHERE IRSPL_SOURCE_ID   = 'CIFB550'
025500                AND IRSPL_RECORD_TYPE = :CIFB550-RECORD-TYPE
025600                AND IRSPL_EFF_DATE    = :CIFB550-YEAR-END-DATE
025700         END-EXEC
025800     END-IF.
025900     EXEC SQL
026000         DELETE FROM CIF.CO1099C
026100          WHERE C99_TAX_YEAR = :WS-ROW-TAX-YEAR
026200     END-EXEC.
026300     PERFORM 1100-LOAD-SETTLEMENTS THRU 1100-EXIT.
026400*    EVERY OPEN CHARGE-OFF OWING $600 OR MORE THAT HAS NOT HAD
026500*    ITS 1099-C.
026600     EXEC SQL
026700         DECLARE CSR675 CURSOR FOR
026800         SELECT C.CO_BANK_NBR, C.CO_FILE_ID, C.CO_KEY,
026900                C.CO_WRITEOFF_AMT, C.CO_WRITEOFF_DATE,
027000                C.CO_RECOVERED_AMT, C.CO_LAST_RECOVERY
027100           FROM CIF.CHGOFF C
027200          WHERE C.CO_STATUS         = 'O'
027300            AND C.CO_WRITEOFF_DATE <= :CIFB550-YEAR-END-DATE
027400            AND C.CO_WRITEOFF_AMT - C.CO_RECOVERED_AMT >= 600
027500            AND NOT EXISTS
027600                (SELECT 1
027700                   FROM CIF.CO1099C X
027800                  WHERE X.C99_BANK_NBR = C.CO_BANK_NBR
027900                    AND X.C99_FILE_ID  = C.CO_FILE_ID
028000                    AND X.C99_KEY      = C.CO_KEY)
028100          ORDER BY C.CO_BANK_NBR, C.CO_FILE_ID, C.CO_KEY
028200     END-EXEC.
028300     EXEC SQL
028400         OPEN CSR675
028500     END-EXEC.
028600     IF  SQLCODE NOT = ZERO
028700         DISPLAY 'CIFB550 - CSR675 OPEN FAILED, SQLCODE '
028800             SQLCODE
028900         MOVE 16 TO RETURN-CODE
029000         GOBACK
029100     END-IF.
029200     PERFORM 2100-FETCH-DEBT THRU 2100-EXIT.
029300 1000-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600 1100-LOAD-SETTLEMENTS.
029700     OPEN INPUT SETLIN-FILE.
029800     IF  WS-SETL-STATUS NOT = '00'
029900         DISPLAY 'CIFB550 - SETLIN I/O ERROR, STATUS '
030000             WS-SETL-STATUS
030100         MOVE 16 TO RETURN-CODE
030200         GOBACK
030300     END-IF.
030400 1100-READ.
030500     READ SETLIN-FILE
030600         AT END
030700             GO TO 1100-CLOSE
030800     END-READ.
030900     IF  WS-SETL-STATUS NOT = '00'
031000         DISPLAY 'CIFB550 - SETLIN I/O ERROR, STATUS '
031100             WS-SETL-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         GOBACK
031400     END-IF.
031500*    A SETTLEMENT AFTER YEAR END BELONGS TO NEXT YEAR'S RUN.
031600     IF  STL-SETTLE-DATE > CIFB550-YEAR-END-DATE
031700         GO TO 1100-READ
031800     END-IF.
031900     IF  WS-SETL-COUNT NOT < 500
032000         DISPLAY 'CIFB550 - SETLIN HOLDS MORE THAN 500 DEBTS'
032100         MOVE 16 TO RETURN-CODE
032200         GOBACK
032300     END-IF.
032400     ADD 1 TO WS-SETL-COUNT.
032500     MOVE STL-BANK-NBR    TO WT-BANK-NBR (WS-SETL-COUNT).
032600     MOVE STL-FILE-ID     TO WT-FILE-ID (WS-SETL-COUNT).
032700     MOVE STL-FILE-KEY    TO WT-FILE-KEY (WS-SETL-COUNT).
032800     MOVE STL-SETTLE-DATE TO WT-SETTLE-DATE (WS-SETL-COUNT).
032900     GO TO 1100-READ.
033000 1100-CLOSE.
033100     CLOSE SETLIN-FILE.
033200 1100-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500 2000-TEST-ONE-DEBT.
033600     ADD 1 TO WS-TOTAL-READ.
033700     MOVE ZERO   TO U021-CUST-TAX-ID.
033800     MOVE SPACE  TO DL-NOTE C99-EVENT-CODE.
033900     MOVE SPACES TO C99-EVENT-DATE.
034000     COMPUTE WS-FORGIVEN = CO-WRITEOFF-AMT - CO-RECOVERED-AMT.
034100     IF  CO-LAST-RECOVERY > CO-WRITEOFF-DATE
034200         MOVE CO-LAST-RECOVERY TO WS-LAST-ACTIVITY
034300     ELSE
034400         MOVE CO-WRITEOFF-DATE TO WS-LAST-ACTIVITY
034500     END-IF.
034600*    THE FIRST EVENT THAT APPLIES, TESTED IN THIS ORDER -- A
034700*    SETTLEMENT IS ITS OWN EVENT; OTHERWISE THE STATUTE; AND
034800*    ONLY THEN THE BANK'S POLICY OF DROPPING COLLECTION AFTER
034900*    36 MONTHS WITHOUT A PAYMENT, WHICH THE IRS NO LONGER
035000*    COUNTS AS A TEST OF ITS OWN AND IS REPORTED AS CODE G.
035100     PERFORM 3000-FIND-SETTLEMENT THRU 3000-EXIT
035200         VARYING WS-SX FROM 1 BY 1
035300         UNTIL WS-SX > WS-SETL-COUNT
035400         OR    C99-EVENT-AGREEMENT.
035500     IF  NOT C99-EVENT-AGREEMENT
035600         IF  WS-LAST-ACTIVITY NOT > WS-SOL-CUTOFF
035700             MOVE 'C' TO C99-EVENT-CODE
035800             EXEC SQL
035900                 SET :C99-EVENT-DATE = DATE(:WS-LAST-ACTIVITY)
036000                                     + :WS-SOL-YEARS YEARS
036100             END-EXEC
036200         ELSE
036300             IF  WS-LAST-ACTIVITY NOT > WS-POLICY-CUTOFF
036400                 MOVE 'G' TO C99-EVENT-CODE
036500                 EXEC SQL
036600                     SET :C99-EVENT-DATE =
036700                         DATE(:WS-LAST-ACTIVITY) + 36 MONTHS
036800                 END-EXEC
036900             END-IF
037000         END-IF
037100     END-IF.
037200     IF  C99-EVENT-CODE = SPACE
037300         ADD 1 TO WS-TOTAL-NO-EVENT
037400         GO TO 2000-FETCH
037500     END-IF.
037600     EVALUATE TRUE
037700         WHEN C99-EVENT-AGREEMENT
037800             ADD 1 TO WS-TOTAL-AGREEMENT
037900         WHEN C99-EVENT-STATUTE
038000             ADD 1 TO WS-TOTAL-STATUTE
038100         WHEN OTHER
038200             ADD 1 TO WS-TOTAL-POLICY
038300     END-EVALUATE.
038400*    A DEBT WHOSE EVENT FELL IN AN EARLIER YEAR NEVER HAD ITS
038500*    FORM.  IT GOES NOW, DATED WHEN THE EVENT HAPPENED, AND IS
038600*    LISTED FOR TAX REPORTING.
038700     IF  C99-EVENT-DATE < WS-YEAR-BEGIN
038800         ADD 1 TO WS-TOTAL-PRIOR-YEAR
038900         MOVE 'PRIOR-YEAR EVENT' TO DL-NOTE
039000     END-IF.
039100     PERFORM 4000-GET-DEBTOR THRU 4000-EXIT.
039200     ADD 1 TO WS-TOTAL-FORMS.
039300     ADD WS-FORGIVEN TO WS-TOTAL-FORGIVEN.
039400     PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT.
039500     PERFORM 5200-RECORD-FORM THRU 5200-EXIT.
039600     PERFORM 5500-WRITE-FORM THRU 5500-EXIT.
039700     PERFORM 7000-SEND-DEBTOR-COPY THRU 7000-EXIT.
039800     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
039900 2000-FETCH.
040000     PERFORM 2100-FETCH-DEBT THRU 2100-EXIT.
040100 2000-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400 2100-FETCH-DEBT.
040500     EXEC SQL
040600         FETCH CSR675
040700          INTO :CO-BANK-NBR, :CO-FILE-ID, :CO-KEY,
040800               :CO-WRITEOFF-AMT, :CO-WRITEOFF-DATE,
040900               :CO-RECOVERED-AMT, :CO-LAST-RECOVERY
041000     END-EXEC.
041100     IF  SQLCODE NOT = ZERO
041200         SET WS-EOF-YES TO TRUE
041300     END-IF.
041400 2100-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 3000-FIND-SETTLEMENT.
041800     IF  WT-BANK-NBR (WS-SX) = CO-BANK-NBR
041900     AND WT-FILE-ID (WS-SX)  = CO-FILE-ID
042000     AND WT-FILE-KEY (WS-SX) = CO-KEY
042100         MOVE 'F' TO C99-EVENT-CODE
042200         MOVE WT-SETTLE-DATE (WS-SX) TO C99-EVENT-DATE
042300     END-IF.
042400 3000-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700 4000-GET-DEBTOR.
042800*    THE TIN AND NAME ARE THE OWNING CUSTOMER'S, FROM CIF.  A
042900*    DEBT WITH NO TIN ON FILE IS STILL REPORTED, AND LISTED SO
043000*    THE TIN IS SOLICITED.
043100     MOVE SPACES            TO U021-CUST-NAME.
043200     MOVE CO-BANK-NBR       TO U021-BANK-NBR.
043300     MOVE CO-FILE-ID        TO U021-FILE-ID.
043400     MOVE CO-KEY            TO U021-FILE-KEY.
043500     MOVE 'N'               TO U021-DEMOGRAPHICS-IND.
043600     MOVE 'S'               TO U021-FUNCTION.
043700     CALL 'CIFU021' USING CIFU021-PARAMETERS
043800                          CIFU021-BULK-PARAMETERS
043900                          CIFU021-HOUSEHOLD-PARAMETERS.
044000     IF  NOT U021-GOOD-RETURN
044100         MOVE ZERO   TO U021-CUST-TAX-ID
044200         MOVE SPACES TO U021-CUST-NAME
044300     END-IF.
044400     IF  U021-CUST-TAX-ID NOT > ZERO
044500         ADD 1 TO WS-TOTAL-NO-TIN
044600         MOVE 'NO TIN ON CIF' TO DL-NOTE
044700     END-IF.
044800     MOVE U021-CUST-NAME TO WS-SHORT-NAME.
044900 4000-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200 5000-WRITE-IRS-ROW.
045300*    BOX 2 CARRIES THE EVENT DATE AS ITS POST DATE AND THE
045400*    ORIGINAL WRITE-OFF AS ITS ENDING BALANCE.
045500     EXEC SQL
045600         INSERT INTO IRS.PENDLST
045700                (IRSPL_APPL_NBR, IRSPL_BANK_NBR,
045800                 IRSPL_RECORD_TYPE, IRSPL_POST_DATE,
045900                 IRSPL_EFF_DATE, IRSPL_EXTRACT_DATE,
046000                 IRSPL_REQUEST_CODE, IRSPL_SOURCE_ID,
046100                 IRSPL_GROUP_ID, IRSPL_ACCT_NBR,
046200                 IRSPL_SHORT_NAME, IRSPL_EARN_TYPE,
046300                 IRSPL_TX_AMOUNT, IRSPL_POST_YR_IND,
046400                 IRSPL_ACCT_END_BAL, IRSPL_FED_WH_AMT,
046500                 IRSPL_ALT_BANK_NBR, IRSPL_REMIT_IND,
046600                 IRSPL_DEPOSIT_DATE)
046700         VALUES (:CIFB550-APPL-NBR, :CO-BANK-NBR,
046800                 :CIFB550-RECORD-TYPE,
046900                 :C99-EVENT-DATE,
047000                 :CIFB550-YEAR-END-DATE,
047100                 :CIFB550-YEAR-END-DATE,
047200                 :CIFB550-REQUEST-CODE, 'CIFB550',
047300                 :CIFB550-GROUP-ID, SUBSTR(:CO-KEY, 12, 14),
047400                 :WS-SHORT-NAME, '2',
047500                 :WS-FORGIVEN, 'C',
047600                 :CO-WRITEOFF-AMT, 0,
047700                 :CO-BANK-NBR, 'N', '0001-01-01')
047800     END-EXEC.
047900     IF  SQLCODE = ZERO
048000         ADD 1 TO WS-TOTAL-WRITTEN
048100     ELSE
048200         ADD 1 TO WS-TOTAL-ERRORS
048300         MOVE 'INSERT FAILED' TO DL-NOTE
048400         DISPLAY 'CIFB550 - IRS.PENDLST INSERT FAILED, SQLCODE '
048500             SQLCODE ' KEY ' CO-FILE-ID CO-KEY
048600     END-IF.
048700 5000-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 5200-RECORD-FORM.
049100     MOVE CO-BANK-NBR       TO C99-BANK-NBR.
049200     MOVE CO-FILE-ID        TO C99-FILE-ID.
049300     MOVE CO-KEY            TO C99-KEY.
049400     MOVE WS-ROW-TAX-YEAR   TO C99-TAX-YEAR.
049500     MOVE WS-FORGIVEN       TO C99-FORGIVEN-AMT.
049600     MOVE U021-CUST-TAX-ID  TO C99-TAX-ID.
049700     MOVE WS-TODAY          TO C99-ISSUE-DATE.
049800     MOVE ZERO              TO C99-POST-RCV-AMT.
049900     MOVE '0001-01-01'      TO C99-POST-RCV-DATE.
050000     MOVE 'N'               TO C99-REVIEW-IND.
050100     EXEC SQL
050200         INSERT INTO CIF.CO1099C
050300                (C99_BANK_NBR, C99_FILE_ID, C99_KEY,
050400                 C99_TAX_YEAR, C99_EVENT_CODE, C99_EVENT_DATE,
050500                 C99_FORGIVEN_AMT, C99_TAX_ID, C99_ISSUE_DATE,
050600                 C99_POST_RCV_AMT, C99_POST_RCV_DATE,
050700                 C99_REVIEW_IND)
050800         VALUES (:C99-BANK-NBR, :C99-FILE-ID, :C99-KEY,
050900                 :C99-TAX-YEAR, :C99-EVENT-CODE, :C99-EVENT-DATE,
051000                 :C99-FORGIVEN-AMT, :C99-TAX-ID, :C99-ISSUE-DATE,
051100                 :C99-POST-RCV-AMT, :C99-POST-RCV-DATE,
051200                 :C99-REVIEW-IND)
051300     END-EXEC.
051400     IF  SQLCODE NOT = ZERO
051500         ADD 1 TO WS-TOTAL-ERRORS
051600         MOVE 'CO1099C INSERT FAILED' TO DL-NOTE
051700         DISPLAY 'CIFB550 - CIF.CO1099C INSERT FAILED, SQLCODE '
051800             SQLCODE ' KEY ' CO-FILE-ID CO-KEY
051900     END-IF.
052000 5200-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300 5500-WRITE-FORM.
052400*    THE INTEREST IN THE AMOUNT FORGIVEN IS NOT CARRIED APART
052500*    ON THE LEDGER, SO BOX 3 IS LEFT ZERO.  THE DEBTOR WAS
052600*    PERSONALLY LIABLE ON EVERY ACCOUNT THE LEDGER HOLDS.
052700     MOVE SPACES                     TO F1099C-RECORD.
052800     MOVE CIFB550-TAX-YEAR           TO F9C-TAX-YEAR.
052900     MOVE CO-BANK-NBR                TO F9C-BANK-NBR.
053000     MOVE CO-FILE-ID                 TO F9C-FILE-ID.
053100     MOVE CO-KEY                     TO F9C-FILE-KEY.
053200     MOVE U021-CUST-TAX-ID           TO F9C-TAX-ID.
053300     MOVE U021-CUST-NAME             TO F9C-DEBTOR-NAME.
053400     MOVE C99-EVENT-DATE             TO F9C-EVENT-DATE.
053500     MOVE WS-FORGIVEN                TO F9C-FORGIVEN.
053600     MOVE ZERO                       TO F9C-INTEREST.
053700     EVALUATE CO-FILE-ID
053800         WHEN 'DDA '
053900             MOVE 'DEPOSIT ACCOUNT OVERDRAFT' TO F9C-DEBT-DESC
054000         WHEN 'ML  '
054100             MOVE 'MORTGAGE LOAN'             TO F9C-DEBT-DESC
054200         WHEN OTHER
054300             MOVE 'CONSUMER LOAN'             TO F9C-DEBT-DESC
054400     END-EVALUATE.
054500     MOVE 'Y'                        TO F9C-PERSONAL-IND.
054600     MOVE C99-EVENT-CODE             TO F9C-EVENT-CODE.
054700     WRITE F1099C-RECORD.
054800 5500-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100 6000-WRITE-DETAIL.
055200     MOVE CO-BANK-NBR          TO DL-BANK-NBR.
055300     MOVE CO-FILE-ID           TO DL-FILE-ID.
055400     MOVE CO-KEY               TO DL-FILE-KEY.
055500     MOVE U021-CUST-TAX-ID     TO DL-TAX-ID.
055600     MOVE C99-EVENT-CODE       TO DL-EVENT-CODE.
055700     MOVE C99-EVENT-DATE       TO DL-EVENT-DATE.
055800     MOVE CO-WRITEOFF-AMT      TO DL-WRITEOFF.
055900     MOVE CO-RECOVERED-AMT     TO DL-RECOVERED.
056000     MOVE WS-FORGIVEN          TO DL-FORGIVEN.
056100     MOVE WS-DETAIL-LINE TO RPT675-RECORD.
056200     WRITE RPT675-RECORD.
056300 6000-EXIT.
056400     EXIT.
056500*----------------------------------------------------------------
056600 7000-SEND-DEBTOR-COPY.
056700*    THE DEBTOR'S COPY OF THE 1099-C.
056800     MOVE C99-EVENT-CODE     TO ND-EVENT-CODE.
056900     MOVE C99-EVENT-DATE     TO ND-EVENT-DATE.
057000     MOVE WS-FORGIVEN        TO ND-FORGIVEN.
057100     MOVE 'CIFB550'          TO EDOC050-SOURCE-PROG.
057200     MOVE ZERO               TO EDOC050-USER-ID.
057300     MOVE CO-BANK-NBR        TO EDOC050-ACCT-BANK-NBR.
057400     MOVE CO-FILE-ID         TO EDOC050-ACCT-FILE-ID.
057500     MOVE CO-KEY             TO EDOC050-ACCT-KEY.
057600     MOVE 'CIF1099C'         TO EDOC050-FORM-ID.
057700     MOVE CIFB550-DEL-METHOD TO EDOC050-DEL-METHOD (1).
057800     MOVE WS-NOTICE-SUBJECT  TO EDOC050-DEL-SUBJECT (1).
057900     MOVE WS-NOTICE-DETAIL   TO EDOC050-DEL-INST (1).
058000     MOVE SPACE              TO EDOC050-DEL-DATA (1).
058100     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
058200     CALL 'EDOC050' USING EDOC050-PARAMETERS.
058210     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
058300 7000-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600 7500-RESOLVE-DELIVERY.
058700*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
058800*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD.
058900     SET EDOCU051-FUNC-RESOLVE TO TRUE.
059000     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
059100     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
059200     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
059300     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
059400     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
059500     IF  EDOCU051-VALID
059600         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
059700         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
059800     END-IF.
059900 7500-EXIT.
060000     EXIT.
060004*----------------------------------------------------------------
060008 7550-ARCHIVE-PIECE.
060012*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
060016*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
060020*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
060024     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
060028     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
060032     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
060036     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
060040     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
060044     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
060048     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
060052     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
060056     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
060060     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
060064     IF  NOT EDOCU053-VALID
060068         DISPLAY 'CIFB550 - ' EDOCU053-ERROR-TEXT
060072     END-IF.
060076 7550-EXIT.
060080     EXIT.
060100*----------------------------------------------------------------
060200 8000-FINALIZE.
060300     EXEC SQL
060400         CLOSE CSR675
060500     END-EXEC.
060600     MOVE SPACES TO RPT675-RECORD.
060700     WRITE RPT675-RECORD.
060800     MOVE 'EARLIER ROWS REPLACED   - ' TO TL-LABEL.
060900     MOVE WS-TOTAL-REPLACED     TO TL-COUNT.
061000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061100     MOVE 'DEBTS EXAMINED          - ' TO TL-LABEL.
061200     MOVE WS-TOTAL-READ         TO TL-COUNT.
061300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061400     MOVE 'NO EVENT YET            - ' TO TL-LABEL.
061500     MOVE WS-TOTAL-NO-EVENT     TO TL-COUNT.
061600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061700     MOVE 'FORMS PRODUCED          - ' TO TL-LABEL.
061800     MOVE WS-TOTAL-FORMS        TO TL-COUNT.
061900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062000     MOVE '  F - SETTLED           - ' TO TL-LABEL.
062100     MOVE WS-TOTAL-AGREEMENT    TO TL-COUNT.
062200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062300     MOVE '  C - STATUTE EXPIRED   - ' TO TL-LABEL.
062400     MOVE WS-TOTAL-STATUTE      TO TL-COUNT.
062500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062600     MOVE '  G - 36 MONTHS, NO PAY - ' TO TL-LABEL.
062700     MOVE WS-TOTAL-POLICY       TO TL-COUNT.
062800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062900     MOVE 'PRIOR-YEAR EVENTS       - ' TO TL-LABEL.
063000     MOVE WS-TOTAL-PRIOR-YEAR   TO TL-COUNT.
063100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063200     MOVE 'NO TIN ON CIF           - ' TO TL-LABEL.
063300     MOVE WS-TOTAL-NO-TIN       TO TL-COUNT.
063400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063500     MOVE 'ROWS WRITTEN            - ' TO TL-LABEL.
063600     MOVE WS-TOTAL-WRITTEN      TO TL-COUNT.
063700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063800     MOVE 'INSERT FAILURES         - ' TO TL-LABEL.
063900     MOVE WS-TOTAL-ERRORS       TO TL-COUNT.
064000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064100     MOVE 'DEBT FORGIVEN REPORTED  $ ' TO AL-LABEL.
064200     MOVE WS-TOTAL-FORGIVEN     TO AL-AMOUNT.
064300     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
064400     IF  WS-TOTAL-ERRORS > ZERO
064500         MOVE 4 TO RETURN-CODE
064600     END-IF.
064700     CLOSE F1099C-FILE.
064800     CLOSE RPT675-FILE.
064900 8000-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------
065200 8100-WRITE-TOTAL.
065300     MOVE WS-TOTAL-LINE TO RPT675-RECORD.
065400     WRITE RPT675-RECORD.
065500 8100-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800 8150-WRITE-AMOUNT.
065900     MOVE WS-AMOUNT-LINE TO RPT675-RECORD.
066000     WRITE RPT675-RECORD.
066100 8150-EXIT.
066200     EXIT.
