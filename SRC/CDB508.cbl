000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CDB508.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  CD SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY CD          *
001500*                      MATURITY RUN OFF CD.MASTER.  SENDS THE    *
001600*                      PRE-MATURITY NOTICE THROUGH EDOC050 THE   *
001700*                      PARM DAYS AHEAD.  ON THE MATURITY DATE A  *
001800*                      RENEWING CD ROLLS FOR THE SAME TERM AT    *
001900*                      THE CD.RATETBL RATE CURRENT THAT DAY; A   *
002000*                      PAYOUT CD WRITES ITS BALANCE TO THE CDIN  *
002100*                      FEED FOR THE CDB506 EDIT INTO CD.PEND --  *
002200*                      CDB507 THEN PAYS IT BY THE CD.DISBOPT     *
002300*                      ELECTION, AND A TRANSFER ELECTION IS      *
002400*                      CREDITED TO THE NAMED DEPOSIT ACCOUNT     *
002500*                      THROUGH DSDS.PEND HERE.  EITHER WAY THE   *
002600*                      GRACE PERIOD OPENS AT THE MATURITY.       *
002700*                      REPORT RPT643.                            *
002710*   10/15/2026 RM     A PAYOUT CD WITH A PLEDGE IN FORCE         *
002720*                      (CD.PLEDGE A OR R) IS HELD ACTIVE, NOT    *
002730*                      PAID -- NO CDIN ITEM, NO TRANSFER CREDIT, *
002740*                      NO CLOSE -- UNTIL THE PLEDGE IS RELEASED. *
002750*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002760*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002770*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002780*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CDIN-FILE ASSIGN TO CDIN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT RPT643-FILE ASSIGN TO RPT643
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CDIN-FILE
004300     RECORDING MODE F.
004400*    THE PAYOUT ITEMS FOR CDB506, LAID OUT IN CDINREC.
004500 01  CDIN-RECORD.
004600     COPY CDINREC.
004700 FD  RPT643-FILE
004800     RECORDING MODE F.
004900 01  RPT643-RECORD               PIC X(132).
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SW                PIC X       VALUE 'N'.
005400         88  WS-EOF-YES                   VALUE 'Y'.
005500     05  WS-HELD-SW               PIC X       VALUE 'N'.
005600         88  WS-CD-HELD                   VALUE 'Y'.
005700 01  WS-WORK-FIELDS.
005800     05  WS-NOTICE-DAYS           PIC S9(5)   COMP-3 VALUE +0.
005900     05  WS-GRACE-DAYS            PIC S9(5)   COMP-3 VALUE +0.
006000     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
006100     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
006200     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
006300     05  WS-BALANCE               PIC S9(9)V99 COMP-3 VALUE +0.
006400     05  WS-NEW-MATURITY          PIC X(10)   VALUE SPACE.
006500     05  WS-GRACE-END             PIC X(10)   VALUE SPACE.
006600     05  WS-XFER-ACCT-NBR         PIC S9(9)   COMP-3 VALUE +0.
006700     05  WS-EXT-ACCT-WORK         PIC X(17)   VALUE SPACE.
006800     05  FILLER REDEFINES WS-EXT-ACCT-WORK.
006900         10  WS-EXT-ACCT-NBR      PIC 9(09).
007000         10  WS-EXT-ACCT-REST     PIC X(08).
007100     05  WS-CDIN-ITEMS            PIC S9(5)   COMP  VALUE ZERO.
007200     05  WS-CDIN-WTD-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
007300     05  WS-TOTAL-NOTICED         PIC S9(7)   COMP  VALUE ZERO.
007400     05  WS-TOTAL-NOTICE-FAILED   PIC S9(7)   COMP  VALUE ZERO.
007500     05  WS-TOTAL-MATURED         PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-RENEWED         PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-PAID-OUT        PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-TRANSFERS       PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-EXCEPTIONS      PIC S9(7)   COMP  VALUE ZERO.
007910     05  WS-TOTAL-PLEDGED         PIC S9(7)   COMP  VALUE ZERO.
007920     05  WS-PLEDGED-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
008000*    THE NOTICE INSERT NAMES THE CD, ITS MATURITY, AND WHAT
008100*    HAPPENS THAT DAY IF THE CUSTOMER DOES NOTHING.
008200 01  WS-NOTICE-INST.
008300     05  FILLER                   PIC X(03)   VALUE 'CD '.
008400     05  NI-ACCT-NBR              PIC X(09).
008500     05  FILLER                   PIC X(09)   VALUE ' MATURES '.
008600     05  NI-MATURITY-DATE         PIC X(10).
008700     05  FILLER                   PIC X(03)   VALUE ' - '.
008800     05  NI-OUTCOME               PIC X(30).
008900     05  FILLER                   PIC X(16)   VALUE SPACE.
009000*----------------------------------------------------------------
009100     COPY CDMASTER.
009200*----------------------------------------------------------------
009300     COPY CDRATE.
009400*----------------------------------------------------------------
009500     COPY CDDISOPT.
009600*----------------------------------------------------------------
009700     COPY EMPWORK.
009710*----------------------------------------------------------------
009720     COPY CDPLEDGE.
009800*----------------------------------------------------------------
009900     COPY EDOCU51P.
009910*----------------------------------------------------------------
009920     COPY EDOCU53P.
010000*----------------------------------------------------------------
010100     COPY ADMU501P.
010200*----------------------------------------------------------------
010300 01  WS-HEADING-1.
010400     05  FILLER  PIC X(132) VALUE
010500       'CDB508  CD MATURITY NOTICES, RENEWALS AND PAYOUTS'.
010600 01  WS-HEADING-2.
010700     05  FILLER  PIC X(48)  VALUE
010800       'ACTION     BNK ACCOUNT   MATURITY   TRM     RATE'.
010900     05  FILLER  PIC X(84)  VALUE
011000       '         AMOUNT NEW MATURITY NOTE'.
011100 01  WS-DETAIL-LINE.
011200     05  DL-ACTION                PIC X(10).
011300     05  FILLER                   PIC X(01)   VALUE SPACE.
011400     05  DL-BANK-NBR              PIC 9(03).
011500     05  FILLER                   PIC X(01)   VALUE SPACE.
011600     05  DL-ACCT-NBR              PIC X(09).
011700     05  FILLER                   PIC X(01)   VALUE SPACE.
011800     05  DL-MATURITY-DATE         PIC X(10).
011900     05  FILLER                   PIC X(01)   VALUE SPACE.
012000     05  DL-TERM                  PIC ZZ9.
012100     05  FILLER                   PIC X(01)   VALUE SPACE.
012200     05  DL-RATE                  PIC ZZ9.9999.
012300     05  FILLER                   PIC X(01)   VALUE SPACE.
012400     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
012500     05  FILLER                   PIC X(01)   VALUE SPACE.
012600     05  DL-NEW-MATURITY          PIC X(10).
012700     05  FILLER                   PIC X(03)   VALUE SPACE.
012800     05  DL-NOTE                  PIC X(40).
012900     05  FILLER                   PIC X(14)   VALUE SPACE.
013000 01  WS-TOTAL-LINE.
013100     05  TL-LABEL                 PIC X(26).
013200     05  TL-COUNT                 PIC ZZZ,ZZ9.
013300     05  FILLER                   PIC X(99)   VALUE SPACE.
013400*----------------------------------------------------------------
013500 LINKAGE SECTION.
013600 01  CDB508-PARM.
013700*    DAYS AHEAD OF MATURITY THE NOTICE GOES (30 WHEN ZERO),
013800*    AND DAYS OF GRACE AFTER IT (10 WHEN ZERO).  A CD WITH A
013900*    TERM OF ONE MONTH OR LESS GETS NO NOTICE.
014000     05  CDB508-NOTICE-DAYS        PIC 9(03).
014100     05  CDB508-GRACE-DAYS         PIC 9(03).
014200     05  CDB508-DEL-METHOD         PIC 9(03).
014300*    THE CDIN BATCH AND TX CODE THE PAYOUT WITHDRAWALS CARRY --
014400*    CDB507 MUST RUN WITH THE SAME CODE AS ITS MATURITY CODE.
014500     05  CDB508-CDIN-BATCH-NBR     PIC 9(05).
014600     05  CDB508-PAYOUT-TX-CODE     PIC 9(03).
014700*    PEND-TX-CODE, ACCT-ID AND BATCH-NBR IDENTIFY THE TRANSFER
014800*    CREDITS TO DSDS.PEND.
014900     05  CDB508-PEND-TX-CODE       PIC 9(03).
015000     05  CDB508-PEND-ACCT-ID       PIC 9(03).
015100     05  CDB508-PEND-BATCH-NBR     PIC 9(05).
015200*----------------------------------------------------------------
015300 PROCEDURE DIVISION USING CDB508-PARM.
015400*
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-SEND-NOTICES THRU 2000-EXIT.
015800     PERFORM 3000-PROCESS-MATURITIES THRU 3000-EXIT.
015900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016000     GOBACK.
016100*----------------------------------------------------------------
016200 1000-INITIALIZE.
016300     MOVE CDB508-NOTICE-DAYS TO WS-NOTICE-DAYS.
016400     IF  WS-NOTICE-DAYS = ZERO
016500         MOVE 30 TO WS-NOTICE-DAYS
016600     END-IF.
016700     MOVE CDB508-GRACE-DAYS TO WS-GRACE-DAYS.
016800     IF  WS-GRACE-DAYS = ZERO
016900         MOVE 10 TO WS-GRACE-DAYS
017000     END-IF.
017100     IF  CDB508-PAYOUT-TX-CODE = ZERO
017200     OR  CDB508-PEND-TX-CODE = ZERO
017300         DISPLAY 'CDB508 - PAYOUT AND PEND TX CODES ARE REQUIRED'
017400         MOVE 16 TO RETURN-CODE
017500         GOBACK
017600     END-IF.
017700     OPEN OUTPUT RPT643-FILE.
017800     MOVE WS-HEADING-1 TO RPT643-RECORD.
017900     WRITE RPT643-RECORD.
018000     MOVE WS-HEADING-2 TO RPT643-RECORD.
018100     WRITE RPT643-RECORD.
018200     OPEN OUTPUT CDIN-FILE.
018300     EXEC SQL
018400         SET :WS-TODAY = CURRENT DATE
018500     END-EXEC.
018600*    DSDS.PEND DATES ARE CYYMMDD, THE WAY DSDSB501 DOCUMENTS
018700*    THEM.
018800     EXEC SQL
018900         SET :WS-TODAY-DATE =
019000             (YEAR(CURRENT DATE) - 1900) * 10000
019100             + MONTH(CURRENT DATE) * 100
019200             + DAY(CURRENT DATE)
019300     END-EXEC.
019400 1000-EXIT.
019500     EXIT.
019600*----------------------------------------------------------------
019700 2000-SEND-NOTICES.
019800*    A CD COMING DUE INSIDE THE NOTICE WINDOW THAT HAS NOT HAD
019900*    ITS NOTICE FOR THIS MATURITY.  A MISSED DAY CATCHES UP --
020000*    THE WINDOW IS EVERYTHING DUE FROM TOMORROW ON.
020100     EXEC SQL
020200         DECLARE CSR508N CURSOR FOR
020300         SELECT CDM_BANK_NBR, CDM_ACCT_NBR, CDM_MATURITY_DATE,
020400                CDM_RENEW_INSTR
020500           FROM CD.MASTER
020600          WHERE CDM_STATUS = 'A'
020700            AND CDM_TERM_MONTHS > 1
020800            AND CDM_NOTICE_DATE = '0001-01-01'
020900            AND CDM_MATURITY_DATE > CURRENT DATE
021000            AND CDM_MATURITY_DATE <=
021100                CURRENT DATE + :WS-NOTICE-DAYS DAYS
021200     END-EXEC.
021300     EXEC SQL OPEN CSR508N END-EXEC.
021400     MOVE 'N' TO WS-EOF-SW.
021500     PERFORM 2100-FETCH-NOTICE THRU 2100-EXIT.
021600     PERFORM 2200-SEND-ONE-NOTICE THRU 2200-EXIT
021700         UNTIL WS-EOF-YES.
021800     EXEC SQL CLOSE CSR508N END-EXEC.
021900 2000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200 2100-FETCH-NOTICE.
022300     EXEC SQL
022400         FETCH CSR508N
022500          INTO :CDM-BANK-NBR, :CDM-ACCT-NBR, :CDM-MATURITY-DATE,
022600               :CDM-RENEW-INSTR
022700     END-EXEC.
022800     IF  SQLCODE NOT = ZERO
022900         SET WS-EOF-YES TO TRUE
023000     END-IF.
023100 2100-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400 2200-SEND-ONE-NOTICE.
023500     MOVE CDM-BANK-NBR      TO DL-BANK-NBR.
023600     MOVE CDM-ACCT-NBR      TO DL-ACCT-NBR.
023700     MOVE CDM-MATURITY-DATE TO DL-MATURITY-DATE.
023800     MOVE ZERO              TO DL-TERM
023900                               DL-RATE
024000                               DL-AMOUNT.
024100     MOVE SPACES            TO DL-NEW-MATURITY
024200                               DL-NOTE.
024300     MOVE CDM-ACCT-NBR      TO NI-ACCT-NBR.
024400     MOVE CDM-MATURITY-DATE TO NI-MATURITY-DATE.
024500     IF  CDM-RENEW-AUTO
024600         MOVE 'RENEWS FOR THE SAME TERM' TO NI-OUTCOME
024700     ELSE
024800         MOVE 'PAYS OUT BY YOUR ELECTION' TO NI-OUTCOME
024900     END-IF.
025000     MOVE 'CDB508'           TO EDOC050-SOURCE-PROG.
025100     MOVE ZERO               TO EDOC050-USER-ID.
025200     MOVE CDM-BANK-NBR       TO EDOC050-ACCT-BANK-NBR.
025300     MOVE 'CD  '             TO EDOC050-ACCT-FILE-ID.
025400     MOVE CDM-ACCT-NBR       TO EDOC050-ACCT-KEY.
025500     MOVE 'CDMATNT1'         TO EDOC050-FORM-ID.
025600     MOVE CDB508-DEL-METHOD  TO EDOC050-DEL-METHOD (1).
025700     MOVE 'YOUR CERTIFICATE OF DEPOSIT IS MATURING'
025800       TO EDOC050-DEL-SUBJECT (1).
025900     MOVE SPACE              TO EDOC050-DEL-DATA (1).
026000     MOVE WS-NOTICE-INST     TO EDOC050-DEL-INST (1).
026100     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
026200     CALL 'EDOC050' USING EDOC050-PARAMETERS.
026210     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
026300*    AN UNDELIVERED NOTICE IS NOT RECORDED, SO TOMORROW'S RUN
026400*    TRIES AGAIN WHILE THE MATURITY IS STILL AHEAD.
026500     IF  EDOC050-DEL-BOUNCE (1)
026600     OR  EDOC050-DEL-TIMEOUT (1)
026700         PERFORM 7600-RECORD-BOUNCE THRU 7600-EXIT
026800         ADD 1 TO WS-TOTAL-NOTICE-FAILED
026900         MOVE 'NTCFAIL   ' TO DL-ACTION
027000         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
027100         PERFORM 2100-FETCH-NOTICE THRU 2100-EXIT
027200         GO TO 2200-EXIT
027300     END-IF.
027400     EXEC SQL
027500         UPDATE CD.MASTER
027600            SET CDM_NOTICE_DATE = CURRENT DATE
027700          WHERE CDM_BANK_NBR = :CDM-BANK-NBR
027800            AND CDM_ACCT_NBR = :CDM-ACCT-NBR
027900     END-EXEC.
028000     IF  SQLCODE NOT = ZERO
028100         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
028200     END-IF.
028300     ADD 1 TO WS-TOTAL-NOTICED.
028400     MOVE 'NOTICED   ' TO DL-ACTION.
028500     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
028600     PERFORM 2100-FETCH-NOTICE THRU 2100-EXIT.
028700 2200-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000 3000-PROCESS-MATURITIES.
029100*    EVERY ACTIVE CD AT OR PAST ITS MATURITY.  A RENEWED CD
029200*    MOVES ITS MATURITY OUT OF REACH AND A PAID ONE CLOSES, SO
029300*    A CD HELD ON AN EXCEPTION IS THE ONLY ONE SEEN AGAIN.
029400     EXEC SQL
029500         DECLARE CSR508M CURSOR FOR
029600         SELECT CDM_BANK_NBR, CDM_ACCT_NBR, CDM_TERM_MONTHS,
029700                CDM_RATE, CDM_MATURITY_DATE, CDM_RENEW_INSTR
029800           FROM CD.MASTER
029900          WHERE CDM_STATUS = 'A'
030000            AND CDM_MATURITY_DATE <= CURRENT DATE
030100     END-EXEC.
030200     EXEC SQL OPEN CSR508M END-EXEC.
030300     MOVE 'N' TO WS-EOF-SW.
030400     PERFORM 3100-FETCH-MATURITY THRU 3100-EXIT.
030500     PERFORM 3200-MATURE-ONE-CD THRU 3200-EXIT
030600         UNTIL WS-EOF-YES.
030700     EXEC SQL CLOSE CSR508M END-EXEC.
030800     PERFORM 5000-CLOSE-CDIN-BATCH THRU 5000-EXIT.
030900 3000-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200 3100-FETCH-MATURITY.
031300     EXEC SQL
031400         FETCH CSR508M
031500          INTO :CDM-BANK-NBR, :CDM-ACCT-NBR, :CDM-TERM-MONTHS,
031600               :CDM-RATE, :CDM-MATURITY-DATE, :CDM-RENEW-INSTR
031700     END-EXEC.
031800     IF  SQLCODE NOT = ZERO
031900         SET WS-EOF-YES TO TRUE
032000     END-IF.
032100 3100-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400 3200-MATURE-ONE-CD.
032500     ADD 1 TO WS-TOTAL-MATURED.
032600     MOVE CDM-BANK-NBR      TO DL-BANK-NBR.
032700     MOVE CDM-ACCT-NBR      TO DL-ACCT-NBR.
032800     MOVE CDM-MATURITY-DATE TO DL-MATURITY-DATE.
032900     MOVE CDM-TERM-MONTHS   TO DL-TERM.
033000     MOVE CDM-RATE          TO DL-RATE.
033100     MOVE ZERO              TO DL-AMOUNT.
033200     MOVE SPACES            TO DL-NEW-MATURITY
033300                               DL-NOTE.
033400     EXEC SQL
033500         SET :WS-GRACE-END =
033600             CHAR(DATE(:CDM-MATURITY-DATE) + :WS-GRACE-DAYS DAYS,
033700                  ISO)
033800     END-EXEC.
033900     IF  CDM-RENEW-AUTO
034000         PERFORM 3300-RENEW-CD THRU 3300-EXIT
034100     ELSE
034200         PERFORM 3500-PAY-OUT-CD THRU 3500-EXIT
034300     END-IF.
034400     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
034500     PERFORM 3100-FETCH-MATURITY THRU 3100-EXIT.
034600 3200-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900 3300-RENEW-CD.
035000*    SAME TERM, AT THE RATE SHEET'S RATE FOR THAT TERM ON THE
035100*    MATURITY DATE.  A TERM THE SHEET NO LONGER CARRIES HOLDS
035200*    THE CD FOR THE CD DESK RATHER THAN GUESSING A RATE.
035300     EXEC SQL
035400         SELECT CDR_RATE
035500           INTO :CDR-RATE
035600           FROM CD.RATETBL
035700          WHERE CDR_BANK_NBR    = :CDM-BANK-NBR
035800            AND CDR_TERM_MONTHS = :CDM-TERM-MONTHS
035900            AND CDR_EFF_DATE    =
036000                (SELECT MAX(R.CDR_EFF_DATE)
036100                   FROM CD.RATETBL R
036200                  WHERE R.CDR_BANK_NBR    = :CDM-BANK-NBR
036300                    AND R.CDR_TERM_MONTHS = :CDM-TERM-MONTHS
036400                    AND R.CDR_EFF_DATE   <= :CDM-MATURITY-DATE)
036500     END-EXEC.
036600     IF  SQLCODE NOT = ZERO
036700         ADD 1 TO WS-TOTAL-EXCEPTIONS
036800         MOVE 'HELD      ' TO DL-ACTION
036900         MOVE 'NO CD.RATETBL RATE FOR THE TERM' TO DL-NOTE
037000         GO TO 3300-EXIT
037100     END-IF.
037200     EXEC SQL
037300         SET :WS-NEW-MATURITY =
037400             CHAR(DATE(:CDM-MATURITY-DATE)
037500                  + :CDM-TERM-MONTHS MONTHS, ISO)
037600     END-EXEC.
037700     EXEC SQL
037800         UPDATE CD.MASTER
037900            SET CDM_RATE            = :CDR-RATE,
038000                CDM_MATURITY_DATE   = :WS-NEW-MATURITY,
038100                CDM_PRIOR_MATURITY  = :CDM-MATURITY-DATE,
038200                CDM_GRACE_END_DATE  = :WS-GRACE-END,
038300                CDM_NOTICE_DATE     = '0001-01-01',
038400                CDM_LAST_MAINT_DATE = CURRENT DATE,
038500                CDM_LAST_MAINT_PROG = 'CDB508'
038600          WHERE CDM_BANK_NBR      = :CDM-BANK-NBR
038700            AND CDM_ACCT_NBR      = :CDM-ACCT-NBR
038800            AND CDM_MATURITY_DATE = :CDM-MATURITY-DATE
038900     END-EXEC.
039000     IF  SQLCODE NOT = ZERO
039100         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
039200     END-IF.
039300     ADD 1 TO WS-TOTAL-RENEWED.
039400     MOVE 'RENEWED   '    TO DL-ACTION.
039500     MOVE CDR-RATE        TO DL-RATE.
039600     MOVE WS-NEW-MATURITY TO DL-NEW-MATURITY.
039700 3300-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000 3500-PAY-OUT-CD.
040100*    THE BALANCE IS THE CD'S NET CD.HISTORY.  IT LEAVES THE CD
040200*    AS A CDIN WITHDRAWAL; HOW THE CUSTOMER RECEIVES IT IS THE
040300*    CD.DISBOPT ELECTION -- CDB507 SENDS ACH OR A CHECK WHEN
040400*    THE WITHDRAWAL POSTS, AND A TRANSFER IS CREDITED HERE.
040410*    A CD PLEDGED AS LOAN COLLATERAL (CD.PLEDGE A OR R) IS NOT
040420*    PAID AT ALL -- CDB506 WOULD REFUSE THE WITHDRAWAL AND LEAVE
040430*    THE CREDIT UNMATCHED -- SO IT STAYS ACTIVE, HELD FOR THE CD
040440*    DESK, AND COMES UP AGAIN EACH RUN UNTIL THE PLEDGE IS
040450*    RELEASED.
040460     EXEC SQL
040470         SELECT COALESCE(SUM(CDPL_PLEDGED_AMT), 0)
040480           INTO :WS-PLEDGED-AMT
040490           FROM CD.PLEDGE
040491          WHERE CDPL_BANK_NBR = :CDM-BANK-NBR
040492            AND CDPL_ACCT_NBR = :CDM-ACCT-NBR
040493            AND CDPL_STATUS IN ('A', 'R')
040494     END-EXEC.
040495     IF  SQLCODE NOT = ZERO
040496         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
040497     END-IF.
040498     IF  WS-PLEDGED-AMT > ZERO
040499         ADD 1 TO WS-TOTAL-EXCEPTIONS
040500         ADD 1 TO WS-TOTAL-PLEDGED
040501         MOVE 'HELD      ' TO DL-ACTION
040502         MOVE WS-PLEDGED-AMT TO DL-AMOUNT
040503         MOVE 'PLEDGED - NOT PAID' TO DL-NOTE
040504         GO TO 3500-EXIT
040505     END-IF.
040506     EXEC SQL
040600         SELECT COALESCE(SUM(CASE WHEN CDH_DR_CR_IND = 'D'
040700                                  THEN 0 - CDH_TX_AMT
040800                                  ELSE CDH_TX_AMT END), 0)
040900           INTO :WS-BALANCE
041000           FROM CD.HISTORY
041100          WHERE CDH_BANK_NBR = :CDM-BANK-NBR
041200            AND CDH_ACCT_NBR = :CDM-ACCT-NBR
041300     END-EXEC.
041400     IF  SQLCODE NOT = ZERO
041500         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
041600     END-IF.
041700     MOVE WS-BALANCE TO DL-AMOUNT.
041800     IF  WS-BALANCE NOT > ZERO
041900         MOVE 'CLOSED    ' TO DL-ACTION
042000         MOVE 'NO BALANCE TO PAY' TO DL-NOTE
042100         PERFORM 4500-CLOSE-CD THRU 4500-EXIT
042200         GO TO 3500-EXIT
042300     END-IF.
042400     EXEC SQL
042500         SELECT CDD_METHOD, CDD_EXT_ACCT
042600           INTO :CDD-METHOD, :CDD-EXT-ACCT
042700           FROM CD.DISBOPT
042800          WHERE CDD_BANK_NBR = :CDM-BANK-NBR
042900            AND CDD_ACCT_NBR = :CDM-ACCT-NBR
043000     END-EXEC.
043100     IF  SQLCODE NOT = ZERO
043200         MOVE 'C' TO CDD-METHOD
043300     END-IF.
043400     IF  CDD-METHOD-TRANSFER
043500         PERFORM 4000-CREDIT-TRANSFER THRU 4000-EXIT
043600         IF  WS-CD-HELD
043700             GO TO 3500-EXIT
043800         END-IF
043900     ELSE
044000         IF  CDD-METHOD-ACH
044100             MOVE 'PAYOUT ACH' TO DL-ACTION
044200         ELSE
044300             MOVE 'PAYOUT CHK' TO DL-ACTION
044400         END-IF
044500     END-IF.
044600     PERFORM 3600-WRITE-CDIN-ITEM THRU 3600-EXIT.
044700     PERFORM 4500-CLOSE-CD THRU 4500-EXIT.
044800     ADD 1 TO WS-TOTAL-PAID-OUT.
044900 3500-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200 3600-WRITE-CDIN-ITEM.
045300     MOVE SPACES               TO CDIN-RECORD.
045400     SET CDIN-DETAIL           TO TRUE.
045500     MOVE CDB508-CDIN-BATCH-NBR TO CDIN-BATCH-NBR.
045600     MOVE 'CDB508'             TO CDIN-SOURCE-PROG.
045700     MOVE CDM-BANK-NBR         TO CDIN-BANK-NBR.
045800     MOVE CDM-ACCT-NBR         TO CDIN-ACCT-NBR.
045900     MOVE CDB508-PAYOUT-TX-CODE TO CDIN-TX-CODE.
046000     MOVE 2                    TO CDIN-DEP-WTD-CODE.
046100     MOVE WS-BALANCE           TO CDIN-TX-AMOUNT.
046200     MOVE CDM-MATURITY-DATE    TO CDIN-EFFECT-DATE.
046300     MOVE ZERO                 TO CDIN-TAX-WITHHELD.
046400     MOVE 'CD MATURITY PAYOUT' TO CDIN-TX-DESC.
046500     WRITE CDIN-RECORD.
046600     ADD 1          TO WS-CDIN-ITEMS.
046700     ADD WS-BALANCE TO WS-CDIN-WTD-TOTAL.
046800 3600-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100 4000-CREDIT-TRANSFER.
047200*    THE TRANSFER ELECTION NAMES AN IN-HOUSE DEPOSIT ACCOUNT
047300*    AT THE SAME BANK IN THE FIRST NINE POSITIONS OF THE
047400*    EXTERNAL ACCOUNT.  ANYTHING ELSE HOLDS THE CD OPEN FOR
047500*    THE CD DESK -- NO CREDIT, NO WITHDRAWAL.
047600     MOVE 'N' TO WS-HELD-SW.
047700     MOVE CDD-EXT-ACCT TO WS-EXT-ACCT-WORK.
047800     IF  WS-EXT-ACCT-NBR NOT NUMERIC
047900     OR  WS-EXT-ACCT-NBR = ZERO
048000     OR  WS-EXT-ACCT-REST NOT = SPACES
048100         SET WS-CD-HELD TO TRUE
048200         ADD 1 TO WS-TOTAL-EXCEPTIONS
048300         MOVE 'HELD      ' TO DL-ACTION
048400         MOVE 'TRANSFER ACCOUNT NOT A DEPOSIT ACCOUNT'
048500           TO DL-NOTE
048600         GO TO 4000-EXIT
048700     END-IF.
048800     MOVE WS-EXT-ACCT-NBR TO WS-XFER-ACCT-NBR.
048900     ADD 1 TO WS-SEQUENCE.
049000     EXEC SQL
049100         INSERT INTO DSDS.PEND
049200                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
049300                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
049400                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
049500                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
049600                 PEND_ITEM_COUNT)
049700         VALUES (:CDM-BANK-NBR, :CDB508-PEND-ACCT-ID,
049800                 :WS-XFER-ACCT-NBR, :CDB508-PEND-TX-CODE,
049900                 :WS-BALANCE, :WS-TODAY-DATE,
050000                 :CDB508-PEND-BATCH-NBR, :WS-SEQUENCE,
050100                 'CD MATURITY TRANSFER', 'CDB508',
050200                 :WS-TODAY-DATE, 1)
050300     END-EXEC.
050400     IF  SQLCODE NOT = ZERO
050500         SET WS-CD-HELD TO TRUE
050600         ADD 1 TO WS-TOTAL-EXCEPTIONS
050700         MOVE 'HELD      ' TO DL-ACTION
050800         MOVE 'DSDS.PEND WRITE FAILED - NOT PAID' TO DL-NOTE
050900         GO TO 4000-EXIT
051000     END-IF.
051100     ADD 1 TO WS-TOTAL-TRANSFERS.
051200     MOVE 'PAYOUT XFR' TO DL-ACTION.
051300     MOVE WS-EXT-ACCT-NBR TO DL-NOTE.
051400 4000-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700 4500-CLOSE-CD.
051800*    A PAID CD CLOSES, BUT ITS GRACE PERIOD STILL OPENS -- THE
051900*    GRACE REPORT WATCHES FOR A CUSTOMER WHO COMES BACK.
052000     EXEC SQL
052100         UPDATE CD.MASTER
052200            SET CDM_STATUS          = 'C',
052300                CDM_PRIOR_MATURITY  = :CDM-MATURITY-DATE,
052400                CDM_GRACE_END_DATE  = :WS-GRACE-END,
052500                CDM_LAST_MAINT_DATE = CURRENT DATE,
052600                CDM_LAST_MAINT_PROG = 'CDB508'
052700          WHERE CDM_BANK_NBR = :CDM-BANK-NBR
052800            AND CDM_ACCT_NBR = :CDM-ACCT-NBR
052900     END-EXEC.
053000     IF  SQLCODE NOT = ZERO
053100         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
053200     END-IF.
053300 4500-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600 5000-CLOSE-CDIN-BATCH.
053700*    THE TRAILER DECLARES WHAT CDB506 MUST PROVE THE BATCH TO.
053800     IF  WS-CDIN-ITEMS > ZERO
053900         MOVE SPACES                TO CDIN-RECORD
054000         SET CDIN-TRAILER           TO TRUE
054100         MOVE CDB508-CDIN-BATCH-NBR TO CDIN-BATCH-NBR
054200         MOVE 'CDB508'              TO CDIN-SOURCE-PROG
054300         MOVE ZERO                  TO CDIN-DEP-TOTAL
054400         MOVE WS-CDIN-WTD-TOTAL     TO CDIN-WTD-TOTAL
054500         MOVE WS-CDIN-ITEMS         TO CDIN-ITEM-COUNT
054600         WRITE CDIN-RECORD
054700     END-IF.
054800 5000-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100 7000-WRITE-DETAIL.
055200     MOVE WS-DETAIL-LINE TO RPT643-RECORD.
055300     WRITE RPT643-RECORD.
055400 7000-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700 7500-RESOLVE-DELIVERY.
055800*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
055900*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
056000*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
056100*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
056200     SET EDOCU051-FUNC-RESOLVE TO TRUE.
056300     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
056400     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
056500     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
056600     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
056700     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
056800     IF  EDOCU051-VALID
056900         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
057000         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
057100     END-IF.
057200 7500-EXIT.
057300     EXIT.
057304*----------------------------------------------------------------
057308 7550-ARCHIVE-PIECE.
057312*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
057316*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
057320*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
057324     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
057328     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
057332     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
057336     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
057340     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
057344     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
057348     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
057352     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
057356     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
057360     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
057364     IF  NOT EDOCU053-VALID
057368         DISPLAY 'CDB508 - ' EDOCU053-ERROR-TEXT
057372     END-IF.
057376 7550-EXIT.
057380     EXIT.
057400*----------------------------------------------------------------
057500 7600-RECORD-BOUNCE.
057600*    THE BOUNCE FEEDS THE PREFERENCE STORE SO EDOCU051'S
057700*    FALLBACK RULE CAN RETIRE A DEAD CHANNEL AFTER ENOUGH OF
057800*    THEM.
057900     SET EDOCU051-FUNC-BOUNCE TO TRUE.
058000     MOVE EDOC050-ACCT-BANK-NBR TO EDOCU051-BANK-NBR.
058100     MOVE EDOC050-ACCT-FILE-ID  TO EDOCU051-FILE-ID.
058200     MOVE EDOC050-ACCT-KEY      TO EDOCU051-FILE-KEY.
058300     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
058400 7600-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------
058700 8000-FINALIZE.
058800     MOVE SPACES TO RPT643-RECORD.
058900     WRITE RPT643-RECORD.
059000     MOVE 'NOTICES SENT            - ' TO TL-LABEL.
059100     MOVE WS-TOTAL-NOTICED       TO TL-COUNT.
059200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
059300     MOVE 'NOTICES UNDELIVERED     - ' TO TL-LABEL.
059400     MOVE WS-TOTAL-NOTICE-FAILED TO TL-COUNT.
059500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
059600     MOVE 'CDS AT MATURITY         - ' TO TL-LABEL.
059700     MOVE WS-TOTAL-MATURED       TO TL-COUNT.
059800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
059900     MOVE '  RENEWED               - ' TO TL-LABEL.
060000     MOVE WS-TOTAL-RENEWED       TO TL-COUNT.
060100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
060200     MOVE '  PAID OUT              - ' TO TL-LABEL.
060300     MOVE WS-TOTAL-PAID-OUT      TO TL-COUNT.
060400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
060500     MOVE '    BY TRANSFER         - ' TO TL-LABEL.
060600     MOVE WS-TOTAL-TRANSFERS     TO TL-COUNT.
060700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
060800     MOVE '  HELD ON AN EXCEPTION  - ' TO TL-LABEL.
060900     MOVE WS-TOTAL-EXCEPTIONS    TO TL-COUNT.
061000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061010     MOVE '    PLEDGED - NOT PAID  - ' TO TL-LABEL.
061020     MOVE WS-TOTAL-PLEDGED       TO TL-COUNT.
061030     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061100     MOVE 'CDIN PAYOUT ITEMS       - ' TO TL-LABEL.
061200     MOVE WS-CDIN-ITEMS          TO TL-COUNT.
061300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
061400     CLOSE CDIN-FILE.
061500     CLOSE RPT643-FILE.
061600 8000-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900 8100-WRITE-TOTAL.
062000     MOVE WS-TOTAL-LINE TO RPT643-RECORD.
062100     WRITE RPT643-RECORD.
062200 8100-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500 9000-LOG-FATAL.
062600*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
062700*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
062800*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
062900     MOVE 'CDB508  '                TO ADMU501-PROGRAM.
063000     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
063100     MOVE SQLCODE                   TO ADMU501-SQLCODE.
063200     MOVE SPACES                    TO ADMU501-FILE-STATUS.
063300     MOVE CDM-ACCT-NBR              TO ADMU501-KEY-DATA.
063400     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
063500       TO ADMU501-MSG.
063600     CALL 'ADMU501' USING ADMU501-PARAMETERS.
063700 9000-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000 9100-SQL-FATAL.
064100     DISPLAY 'CDB508 - CD.MASTER UPDATE FAILED, SQLCODE '
064200         SQLCODE.
064300     PERFORM 9000-LOG-FATAL THRU 9000-EXIT.
064400     MOVE 16 TO RETURN-CODE.
064500     GOBACK.
064600 9100-EXIT.
064700     EXIT.
