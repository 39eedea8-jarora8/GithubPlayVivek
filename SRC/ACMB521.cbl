000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMB521.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  WEEKLY REVIEW OF   *
001500*                      DEBIT CARD STATUS CHANGES.  LISTS EVERY   *
001600*                      JOURNALED STATUS CHANGE IN THE WINDOW     *
001700*                      MADE BY A PROGRAM OUTSIDE THE APPROVED    *
001800*                      LIST, AND EVERY CARD WHOSE STATUS NO      *
001900*                      LONGER MATCHES ITS LAST JOURNALED STATUS  *
002000*                      -- CHANGED WITHOUT GOING THROUGH ACMU503. *
002010*   10/15/2026 RM     STANDARD APPROVED LIST NOW CARRIES EVERY   *
002020*                      ACMU503 CALLER -- ACMB516, THE ACCOUNT-   *
002030*                      CLOSING WORKFLOW DSDSB547 AND FINQB506.   *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RPT642-FILE ASSIGN TO RPT642
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RPT642-FILE
003400     RECORDING MODE F.
003500 01  RPT642-RECORD               PIC X(132).
003600*----------------------------------------------------------------
003700 WORKING-STORAGE SECTION.
003800*    ADMU501-PARAMETERS (COPY ADMU501P) -- THE COMMON ERROR
003900*    LOGGER EVERY OVERNIGHT JOB CALLS ON A FATAL CONDITION.
004000     COPY ADMU501P.
004100 01  WS-SWITCHES.
004200     05  WS-EOF-SW                PIC X       VALUE 'N'.
004300         88  WS-EOF-YES                   VALUE 'Y'.
004400 01  WS-WORK-FIELDS.
004500     05  WS-DAYS                  PIC S9(5)   COMP-3 VALUE +0.
004600     05  WS-CURRENT-STATUS        PIC X(02)   VALUE SPACE.
004700     05  WS-TOTAL-UNAPPROVED      PIC S9(7)   COMP  VALUE ZERO.
004800     05  WS-TOTAL-UNJOURNALED     PIC S9(7)   COMP  VALUE ZERO.
004900*    THE APPROVED PROGRAMS, ONE HOST VARIABLE EACH FOR THE
005000*    NOT IN LIST.  UNUSED SLOTS ARE SPACES AND MATCH NOTHING.
005100 01  WS-APPROVED-LIST.
005200     05  WS-APPR-01               PIC X(08).
005300     05  WS-APPR-02               PIC X(08).
005400     05  WS-APPR-03               PIC X(08).
005500     05  WS-APPR-04               PIC X(08).
005600     05  WS-APPR-05               PIC X(08).
005700     05  WS-APPR-06               PIC X(08).
005800     05  WS-APPR-07               PIC X(08).
005900     05  WS-APPR-08               PIC X(08).
006000     05  WS-APPR-09               PIC X(08).
006100     05  WS-APPR-10               PIC X(08).
006200*    THE PROGRAMS THAT CHANGE CARD STATUS IN THE NORMAL COURSE
006300*    OF BUSINESS, USED WHEN THE PARM NAMES NONE.
006400 01  WS-DEFAULT-APPROVED.
006500     05  FILLER                   PIC X(40)   VALUE
006600         'ACMB501 ACMB508 ACMB511 ACMB516 ACMB518 '.
006610     05  FILLER                   PIC X(24)   VALUE
006620         'ACMB519 DSDSB547FINQB506'.
006700     05  FILLER                   PIC X(16)   VALUE SPACE.
006800*----------------------------------------------------------------
006900     COPY ACMCJRNL.
007000*----------------------------------------------------------------
007100 01  WS-HEADING-1.
007200     05  FILLER  PIC X(132) VALUE
007300       'ACMB521  DEBIT CARD STATUS CHANGE REVIEW'.
007400 01  WS-HEADING-2.
007500     05  FILLER  PIC X(27)  VALUE 'STATUS CHANGES IN THE LAST '.
007600     05  HD-DAYS                  PIC ZZ9.
007700     05  FILLER  PIC X(102) VALUE ' DAYS'.
007800 01  WS-HEADING-3.
007900     05  FILLER  PIC X(19)  VALUE 'APPROVED PROGRAMS: '.
008000     05  HD-APPROVED              PIC X(80).
008100     05  FILLER  PIC X(33)  VALUE SPACE.
008200 01  WS-SECTION-1.
008300     05  FILLER  PIC X(132) VALUE
008400       'STATUS CHANGES BY PROGRAMS OUTSIDE THE APPROVED LIST'.
008500 01  WS-SECTION-1-COLS.
008600     05  FILLER  PIC X(44)  VALUE
008700       'BNK CARD NUMBER         CHANGED             '.
008800     05  FILLER  PIC X(88)  VALUE
008900       'FROM TO SOURCE   USER'.
009000 01  WS-SECTION-2.
009100     05  FILLER  PIC X(132) VALUE
009200       'CARD STATUS DIFFERS FROM THE LAST JOURNALED STATUS'.
009300 01  WS-SECTION-2-COLS.
009400     05  FILLER  PIC X(44)  VALUE
009500       'BNK CARD NUMBER         LAST JOURNALED      '.
009600     05  FILLER  PIC X(88)  VALUE
009700       'JRNL IS SOURCE'.
009800 01  WS-DETAIL-LINE.
009900     05  DL-BANK-NBR              PIC 9(03).
010000     05  FILLER                   PIC X(01)   VALUE SPACE.
010100     05  DL-CARD-NBR              PIC X(19).
010200     05  FILLER                   PIC X(01)   VALUE SPACE.
010300     05  DL-TIMESTAMP             PIC X(19).
010400     05  FILLER                   PIC X(01)   VALUE SPACE.
010500     05  DL-BEFORE                PIC X(04).
010600     05  FILLER                   PIC X(01)   VALUE SPACE.
010700     05  DL-AFTER                 PIC X(02).
010800     05  FILLER                   PIC X(01)   VALUE SPACE.
010900     05  DL-SOURCE-PROG           PIC X(08).
011000     05  FILLER                   PIC X(01)   VALUE SPACE.
011100     05  DL-USER-ID               PIC X(08).
011200     05  FILLER                   PIC X(63)   VALUE SPACE.
011300 01  WS-TOTAL-LINE.
011400     05  TL-LABEL                 PIC X(26).
011500     05  TL-COUNT                 PIC ZZZ,ZZ9.
011600     05  FILLER                   PIC X(99)   VALUE SPACE.
011700*----------------------------------------------------------------
011800 LINKAGE SECTION.
011900 01  ACMB521-PARM.
012000*    HOW FAR BACK THE REVIEW LOOKS (7 DAYS WHEN ZERO), AND THE
012100*    PROGRAMS APPROVED TO CHANGE CARD STATUS (THE STANDARD
012200*    LIST WHEN ALL SPACES).
012300     05  ACMB521-DAYS              PIC 9(03).
012400     05  ACMB521-APPROVED-LIST.
012500         10  ACMB521-APPROVED-PROG PIC X(08)  OCCURS 10 TIMES.
012600*----------------------------------------------------------------
012700 PROCEDURE DIVISION USING ACMB521-PARM.
012800*
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     PERFORM 2000-UNAPPROVED-CHANGES THRU 2000-EXIT.
013200     PERFORM 3000-UNJOURNALED-CARDS THRU 3000-EXIT.
013300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013400     GOBACK.
013500*----------------------------------------------------------------
013600 1000-INITIALIZE.
013700     MOVE ACMB521-DAYS TO WS-DAYS.
013800     IF  WS-DAYS = ZERO
013900         MOVE 7 TO WS-DAYS
014000     END-IF.
014100     IF  ACMB521-APPROVED-LIST = SPACES
014200         MOVE WS-DEFAULT-APPROVED   TO WS-APPROVED-LIST
014300     ELSE
014400         MOVE ACMB521-APPROVED-LIST TO WS-APPROVED-LIST
014500     END-IF.
014600     OPEN OUTPUT RPT642-FILE.
014700     MOVE WS-DAYS          TO HD-DAYS.
014800     MOVE WS-APPROVED-LIST TO HD-APPROVED.
014900     MOVE WS-HEADING-1 TO RPT642-RECORD.
015000     WRITE RPT642-RECORD.
015100     MOVE WS-HEADING-2 TO RPT642-RECORD.
015200     WRITE RPT642-RECORD.
015300     MOVE WS-HEADING-3 TO RPT642-RECORD.
015400     WRITE RPT642-RECORD.
015500 1000-EXIT.
015600     EXIT.
015700*----------------------------------------------------------------
015800 2000-UNAPPROVED-CHANGES.
015900     MOVE SPACES TO RPT642-RECORD.
016000     WRITE RPT642-RECORD.
016100     MOVE WS-SECTION-1 TO RPT642-RECORD.
016200     WRITE RPT642-RECORD.
016300     MOVE WS-SECTION-1-COLS TO RPT642-RECORD.
016400     WRITE RPT642-RECORD.
016500     MOVE 'N' TO WS-EOF-SW.
016600     EXEC SQL
016700         DECLARE CSR521A CURSOR FOR
016800         SELECT CJ_BANK_NBR, CJ_CARD_NBR, CJ_TIMESTAMP,
016900                CJ_BEFORE, CJ_AFTER, CJ_SOURCE_PROG, CJ_USER_ID
017000           FROM ACM.CARDJRNL
017100          WHERE CJ_FIELD = 'STATUS'
017200            AND CJ_TIMESTAMP >=
017300                TIMESTAMP(CURRENT DATE - :WS-DAYS DAYS)
017400            AND CJ_SOURCE_PROG NOT IN
017500                (:WS-APPR-01, :WS-APPR-02, :WS-APPR-03,
017600                 :WS-APPR-04, :WS-APPR-05, :WS-APPR-06,
017700                 :WS-APPR-07, :WS-APPR-08, :WS-APPR-09,
017800                 :WS-APPR-10)
017900          ORDER BY CJ_SOURCE_PROG, CJ_TIMESTAMP
018000     END-EXEC.
018100     EXEC SQL OPEN CSR521A END-EXEC.
018200     IF  SQLCODE NOT = ZERO
018300         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
018400     END-IF.
018500     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
018600     PERFORM 2200-LIST-CHANGE THRU 2200-EXIT
018700         UNTIL WS-EOF-YES.
018800     EXEC SQL CLOSE CSR521A END-EXEC.
018900 2000-EXIT.
019000     EXIT.
019100*----------------------------------------------------------------
019200 2100-FETCH-CHANGE.
019300     EXEC SQL
019400         FETCH CSR521A
019500          INTO :CJ-BANK-NBR, :CJ-CARD-NBR, :CJ-TIMESTAMP,
019600               :CJ-BEFORE, :CJ-AFTER, :CJ-SOURCE-PROG,
019700               :CJ-USER-ID
019800     END-EXEC.
019900     IF  SQLCODE = +100
020000         SET WS-EOF-YES TO TRUE
020100         GO TO 2100-EXIT
020200     END-IF.
020300     IF  SQLCODE NOT = ZERO
020400         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
020500     END-IF.
020600 2100-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900 2200-LIST-CHANGE.
021000     ADD 1 TO WS-TOTAL-UNAPPROVED.
021100     MOVE CJ-BANK-NBR         TO DL-BANK-NBR.
021200     MOVE CJ-CARD-NBR         TO DL-CARD-NBR.
021300     MOVE CJ-TIMESTAMP (1:19) TO DL-TIMESTAMP.
021400     MOVE CJ-BEFORE           TO DL-BEFORE.
021500     MOVE CJ-AFTER            TO DL-AFTER.
021600     MOVE CJ-SOURCE-PROG      TO DL-SOURCE-PROG.
021700     MOVE CJ-USER-ID          TO DL-USER-ID.
021800     MOVE WS-DETAIL-LINE      TO RPT642-RECORD.
021900     WRITE RPT642-RECORD.
022000     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
022100 2200-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400 3000-UNJOURNALED-CARDS.
022500*    A CARD'S LATEST STATUS JOURNAL ROW SAYS WHAT ACMU503 LAST
022600*    SET IT TO.  A CARD NOW HOLDING SOMETHING ELSE WAS CHANGED
022700*    BY AN UPDATE THAT BYPASSED THE JOURNAL.  CARDS NEVER
022800*    JOURNALED HAVE NOTHING TO COMPARE AGAINST AND ARE NOT
022900*    LISTED.
023000     MOVE SPACES TO RPT642-RECORD.
023100     WRITE RPT642-RECORD.
023200     MOVE WS-SECTION-2 TO RPT642-RECORD.
023300     WRITE RPT642-RECORD.
023400     MOVE WS-SECTION-2-COLS TO RPT642-RECORD.
023500     WRITE RPT642-RECORD.
023600     MOVE 'N' TO WS-EOF-SW.
023700     EXEC SQL
023800         DECLARE CSR521B CURSOR FOR
023900         SELECT J.CJ_BANK_NBR, J.CJ_CARD_NBR, J.CJ_TIMESTAMP,
024000                J.CJ_AFTER, J.CJ_SOURCE_PROG, D.ADC_STATUS
024100           FROM ACM.CARDJRNL J
024200           JOIN ACM.DEBCARD D
024300             ON D.ADC_BANK_NBR = J.CJ_BANK_NBR
024400            AND D.ADC_CARD_NBR = J.CJ_CARD_NBR
024500          WHERE J.CJ_FIELD = 'STATUS'
024600            AND J.CJ_TIMESTAMP =
024700                (SELECT MAX(X.CJ_TIMESTAMP)
024800                   FROM ACM.CARDJRNL X
024900                  WHERE X.CJ_BANK_NBR = J.CJ_BANK_NBR
025000                    AND X.CJ_CARD_NBR = J.CJ_CARD_NBR
025100                    AND X.CJ_FIELD    = 'STATUS')
025200            AND J.CJ_AFTER <> D.ADC_STATUS
025300          ORDER BY J.CJ_BANK_NBR, J.CJ_CARD_NBR
025400     END-EXEC.
025500     EXEC SQL OPEN CSR521B END-EXEC.
025600     IF  SQLCODE NOT = ZERO
025700         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
025800     END-IF.
025900     PERFORM 3100-FETCH-MISMATCH THRU 3100-EXIT.
026000     PERFORM 3200-LIST-MISMATCH THRU 3200-EXIT
026100         UNTIL WS-EOF-YES.
026200     EXEC SQL CLOSE CSR521B END-EXEC.
026300 3000-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600 3100-FETCH-MISMATCH.
026700     EXEC SQL
026800         FETCH CSR521B
026900          INTO :CJ-BANK-NBR, :CJ-CARD-NBR, :CJ-TIMESTAMP,
027000               :CJ-AFTER, :CJ-SOURCE-PROG, :WS-CURRENT-STATUS
027100     END-EXEC.
027200     IF  SQLCODE = +100
027300         SET WS-EOF-YES TO TRUE
027400         GO TO 3100-EXIT
027500     END-IF.
027600     IF  SQLCODE NOT = ZERO
027700         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
027800     END-IF.
027900 3100-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 3200-LIST-MISMATCH.
028300     ADD 1 TO WS-TOTAL-UNJOURNALED.
028400     MOVE CJ-BANK-NBR         TO DL-BANK-NBR.
028500     MOVE CJ-CARD-NBR         TO DL-CARD-NBR.
028600     MOVE CJ-TIMESTAMP (1:19) TO DL-TIMESTAMP.
028700     MOVE CJ-AFTER            TO DL-BEFORE.
028800     MOVE WS-CURRENT-STATUS   TO DL-AFTER.
028900     MOVE CJ-SOURCE-PROG      TO DL-SOURCE-PROG.
029000     MOVE SPACES              TO DL-USER-ID.
029100     MOVE WS-DETAIL-LINE      TO RPT642-RECORD.
029200     WRITE RPT642-RECORD.
029300     PERFORM 3100-FETCH-MISMATCH THRU 3100-EXIT.
029400 3200-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 8000-FINALIZE.
029800     MOVE SPACES TO RPT642-RECORD.
029900     WRITE RPT642-RECORD.
030000     MOVE 'UNAPPROVED CHANGES      - ' TO TL-LABEL.
030100     MOVE WS-TOTAL-UNAPPROVED    TO TL-COUNT.
030200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
030300     MOVE 'CHANGED WITHOUT JOURNAL - ' TO TL-LABEL.
030400     MOVE WS-TOTAL-UNJOURNALED   TO TL-COUNT.
030500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
030600     CLOSE RPT642-FILE.
030700 8000-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000 8100-WRITE-TOTAL.
031100     MOVE WS-TOTAL-LINE TO RPT642-RECORD.
031200     WRITE RPT642-RECORD.
031300 8100-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600 9000-LOG-FATAL.
031700*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
031800*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
031900*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
032000     MOVE 'ACMB521 '                TO ADMU501-PROGRAM.
032100     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
032200     MOVE SQLCODE                   TO ADMU501-SQLCODE.
032300     MOVE SPACES                    TO ADMU501-FILE-STATUS.
032400     MOVE CJ-CARD-NBR               TO ADMU501-KEY-DATA.
032500     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
032600       TO ADMU501-MSG.
032700     CALL 'ADMU501' USING ADMU501-PARAMETERS.
032800 9000-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100 9100-SQL-FATAL.
033200     DISPLAY 'ACMB521 - ACM.CARDJRNL READ FAILED, SQLCODE '
033300         SQLCODE.
033400     PERFORM 9000-LOG-FATAL THRU 9000-EXIT.
033500     MOVE 16 TO RETURN-CODE.
033600     GOBACK.
033700 9100-EXIT.
033800     EXIT.
