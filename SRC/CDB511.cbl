000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CDB511.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY PAID-OFF  *
001500*                      COLLATERAL REPORT.  EVERY CD PLEDGE IN    *
001600*                      FORCE (CD.PLEDGE STATUS A OR R) HAS ITS   *
001700*                      SECURED LOAN LOOKED UP THROUGH MLU002;    *
001800*                      A LOAN THE SERVICER SHOWS WITH A PAYOFF   *
001900*                      DATE IS LISTED SO THE PLEDGE CAN BE       *
002000*                      RELEASED THROUGH CDU502.  REPORT RPT646.  *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RPT646-FILE ASSIGN TO RPT646
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RPT646-FILE
003400     RECORDING MODE F.
003500 01  RPT646-RECORD               PIC X(132).
003600*----------------------------------------------------------------
003700 WORKING-STORAGE SECTION.
003800 01  WS-SWITCHES.
003900     05  WS-EOF-SW                PIC X       VALUE 'N'.
004000         88  WS-EOF-YES                   VALUE 'Y'.
004100 01  WS-WORK-FIELDS.
004200     05  WS-TOTAL-IN-FORCE        PIC S9(7)   COMP  VALUE ZERO.
004300     05  WS-TOTAL-PAID-OFF        PIC S9(7)   COMP  VALUE ZERO.
004400     05  WS-TOTAL-REL-PENDING     PIC S9(7)   COMP  VALUE ZERO.
004500     05  WS-TOTAL-EXCEPTIONS      PIC S9(7)   COMP  VALUE ZERO.
004600*----------------------------------------------------------------
004700     COPY CDPLEDGE.
004800*----------------------------------------------------------------
004900     COPY OBSTRANS.
005000*----------------------------------------------------------------
005100     COPY MLU002P.
005200*----------------------------------------------------------------
005300     COPY ADMU501P.
005400*----------------------------------------------------------------
005500 01  WS-HEADING-1.
005600     05  FILLER  PIC X(132) VALUE
005700       'CDB511  CD PLEDGES SECURING PAID-OFF LOANS'.
005800 01  WS-HEADING-2.
005900     05  FILLER  PIC X(47)  VALUE
006000       'BNK ACCOUNT   ST LBK LOAN NBR      PLEDGED AMT '.
006100     05  FILLER  PIC X(48)  VALUE
006200       'PLEDGED    PAID OFF   ACTION                    '.
006300     05  FILLER  PIC X(37)  VALUE SPACE.
006400 01  WS-DETAIL-LINE.
006500     05  DL-BANK-NBR              PIC 9(03).
006600     05  FILLER                   PIC X(01)   VALUE SPACE.
006700     05  DL-ACCT-NBR              PIC X(09).
006800     05  FILLER                   PIC X(01)   VALUE SPACE.
006900     05  DL-STATUS                PIC X(01).
007000     05  FILLER                   PIC X(02)   VALUE SPACE.
007100     05  DL-LOAN-BANK-NBR         PIC 9(03).
007200     05  FILLER                   PIC X(01)   VALUE SPACE.
007300     05  DL-LOAN-NBR              PIC 9(10).
007400     05  FILLER                   PIC X(01)   VALUE SPACE.
007500     05  DL-PLEDGED-AMT           PIC ZZZ,ZZZ,ZZ9.99.
007600     05  FILLER                   PIC X(01)   VALUE SPACE.
007700     05  DL-PLEDGE-DATE           PIC X(10).
007800     05  FILLER                   PIC X(01)   VALUE SPACE.
007900     05  DL-PAYOFF-DATE           PIC X(10).
008000     05  FILLER                   PIC X(01)   VALUE SPACE.
008100     05  DL-ACTION                PIC X(20).
008200     05  FILLER                   PIC X(43)   VALUE SPACE.
008300 01  WS-TOTAL-LINE.
008400     05  TL-LABEL                 PIC X(26).
008500     05  TL-COUNT                 PIC ZZZ,ZZ9.
008600     05  FILLER                   PIC X(99)   VALUE SPACE.
008700*----------------------------------------------------------------
008800 LINKAGE SECTION.
008900 01  CDB511-PARM.
009000*    HOW OLD AN ML.RESPCACHE ROW MAY BE AND STILL ANSWER FOR
009100*    THE LOAN (PASSED TO MLU002).
009200     05  CDB511-TTL-MINUTES        PIC 9(05).
009300*----------------------------------------------------------------
009400 PROCEDURE DIVISION USING CDB511-PARM.
009500*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-REVIEW-PLEDGES THRU 2000-EXIT.
009900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010000     GOBACK.
010100*----------------------------------------------------------------
010200 1000-INITIALIZE.
010300     OPEN OUTPUT RPT646-FILE.
010400     MOVE WS-HEADING-1 TO RPT646-RECORD.
010500     WRITE RPT646-RECORD.
010600     MOVE WS-HEADING-2 TO RPT646-RECORD.
010700     WRITE RPT646-RECORD.
010800 1000-EXIT.
010900     EXIT.
011000*----------------------------------------------------------------
011100 2000-REVIEW-PLEDGES.
011200     EXEC SQL
011300         DECLARE CSR511P CURSOR FOR
011400         SELECT CDPL_BANK_NBR, CDPL_ACCT_NBR,
011500                CDPL_LOAN_BANK_NBR, CDPL_LOAN_NBR,
011600                CDPL_PLEDGED_AMT, CDPL_PLEDGE_DATE,
011700                CDPL_STATUS
011800           FROM CD.PLEDGE
011900          WHERE CDPL_STATUS IN ('A', 'R')
012000          ORDER BY CDPL_BANK_NBR, CDPL_ACCT_NBR,
012100                   CDPL_LOAN_BANK_NBR, CDPL_LOAN_NBR
012200     END-EXEC.
012300     EXEC SQL OPEN CSR511P END-EXEC.
012400     IF  SQLCODE NOT = ZERO
012500         DISPLAY 'CDB511 - CD.PLEDGE OPEN FAILED, SQLCODE '
012600             SQLCODE
012700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
012800         MOVE 16 TO RETURN-CODE
012900         GOBACK
013000     END-IF.
013100     PERFORM 2100-FETCH-PLEDGE THRU 2100-EXIT.
013200     PERFORM 3000-REVIEW-ONE-PLEDGE THRU 3000-EXIT
013300         UNTIL WS-EOF-YES.
013400     EXEC SQL CLOSE CSR511P END-EXEC.
013500 2000-EXIT.
013600     EXIT.
013700*----------------------------------------------------------------
013800 2100-FETCH-PLEDGE.
013900     EXEC SQL
014000         FETCH CSR511P
014100          INTO :CDPL-BANK-NBR, :CDPL-ACCT-NBR,
014200               :CDPL-LOAN-BANK-NBR, :CDPL-LOAN-NBR,
014300               :CDPL-PLEDGED-AMT, :CDPL-PLEDGE-DATE,
014400               :CDPL-STATUS
014500     END-EXEC.
014600     IF  SQLCODE NOT = ZERO
014700         SET WS-EOF-YES TO TRUE
014800     END-IF.
014900 2100-EXIT.
015000     EXIT.
015100*----------------------------------------------------------------
015200 3000-REVIEW-ONE-PLEDGE.
015300     ADD 1 TO WS-TOTAL-IN-FORCE.
015400     MOVE CDPL-LOAN-BANK-NBR TO MLU002-BANK-NBR.
015500     MOVE CDPL-LOAN-NBR      TO MLU002-ACCT-NBR.
015600     MOVE 'CDB511'           TO MLU002-SOURCE-PROG.
015700     MOVE CDB511-TTL-MINUTES TO MLU002-TTL-MINUTES.
015800     CALL 'MLU002' USING MLU002-PARAMETERS.
015900*    A LOAN THE SERVICER CANNOT RETURN IS LISTED TOO -- A
016000*    PLEDGE AGAINST A LOAN NOBODY CAN FIND NEEDS A LOOK AS
016100*    MUCH AS ONE AGAINST A LOAN THAT PAID OFF.
016200     IF  NOT MLU002-VALID
016300     OR  MLU002-STATUS-CODE NOT = '0000'
016400         ADD 1 TO WS-TOTAL-EXCEPTIONS
016500         MOVE SPACES TO DL-PAYOFF-DATE
016600         MOVE 'LOAN LOOKUP FAILED  ' TO DL-ACTION
016700         PERFORM 4000-LIST-PLEDGE THRU 4000-EXIT
016800         PERFORM 2100-FETCH-PLEDGE THRU 2100-EXIT
016900         GO TO 3000-EXIT
017000     END-IF.
017100     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
017200     IF  ML02003-PAYOFF-DATE = SPACES
017300     OR  ML02003-PAYOFF-DATE = '0001-01-01'
017400         PERFORM 2100-FETCH-PLEDGE THRU 2100-EXIT
017500         GO TO 3000-EXIT
017600     END-IF.
017700     ADD 1 TO WS-TOTAL-PAID-OFF.
017800     MOVE ML02003-PAYOFF-DATE TO DL-PAYOFF-DATE.
017900     IF  CDPL-STATUS-REL-PENDING
018000         ADD 1 TO WS-TOTAL-REL-PENDING
018100         MOVE 'RELEASE PENDING     ' TO DL-ACTION
018200     ELSE
018300         MOVE 'RELEASE THE PLEDGE  ' TO DL-ACTION
018400     END-IF.
018500     PERFORM 4000-LIST-PLEDGE THRU 4000-EXIT.
018600     PERFORM 2100-FETCH-PLEDGE THRU 2100-EXIT.
018700 3000-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------
019000 4000-LIST-PLEDGE.
019100     MOVE CDPL-BANK-NBR      TO DL-BANK-NBR.
019200     MOVE CDPL-ACCT-NBR      TO DL-ACCT-NBR.
019300     MOVE CDPL-STATUS        TO DL-STATUS.
019400     MOVE CDPL-LOAN-BANK-NBR TO DL-LOAN-BANK-NBR.
019500     MOVE CDPL-LOAN-NBR      TO DL-LOAN-NBR.
019600     MOVE CDPL-PLEDGED-AMT   TO DL-PLEDGED-AMT.
019700     MOVE CDPL-PLEDGE-DATE   TO DL-PLEDGE-DATE.
019800     MOVE WS-DETAIL-LINE TO RPT646-RECORD.
019900     WRITE RPT646-RECORD.
020000 4000-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300 8000-FINALIZE.
020400     MOVE SPACES TO RPT646-RECORD.
020500     WRITE RPT646-RECORD.
020600     MOVE 'PLEDGES IN FORCE        - ' TO TL-LABEL.
020700     MOVE WS-TOTAL-IN-FORCE      TO TL-COUNT.
020800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
020900     MOVE 'SECURED LOAN PAID OFF   - ' TO TL-LABEL.
021000     MOVE WS-TOTAL-PAID-OFF      TO TL-COUNT.
021100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
021200     MOVE '  RELEASE ALREADY ASKED - ' TO TL-LABEL.
021300     MOVE WS-TOTAL-REL-PENDING   TO TL-COUNT.
021400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
021500     MOVE 'LOAN LOOKUP FAILURES    - ' TO TL-LABEL.
021600     MOVE WS-TOTAL-EXCEPTIONS    TO TL-COUNT.
021700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
021800     CLOSE RPT646-FILE.
021900 8000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200 8100-WRITE-TOTAL.
022300     MOVE WS-TOTAL-LINE TO RPT646-RECORD.
022400     WRITE RPT646-RECORD.
022500 8100-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800 9000-LOG-FATAL.
022900*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
023000*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
023100*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
023200     MOVE 'CDB511  '                TO ADMU501-PROGRAM.
023300     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
023400     MOVE SQLCODE                   TO ADMU501-SQLCODE.
023500     MOVE SPACES                    TO ADMU501-FILE-STATUS.
023600     MOVE SPACES                    TO ADMU501-KEY-DATA.
023700     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
023800       TO ADMU501-MSG.
023900     CALL 'ADMU501' USING ADMU501-PARAMETERS.
024000 9000-EXIT.
024100     EXIT.
