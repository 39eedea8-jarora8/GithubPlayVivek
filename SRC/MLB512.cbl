000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MLB512.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  ML SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY LOAN      *
001500*                      MATURITY AND BALLOON ADVANCE NOTICES.     *
001600*                      EACH LOAN IS PULLED THROUGH MLU002; ONE   *
001700*                      MATURING WITHIN THE NOTICE WINDOW GETS    *
001800*                      THE NOTICE FOR EACH DAYS-OUT POINT IT HAS *
001900*                      REACHED (ONCE, TRACKED ON ML.MATTRK),     *
002000*                      QUOTING THE ESTIMATED FINAL PAYMENT --    *
002100*                      THE MLU003 PAYOFF GOOD THROUGH THE        *
002200*                      MATURITY DATE, WITH THE SERVICER'S OWN    *
002300*                      PER-DIEM WHERE ML02003 CARRIES ONE.  A    *
002400*                      LOAN STILL OWING PRINCIPAL AFTER          *
002500*                      MATURITY IS LISTED ON THE PAST-MATURITY   *
002600*                      REPORT; MLB503 QUEUES IT FOR COLLECTION.  *
002610*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002620*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002630*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002640*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOANIN-FILE ASSIGN TO LOANIN
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LOAN-STATUS.
003800     SELECT RPT673-FILE ASSIGN TO RPT673
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RPT674-FILE ASSIGN TO RPT674
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LOANIN-FILE
004500     RECORDING MODE F.
004600 01  LOANIN-RECORD.
004700     05  LOAN-BANK-NBR           PIC 9(03).
004800     05  LOAN-ACCT-NBR           PIC 9(10).
004900     05  FILLER                  PIC X(07).
005000 FD  RPT673-FILE
005100     RECORDING MODE F.
005200 01  RPT673-RECORD               PIC X(132).
005300 FD  RPT674-FILE
005400     RECORDING MODE F.
005500 01  RPT674-RECORD               PIC X(132).
005600*----------------------------------------------------------------
005700 WORKING-STORAGE SECTION.
005800 01  WS-SWITCHES.
005900     05  WS-EOF-SW                PIC X       VALUE 'N'.
006000         88  WS-EOF-YES                   VALUE 'Y'.
006100     05  WS-LOAN-STATUS           PIC XX      VALUE '00'.
006200     05  WS-NEW-ROW-SW            PIC X       VALUE 'N'.
006300         88  WS-NEW-ROW                   VALUE 'Y'.
006400 01  WS-WORK-FIELDS.
006500     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
006600     05  WS-NX                    PIC S9(4)   COMP  VALUE +0.
006700     05  WS-DAYS-OUT              PIC S9(5)   COMP-3 VALUE +0.
006800     05  WS-DAYS-PAST             PIC S9(5)   COMP-3 VALUE +0.
006900     05  WS-DUE-POINT             PIC S9(3)   COMP-3 VALUE +0.
007000     05  WS-ESTIMATE              PIC S9(11)V99 COMP-3 VALUE +0.
007100     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-TOTAL-WINDOW          PIC S9(7)   COMP  VALUE ZERO.
007300     05  WS-TOTAL-NOTICES         PIC S9(7)   COMP  VALUE ZERO.
007400     05  WS-TOTAL-RESTARTED       PIC S9(7)   COMP  VALUE ZERO.
007500     05  WS-TOTAL-PAST-MAT        PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-NEW-PAST        PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-FETCH-ERR       PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-QUOTE-ERR       PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-PAST-PRIN       PIC S9(11)V99 COMP-3 VALUE +0.
008000*    THE DAYS-OUT POINTS A NOTICE GOES AT, FARTHEST FIRST.
008100 01  WS-NOTICE-TABLE.
008200     05  WS-NOTICE-POINT          PIC 9(03)   OCCURS 3 TIMES.
008300 01  WS-NOTICE-DETAIL.
008400     05  FILLER       PIC X(19) VALUE 'FINAL PAYMENT EST $'.
008500     05  ND-ESTIMATE              PIC ZZZ,ZZZ,ZZ9.99.
008600     05  FILLER       PIC X(08) VALUE ' DUE ON '.
008700     05  ND-MATURITY              PIC X(10).
008800     05  FILLER       PIC X(11) VALUE ' PRINCIPAL$'.
008900     05  ND-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.
009000*----------------------------------------------------------------
009100     COPY MLMATTRK.
009200*----------------------------------------------------------------
009300     COPY OBSTRANS.
009400*----------------------------------------------------------------
009500     COPY MLU002P.
009600*----------------------------------------------------------------
009700     COPY MLU003P.
009800*----------------------------------------------------------------
009900     COPY EMPWORK.
010000*----------------------------------------------------------------
010100     COPY EDOCU51P.
010110*----------------------------------------------------------------
010120     COPY EDOCU53P.
010200*----------------------------------------------------------------
010300 01  WS-HEADING-1.
010400     05  FILLER  PIC X(132) VALUE
010500       'MLB512  LOAN MATURITY ADVANCE NOTICES'.
010600 01  WS-HEADING-2.
010700     05  FILLER  PIC X(48)  VALUE
010800       'BANK  LOAN NUMBER  MATURITY   DAYS OUT   POINT  '.
010900     05  FILLER  PIC X(48)  VALUE
011000       '    PRINCIPAL  EST FINAL PMT                    '.
011100     05  FILLER  PIC X(36)  VALUE SPACE.
011200 01  WS-DETAIL-LINE.
011300     05  DL-BANK-NBR              PIC 9(03).
011400     05  FILLER                   PIC X(03)   VALUE SPACE.
011500     05  DL-LOAN-NBR              PIC 9(10).
011600     05  FILLER                   PIC X(03)   VALUE SPACE.
011700     05  DL-MATURITY              PIC X(10).
011800     05  FILLER                   PIC X(04)   VALUE SPACE.
011900     05  DL-DAYS-OUT              PIC ZZZZ9.
012000     05  FILLER                   PIC X(05)   VALUE SPACE.
012100     05  DL-POINT                 PIC ZZ9.
012200     05  FILLER                   PIC X(01)   VALUE SPACE.
012300     05  DL-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                   PIC X(01)   VALUE SPACE.
012500     05  DL-ESTIMATE              PIC ZZZ,ZZZ,ZZ9.99.
012600     05  FILLER                   PIC X(56)   VALUE SPACE.
012700 01  WS-PAST-HEADING-1.
012800     05  FILLER  PIC X(132) VALUE
012900       'MLB512  LOANS UNPAID PAST MATURITY'.
013000 01  WS-PAST-HEADING-2.
013100     05  FILLER  PIC X(48)  VALUE
013200       'BANK  LOAN NUMBER  MATURITY  DAYS PAST    FIRST '.
013300     05  FILLER  PIC X(48)  VALUE
013400       'FOUND     PRINCIPAL   PAYOFF TODAY  BORROWER    '.
013500     05  FILLER  PIC X(36)  VALUE SPACE.
013600 01  WS-PAST-LINE.
013700     05  PL-BANK-NBR              PIC 9(03).
013800     05  FILLER                   PIC X(03)   VALUE SPACE.
013900     05  PL-LOAN-NBR              PIC 9(10).
014000     05  FILLER                   PIC X(03)   VALUE SPACE.
014100     05  PL-MATURITY              PIC X(10).
014200     05  FILLER                   PIC X(04)   VALUE SPACE.
014300     05  PL-DAYS-PAST             PIC ZZZZ9.
014400     05  FILLER                   PIC X(04)   VALUE SPACE.
014500     05  PL-FIRST-FOUND           PIC X(10).
014600     05  FILLER                   PIC X(01)   VALUE SPACE.
014700     05  PL-PRINCIPAL             PIC ZZZ,ZZZ,ZZ9.99.
014800     05  FILLER                   PIC X(01)   VALUE SPACE.
014900     05  PL-PAYOFF                PIC ZZZ,ZZZ,ZZ9.99.
015000     05  FILLER                   PIC X(02)   VALUE SPACE.
015100     05  PL-BORROWER              PIC X(35).
015200     05  FILLER                   PIC X(13)   VALUE SPACE.
015300 01  WS-TOTAL-LINE.
015400     05  TL-LABEL                 PIC X(26).
015500     05  TL-COUNT                 PIC ZZZ,ZZ9.
015600     05  FILLER                   PIC X(99)   VALUE SPACE.
015700 01  WS-AMOUNT-LINE.
015800     05  AT-LABEL                 PIC X(26).
015900     05  AT-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
016000     05  FILLER                   PIC X(88)   VALUE SPACE.
016100*----------------------------------------------------------------
016200 LINKAGE SECTION.
016300 01  MLB512-PARM.
016400*    THE MLU002 CACHE WINDOW; THE THREE DAYS-OUT POINTS A
016500*    NOTICE GOES AT, FARTHEST FIRST (ZEROS TAKE 90, 60 AND 30);
016600*    AND THE DEFAULT DELIVERY METHOD FOR THE NOTICES.
016700     05  MLB512-TTL-MINUTES        PIC 9(05).
016800     05  MLB512-NOTICE-POINTS.
016900         10  MLB512-NOTICE-DAYS    PIC 9(03)   OCCURS 3 TIMES.
017000     05  MLB512-DEL-METHOD         PIC 9(03).
017100*----------------------------------------------------------------
017200 PROCEDURE DIVISION USING MLB512-PARM.
017300*
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     PERFORM 2000-REVIEW-ONE-LOAN THRU 2000-EXIT
017700         UNTIL WS-EOF-YES.
017800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017900     GOBACK.
018000*----------------------------------------------------------------
018100 1000-INITIALIZE.
018200     OPEN OUTPUT RPT673-FILE.
018300     OPEN OUTPUT RPT674-FILE.
018400     MOVE WS-HEADING-1 TO RPT673-RECORD.
018500     WRITE RPT673-RECORD.
018600     MOVE WS-HEADING-2 TO RPT673-RECORD.
018700     WRITE RPT673-RECORD.
018800     MOVE WS-PAST-HEADING-1 TO RPT674-RECORD.
018900     WRITE RPT674-RECORD.
019000     MOVE WS-PAST-HEADING-2 TO RPT674-RECORD.
019100     WRITE RPT674-RECORD.
019200     MOVE MLB512-NOTICE-POINTS TO WS-NOTICE-TABLE.
019300     IF  WS-NOTICE-TABLE = ZEROS
019400         MOVE 090 TO WS-NOTICE-POINT (1)
019500         MOVE 060 TO WS-NOTICE-POINT (2)
019600         MOVE 030 TO WS-NOTICE-POINT (3)
019700     END-IF.
019800     EXEC SQL
019900         SET :WS-TODAY = CURRENT DATE
020000     END-EXEC.
020100     OPEN INPUT LOANIN-FILE.
020200     IF  WS-LOAN-STATUS NOT = '00'
020300         DISPLAY 'MLB512 - LOANIN I/O ERROR, STATUS '
020400             WS-LOAN-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         GOBACK
020700     END-IF.
020800     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*----------------------------------------------------------------
021200 2000-REVIEW-ONE-LOAN.
021300     ADD 1 TO WS-TOTAL-READ.
021400     MOVE LOAN-BANK-NBR TO MLU002-BANK-NBR.
021500     MOVE LOAN-ACCT-NBR TO MLU002-ACCT-NBR.
021600     MOVE 'MLB512  '    TO MLU002-SOURCE-PROG.
021700     MOVE MLB512-TTL-MINUTES TO MLU002-TTL-MINUTES.
021800     CALL 'MLU002' USING MLU002-PARAMETERS.
021900     IF  MLU002-INVALID
022000     OR  MLU002-STATUS-CODE NOT = '0000'
022100         ADD 1 TO WS-TOTAL-FETCH-ERR
022200         DISPLAY 'MLB512 - LOAN NOT RETRIEVED ' LOAN-BANK-NBR
022300             ' ' LOAN-ACCT-NBR
022400         GO TO 2000-READ
022500     END-IF.
022600     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
022700*    A LOAN PAID OFF, OWING NO PRINCIPAL OR WITH NO MATURITY
022800*    ON FILE HAS NOTHING TO GIVE NOTICE OF.
022900     IF  ML02003-PRIN-BALANCE NOT > ZERO
023000     OR (ML02003-PAYOFF-DATE NOT = SPACES
023100     AND ML02003-PAYOFF-DATE NOT = '0001-01-01')
023200     OR  ML02003-DATE-MATURITY = SPACES
023300     OR  ML02003-DATE-MATURITY = '0001-01-01'
023400         GO TO 2000-READ
023500     END-IF.
023600     EXEC SQL
023700         SET :WS-DAYS-OUT =
023800             DAYS(DATE(:ML02003-DATE-MATURITY))
023900             - DAYS(CURRENT DATE)
024000     END-EXEC.
024100     IF  WS-DAYS-OUT > WS-NOTICE-POINT (1)
024200         GO TO 2000-READ
024300     END-IF.
024400     ADD 1 TO WS-TOTAL-WINDOW.
024500     PERFORM 3000-LOAD-TRACKING THRU 3000-EXIT.
024600     IF  WS-DAYS-OUT < ZERO
024700         PERFORM 5000-PAST-MATURITY THRU 5000-EXIT
024800     ELSE
024900         PERFORM 4000-ADVANCE-NOTICE THRU 4000-EXIT
025000     END-IF.
025100     PERFORM 3900-SAVE-TRACKING THRU 3900-EXIT.
025200 2000-READ.
025300     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
025400 2000-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700 2100-READ-LOAN.
025800     READ LOANIN-FILE
025900         AT END
026000             SET WS-EOF-YES TO TRUE
026100     END-READ.
026200     IF  WS-LOAN-STATUS NOT = '00'
026300     AND WS-LOAN-STATUS NOT = '10'
026400         DISPLAY 'MLB512 - LOANIN I/O ERROR, STATUS '
026500             WS-LOAN-STATUS
026600         MOVE 16 TO RETURN-CODE
026700         GOBACK
026800     END-IF.
026900 2100-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 3000-LOAD-TRACKING.
027300     MOVE 'N'           TO WS-NEW-ROW-SW.
027400     MOVE LOAN-BANK-NBR TO MATT-BANK-NBR.
027500     MOVE LOAN-ACCT-NBR TO MATT-LOAN-NBR.
027600     EXEC SQL
027700         SELECT MATT_MATURITY_DATE, MATT_NOTICE_DAYS,
027800                MATT_NOTICE_DATE, MATT_NOTICE_AMT,
027900                MATT_PAST_MAT_DATE
028000           INTO :MATT-MATURITY-DATE, :MATT-NOTICE-DAYS,
028100                :MATT-NOTICE-DATE, :MATT-NOTICE-AMT,
028200                :MATT-PAST-MAT-DATE
028300           FROM ML.MATTRK
028400          WHERE MATT_BANK_NBR = :MATT-BANK-NBR
028500            AND MATT_LOAN_NBR = :MATT-LOAN-NBR
028600     END-EXEC.
028700     IF  SQLCODE = +100
028800         MOVE 'Y' TO WS-NEW-ROW-SW
028900         MOVE ML02003-DATE-MATURITY TO MATT-MATURITY-DATE
029000         PERFORM 3100-CLEAR-NOTICES THRU 3100-EXIT
029100         GO TO 3000-EXIT
029200     END-IF.
029300     IF  SQLCODE NOT = ZERO
029400         DISPLAY 'MLB512 - ML.MATTRK READ FAILED, SQLCODE '
029500             SQLCODE
029600         MOVE 16 TO RETURN-CODE
029700         GOBACK
029800     END-IF.
029900*    AN EXTENSION OR MODIFICATION MOVES THE MATURITY -- THE
030000*    NOTICES START OVER AGAINST THE NEW DATE.
030100     IF  MATT-MATURITY-DATE NOT = ML02003-DATE-MATURITY
030200         ADD 1 TO WS-TOTAL-RESTARTED
030300         MOVE ML02003-DATE-MATURITY TO MATT-MATURITY-DATE
030400         PERFORM 3100-CLEAR-NOTICES THRU 3100-EXIT
030500     END-IF.
030600 3000-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900 3100-CLEAR-NOTICES.
031000     MOVE 999          TO MATT-NOTICE-DAYS.
031100     MOVE '0001-01-01' TO MATT-NOTICE-DATE.
031200     MOVE ZERO         TO MATT-NOTICE-AMT.
031300     MOVE '0001-01-01' TO MATT-PAST-MAT-DATE.
031400 3100-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700 3900-SAVE-TRACKING.
031800     IF  WS-NEW-ROW
031900         EXEC SQL
032000             INSERT INTO ML.MATTRK
032100                    (MATT_BANK_NBR, MATT_LOAN_NBR,
032200                     MATT_MATURITY_DATE, MATT_NOTICE_DAYS,
032300                     MATT_NOTICE_DATE, MATT_NOTICE_AMT,
032400                     MATT_PAST_MAT_DATE)
032500             VALUES (:MATT-BANK-NBR, :MATT-LOAN-NBR,
032600                     :MATT-MATURITY-DATE, :MATT-NOTICE-DAYS,
032700                     :MATT-NOTICE-DATE, :MATT-NOTICE-AMT,
032800                     :MATT-PAST-MAT-DATE)
032900         END-EXEC
033000     ELSE
033100         EXEC SQL
033200             UPDATE ML.MATTRK
033300                SET MATT_MATURITY_DATE = :MATT-MATURITY-DATE,
033400                    MATT_NOTICE_DAYS   = :MATT-NOTICE-DAYS,
033500                    MATT_NOTICE_DATE   = :MATT-NOTICE-DATE,
033600                    MATT_NOTICE_AMT    = :MATT-NOTICE-AMT,
033700                    MATT_PAST_MAT_DATE = :MATT-PAST-MAT-DATE
033800              WHERE MATT_BANK_NBR = :MATT-BANK-NBR
033900                AND MATT_LOAN_NBR = :MATT-LOAN-NBR
034000         END-EXEC
034100     END-IF.
034200     IF  SQLCODE NOT = ZERO
034300         DISPLAY 'MLB512 - ML.MATTRK NOT UPDATED, SQLCODE '
034400             SQLCODE
034500         MOVE 16 TO RETURN-CODE
034600         GOBACK
034700     END-IF.
034800 3900-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 4000-ADVANCE-NOTICE.
035200*    THE NEAREST POINT THE LOAN HAS REACHED DECIDES THE NOTICE;
035300*    A LOAN FIRST SEEN INSIDE THE WINDOW GETS ONE NOTICE, NOT
035400*    ONE FOR EVERY POINT IT HAS ALREADY PASSED.
035500     MOVE 999 TO WS-DUE-POINT.
035600     PERFORM 4100-CHECK-POINT THRU 4100-EXIT
035700         VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 3.
035800     IF  WS-DUE-POINT NOT < MATT-NOTICE-DAYS
035900         GO TO 4000-EXIT
036000     END-IF.
036100     MOVE ML02003-DATE-MATURITY TO MLU003-GOOD-THRU-DATE.
036200     PERFORM 6000-ESTIMATE-PAYOFF THRU 6000-EXIT.
036300     IF  MLU003-INVALID
036400         GO TO 4000-EXIT
036500     END-IF.
036600     ADD 1 TO WS-TOTAL-NOTICES.
036700     MOVE WS-DUE-POINT         TO MATT-NOTICE-DAYS.
036800     MOVE WS-TODAY             TO MATT-NOTICE-DATE.
036900     MOVE WS-ESTIMATE          TO MATT-NOTICE-AMT.
037000     PERFORM 7000-SEND-NOTICE THRU 7000-EXIT.
037100     MOVE LOAN-BANK-NBR         TO DL-BANK-NBR.
037200     MOVE LOAN-ACCT-NBR         TO DL-LOAN-NBR.
037300     MOVE ML02003-DATE-MATURITY TO DL-MATURITY.
037400     MOVE WS-DAYS-OUT           TO DL-DAYS-OUT.
037500     MOVE WS-DUE-POINT          TO DL-POINT.
037600     MOVE ML02003-PRIN-BALANCE  TO DL-PRINCIPAL.
037700     MOVE WS-ESTIMATE           TO DL-ESTIMATE.
037800     MOVE WS-DETAIL-LINE        TO RPT673-RECORD.
037900     WRITE RPT673-RECORD.
038000 4000-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300 4100-CHECK-POINT.
038400     IF  WS-NOTICE-POINT (WS-NX) > ZERO
038500     AND WS-DAYS-OUT NOT > WS-NOTICE-POINT (WS-NX)
038600         MOVE WS-NOTICE-POINT (WS-NX) TO WS-DUE-POINT
038700     END-IF.
038800 4100-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100 5000-PAST-MATURITY.
039200*    THE WHOLE BALANCE HAS BEEN DUE SINCE MATURITY; THE PAYOFF
039300*    IS QUOTED GOOD THROUGH TODAY FOR THE COLLECTOR.
039400     ADD 1 TO WS-TOTAL-PAST-MAT.
039500     ADD ML02003-PRIN-BALANCE TO WS-TOTAL-PAST-PRIN.
039600     IF  MATT-PAST-MAT-DATE = '0001-01-01'
039700         ADD 1 TO WS-TOTAL-NEW-PAST
039800         MOVE WS-TODAY TO MATT-PAST-MAT-DATE
039900     END-IF.
040000     COMPUTE WS-DAYS-PAST = ZERO - WS-DAYS-OUT.
040100     MOVE WS-TODAY TO MLU003-GOOD-THRU-DATE.
040200     PERFORM 6000-ESTIMATE-PAYOFF THRU 6000-EXIT.
040300     MOVE LOAN-BANK-NBR             TO PL-BANK-NBR.
040400     MOVE LOAN-ACCT-NBR             TO PL-LOAN-NBR.
040500     MOVE ML02003-DATE-MATURITY     TO PL-MATURITY.
040600     MOVE WS-DAYS-PAST              TO PL-DAYS-PAST.
040700     MOVE MATT-PAST-MAT-DATE        TO PL-FIRST-FOUND.
040800     MOVE ML02003-PRIN-BALANCE      TO PL-PRINCIPAL.
040900     MOVE WS-ESTIMATE               TO PL-PAYOFF.
041000     MOVE ML02003-PRIM-BORROWER-NAME TO PL-BORROWER.
041100     MOVE WS-PAST-LINE              TO RPT674-RECORD.
041200     WRITE RPT674-RECORD.
041300 5000-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600 6000-ESTIMATE-PAYOFF.
041700*    THE PAYOFF QUOTE GOOD THROUGH THE GIVEN DATE IS THE FINAL
041800*    PAYMENT, ESTIMATED AS IF NO REGULAR PAYMENT CAME FIRST.
041900*    WHERE THE SERVICER CARRIES ITS OWN PER-DIEM IT REPLACES
042000*    THE QUOTE'S RATE-BASED ONE, SINCE IT FOLLOWS THE NOTE'S
042100*    ACCRUAL BASIS.
042200     MOVE LOAN-BANK-NBR      TO MLU003-BANK-NBR.
042300     MOVE LOAN-ACCT-NBR      TO MLU003-ACCT-NBR.
042400     MOVE 'MLB512  '         TO MLU003-SOURCE-PROG.
042500     MOVE MLB512-TTL-MINUTES TO MLU003-TTL-MINUTES.
042600     MOVE 'N'                TO MLU003-NOTICE-SW.
042700     MOVE MLB512-DEL-METHOD  TO MLU003-DEL-METHOD.
042800     CALL 'MLU003' USING MLU003-PARAMETERS.
042900     IF  MLU003-INVALID
043000         ADD 1 TO WS-TOTAL-QUOTE-ERR
043100         DISPLAY 'MLB512 - NO PAYOFF QUOTE ' LOAN-ACCT-NBR
043200             ' ' MLU003-ERROR-TEXT
043300         MOVE ZERO TO WS-ESTIMATE
043400         GO TO 6000-EXIT
043500     END-IF.
043600     MOVE MLU003-TOTAL-PAYOFF TO WS-ESTIMATE.
043700     IF  ML02003-INT-PERDIEM > ZERO
043800         COMPUTE WS-ESTIMATE ROUNDED = WS-ESTIMATE
043900             - (MLU003-PER-DIEM * MLU003-DIEM-DAYS)
044000             + (ML02003-INT-PERDIEM * MLU003-DIEM-DAYS)
044100     END-IF.
044200 6000-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500 7000-SEND-NOTICE.
044600     MOVE WS-ESTIMATE           TO ND-ESTIMATE.
044700     MOVE MLU003-ROLLED-DATE    TO ND-MATURITY.
044800     MOVE ML02003-PRIN-BALANCE  TO ND-PRINCIPAL.
044900     MOVE 'MLB512'              TO EDOC050-SOURCE-PROG.
045000     MOVE ZERO                  TO EDOC050-USER-ID.
045100     MOVE LOAN-BANK-NBR         TO EDOC050-ACCT-BANK-NBR.
045200     MOVE 'ML  '                TO EDOC050-ACCT-FILE-ID.
045300     MOVE SPACES                TO EDOC050-ACCT-KEY.
045400     MOVE LOAN-ACCT-NBR         TO EDOC050-ACCT-KEY (16:10).
045500     MOVE 'MLMATN01'            TO EDOC050-FORM-ID.
045600     MOVE MLB512-DEL-METHOD     TO EDOC050-DEL-METHOD (1).
045700     MOVE 'YOUR LOAN IS APPROACHING MATURITY'
045800                                TO EDOC050-DEL-SUBJECT (1).
045900     MOVE WS-NOTICE-DETAIL      TO EDOC050-DEL-INST (1).
046000     MOVE SPACE                 TO EDOC050-DEL-DATA (1).
046100     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
046200     CALL 'EDOC050' USING EDOC050-PARAMETERS.
046210     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
046300 7000-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600 7500-RESOLVE-DELIVERY.
046700*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
046800*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD.
046900     SET EDOCU051-FUNC-RESOLVE TO TRUE.
047000     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
047100     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
047200     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
047300     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
047400     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
047500     IF  EDOCU051-VALID
047600         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
047700         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
047800     END-IF.
047900 7500-EXIT.
048000     EXIT.
048004*----------------------------------------------------------------
048008 7550-ARCHIVE-PIECE.
048012*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
048016*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
048020*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
048024     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
048028     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
048032     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
048036     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
048040     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
048044     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
048048     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
048052     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
048056     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
048060     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
048064     IF  NOT EDOCU053-VALID
048068         DISPLAY 'MLB512 - ' EDOCU053-ERROR-TEXT
048072     END-IF.
048076 7550-EXIT.
048080     EXIT.
048100*----------------------------------------------------------------
048200 8000-FINALIZE.
048300     MOVE SPACES TO RPT673-RECORD.
048400     WRITE RPT673-RECORD.
048500     MOVE 'LOANS READ              - ' TO TL-LABEL.
048600     MOVE WS-TOTAL-READ       TO TL-COUNT.
048700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
048800     MOVE 'IN THE NOTICE WINDOW    - ' TO TL-LABEL.
048900     MOVE WS-TOTAL-WINDOW     TO TL-COUNT.
049000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049100     MOVE 'ADVANCE NOTICES SENT    - ' TO TL-LABEL.
049200     MOVE WS-TOTAL-NOTICES    TO TL-COUNT.
049300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049400     MOVE 'MATURITY DATES MOVED    - ' TO TL-LABEL.
049500     MOVE WS-TOTAL-RESTARTED  TO TL-COUNT.
049600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
049700     MOVE 'UNPAID PAST MATURITY    - ' TO TL-LABEL.
049800     MOVE WS-TOTAL-PAST-MAT   TO TL-COUNT.
049900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
050000     MOVE '  NEWLY PAST MATURITY   - ' TO TL-LABEL.
050100     MOVE WS-TOTAL-NEW-PAST   TO TL-COUNT.
050200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
050300     MOVE 'FETCH FAILURES          - ' TO TL-LABEL.
050400     MOVE WS-TOTAL-FETCH-ERR  TO TL-COUNT.
050500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
050600     MOVE 'PAYOFF QUOTE FAILURES   - ' TO TL-LABEL.
050700     MOVE WS-TOTAL-QUOTE-ERR  TO TL-COUNT.
050800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
050900     MOVE SPACES TO RPT674-RECORD.
051000     WRITE RPT674-RECORD.
051100     MOVE 'PRINCIPAL PAST MATURITY - ' TO AT-LABEL.
051200     MOVE WS-TOTAL-PAST-PRIN  TO AT-AMOUNT.
051300     MOVE WS-AMOUNT-LINE TO RPT674-RECORD.
051400     WRITE RPT674-RECORD.
051500     IF  WS-TOTAL-FETCH-ERR > ZERO
051600     OR  WS-TOTAL-QUOTE-ERR > ZERO
051700         IF  RETURN-CODE < 4
051800             MOVE 4 TO RETURN-CODE
051900         END-IF
052000     END-IF.
052100     CLOSE LOANIN-FILE.
052200     CLOSE RPT673-FILE.
052300     CLOSE RPT674-FILE.
052400 8000-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 8100-WRITE-TOTAL.
052800     MOVE WS-TOTAL-LINE TO RPT673-RECORD.
052900     WRITE RPT673-RECORD.
053000 8100-EXIT.
053100     EXIT.
