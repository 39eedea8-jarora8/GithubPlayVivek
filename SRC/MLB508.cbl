000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MLB508.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY MORTGAGE    *
001500*                      AND HELOC AUTOPAY DRAFT.  EVERY ML.AUTOPAY*
001600*                      ENROLLMENT WHOSE DRAFT DAY HAS COME THIS  *
001700*                      MONTH (OR WHOSE NSF RETRY IS OWED) IS     *
001800*                      PULLED THROUGH MLU002.  A BANKRUPT OR     *
001900*                      PAID-OFF LOAN SUSPENDS ITS ENROLLMENT.    *
002000*                      OTHERWISE THE REGULAR PAYMENT OR THE      *
002100*                      TOTAL DUE IS DRAFTED FROM THE FUNDING     *
002200*                      ACCOUNT AS A DSDS.PEND DEBIT AND SENT TO  *
002300*                      THE SERVICER ON THE SVCPAY FILE.  AN NSF  *
002400*                      IS RETRIED ON THE NEXT RUN; A SECOND NSF  *
002500*                      NOTIFIES THE BORROWER THROUGH EDOC050.    *
002600*                      THE MONTHLY FORM AND THE CLERK RETIRE.    *
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
003500     SELECT SVCPAY-FILE ASSIGN TO SVCPAY
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-SVC-STATUS.
003800     SELECT RPT666-FILE ASSIGN TO RPT666
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SVCPAY-FILE
004300     RECORDING MODE F.
004400*    ONE PAYMENT PER DRAFTED LOAN, FOR THE SERVICER TO APPLY.
004500*    SETTLEMENT TO THE SERVICER MOVES WITH THE DAY'S DSDS.PEND
004600*    DEBITS; THE FILE TELLS IT WHICH LOAN EACH DOLLAR IS FOR.
004700 01  SVCPAY-RECORD.
004800     05  SP-BANK-NBR             PIC 9(03).
004900     05  SP-LOAN-NBR             PIC 9(10).
005000     05  SP-AMOUNT               PIC 9(09)V99.
005100     05  SP-EFFECT-DATE          PIC X(10).
005200     05  SP-PAYMENT-TYPE         PIC X(01).
005300     05  SP-DEP-ACCT-ID          PIC 9(03).
005400     05  SP-DEP-ACCT-NBR         PIC 9(09).
005500     05  SP-SOURCE-PROG          PIC X(08).
005600     05  FILLER                  PIC X(25).
005700 FD  RPT666-FILE
005800     RECORDING MODE F.
005900 01  RPT666-RECORD               PIC X(132).
006000*----------------------------------------------------------------
006100 WORKING-STORAGE SECTION.
006200 01  WS-SWITCHES.
006300     05  WS-EOF-SW                PIC X       VALUE 'N'.
006400         88  WS-EOF-YES                   VALUE 'Y'.
006500     05  WS-SVC-STATUS            PIC XX      VALUE '00'.
006600 01  WS-WORK-FIELDS.
006700     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
006800     05  WS-TODAY-ISO             PIC X(10)   VALUE SPACE.
006900     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
007000     05  WS-DRAFT-AMT             PIC S9(9)V99 COMP-3 VALUE +0.
007100     05  WS-LEDGER-BAL            PIC S9(11)V99 COMP-3 VALUE +0.
007200     05  WS-HELD-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
007300     05  WS-AVAIL-BAL             PIC S9(11)V99 COMP-3 VALUE +0.
007400     05  WS-DEP-ACCT-X            PIC 9(09)   VALUE ZERO.
007500     05  WS-PAY-DESC              PIC X(26)   VALUE SPACE.
007600     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-DRAFTED         PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-RETRY           PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-NOTIFIED        PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-SUSPENDED       PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-TOTAL-NOTHING         PIC S9(7)   COMP  VALUE ZERO.
008200     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-AMOUNT-DRAFTED        PIC S9(11)V99 COMP-3 VALUE +0.
008400 01  WS-ACCT-KEY-WORK.
008500     05  FILLER                   PIC X(16)   VALUE SPACES.
008600     05  WS-ACCT-KEY-NBR          PIC X(09).
008700 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
008800 01  WS-DESC-WORK.
008900     05  FILLER                   PIC X(13)   VALUE
009000         'LOAN AUTOPAY '.
009100     05  WS-DESC-LOAN-NBR         PIC 9(10).
009200     05  FILLER                   PIC X(03)   VALUE SPACE.
009300 01  WS-NOTICE-DETAIL.
009400     05  FILLER                   PIC X(05)   VALUE 'LOAN='.
009500     05  ND-LOAN-NBR              PIC 9(10).
009600     05  FILLER                   PIC X(08)   VALUE ' AMOUNT='.
009700     05  ND-AMOUNT                PIC 9(07).99.
009800     05  FILLER                   PIC X(06)   VALUE ' ACCT='.
009900     05  ND-DEP-ACCT-NBR          PIC 9(09).
010000     05  FILLER                   PIC X(32)   VALUE SPACE.
010100*----------------------------------------------------------------
010200     COPY MLAUTOPY.
010300*----------------------------------------------------------------
010400     COPY GJWCPYA1.
010500*----------------------------------------------------------------
010600     COPY GJWCPYA2.
010700*----------------------------------------------------------------
010800     COPY OBSTRANS.
010900*----------------------------------------------------------------
011000     COPY MLU002P.
011100*----------------------------------------------------------------
011200     COPY EMPWORK.
011300*----------------------------------------------------------------
011400     COPY EDOCU51P.
011410*----------------------------------------------------------------
011420     COPY EDOCU53P.
011500*----------------------------------------------------------------
011600 01  WS-HEADING-1.
011700     05  FILLER  PIC X(132) VALUE
011800       'MLB508  MORTGAGE/HELOC AUTOPAY DRAFT'.
011900 01  WS-HEADING-2.
012000     05  FILLER  PIC X(48)  VALUE
012100       'DISP      BANK  LOAN        TYPE  FUNDING ACCT  '.
012200     05  FILLER  PIC X(48)  VALUE
012300       '        AMOUNT  DAY                             '.
012400     05  FILLER  PIC X(36)  VALUE SPACE.
012500 01  WS-DETAIL-LINE.
012600     05  DL-DISP                  PIC X(08).
012700     05  FILLER                   PIC X(02)   VALUE SPACE.
012800     05  DL-BANK-NBR              PIC 9(03).
012900     05  FILLER                   PIC X(03)   VALUE SPACE.
013000     05  DL-LOAN-NBR              PIC 9(10).
013100     05  FILLER                   PIC X(02)   VALUE SPACE.
013200     05  DL-AMT-TYPE              PIC X(01).
013300     05  FILLER                   PIC X(05)   VALUE SPACE.
013400     05  DL-DEP-ACCT-ID           PIC 9(03).
013500     05  FILLER                   PIC X(01)   VALUE '-'.
013600     05  DL-DEP-ACCT-NBR          PIC 9(09).
013700     05  FILLER                   PIC X(01)   VALUE SPACE.
013800     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
013900     05  FILLER                   PIC X(02)   VALUE SPACE.
014000     05  DL-DRAFT-DAY             PIC Z9.
014100     05  FILLER                   PIC X(76)   VALUE SPACE.
014200 01  WS-TOTAL-LINE-1.
014300     05  FILLER       PIC X(19) VALUE 'ENROLLMENTS DUE  - '.
014400     05  TL-READ                  PIC ZZZ,ZZ9.
014500     05  FILLER                   PIC X(106)  VALUE SPACE.
014600 01  WS-TOTAL-LINE-2.
014700     05  FILLER       PIC X(19) VALUE 'DRAFTED          - '.
014800     05  TL-DRAFTED               PIC ZZZ,ZZ9.
014900     05  FILLER                   PIC X(106)  VALUE SPACE.
015000 01  WS-TOTAL-LINE-3.
015100     05  FILLER       PIC X(19) VALUE 'AMOUNT DRAFTED   - '.
015200     05  TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER                   PIC X(99)   VALUE SPACE.
015400 01  WS-TOTAL-LINE-4.
015500     05  FILLER       PIC X(19) VALUE 'NSF - TO RETRY   - '.
015600     05  TL-RETRY                 PIC ZZZ,ZZ9.
015700     05  FILLER                   PIC X(106)  VALUE SPACE.
015800 01  WS-TOTAL-LINE-5.
015900     05  FILLER       PIC X(19) VALUE 'NSF - NOTIFIED   - '.
016000     05  TL-NOTIFIED              PIC ZZZ,ZZ9.
016100     05  FILLER                   PIC X(106)  VALUE SPACE.
016200 01  WS-TOTAL-LINE-6.
016300     05  FILLER       PIC X(19) VALUE 'SUSPENDED        - '.
016400     05  TL-SUSPENDED             PIC ZZZ,ZZ9.
016500     05  FILLER                   PIC X(106)  VALUE SPACE.
016600 01  WS-TOTAL-LINE-7.
016700     05  FILLER       PIC X(19) VALUE 'NOTHING DUE      - '.
016800     05  TL-NOTHING               PIC ZZZ,ZZ9.
016900     05  FILLER                   PIC X(106)  VALUE SPACE.
017000 01  WS-TOTAL-LINE-8.
017100     05  FILLER       PIC X(19) VALUE 'FAILURES         - '.
017200     05  TL-ERRORS                PIC ZZZ,ZZ9.
017300     05  FILLER                   PIC X(106)  VALUE SPACE.
017400*----------------------------------------------------------------
017500 LINKAGE SECTION.
017600 01  MLB508-PARM.
017700*    THE MLU002 CACHE WINDOW, THE CIF FILE THE FUNDING ACCOUNTS
017800*    ARE ON, THE PEND CODING FOR THE DRAFT, AND THE DEFAULT
017900*    DELIVERY METHOD FOR THE NSF NOTICE.
018000     05  MLB508-TTL-MINUTES        PIC 9(05).
018100     05  MLB508-FILE-ID            PIC X(04).
018200     05  MLB508-PEND-TX-CODE       PIC 9(03).
018300     05  MLB508-PEND-BATCH-NBR     PIC 9(05).
018400     05  MLB508-DEL-METHOD         PIC 9(03).
018500*----------------------------------------------------------------
018600 PROCEDURE DIVISION USING MLB508-PARM.
018700*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-DRAFT-ONE-LOAN THRU 2000-EXIT
019100         UNTIL WS-EOF-YES.
019200     EXEC SQL CLOSE CSR508 END-EXEC.
019300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019400     GOBACK.
019500*----------------------------------------------------------------
019600 1000-INITIALIZE.
019700     OPEN OUTPUT RPT666-FILE.
019800     MOVE WS-HEADING-1 TO RPT666-RECORD.
019900     WRITE RPT666-RECORD.
020000     MOVE WS-HEADING-2 TO RPT666-RECORD.
020100     WRITE RPT666-RECORD.
020200     OPEN OUTPUT SVCPAY-FILE.
020300     IF  WS-SVC-STATUS NOT = '00'
020400         DISPLAY 'MLB508 - SVCPAY I/O ERROR, STATUS '
020500             WS-SVC-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         GOBACK
020800     END-IF.
020900     EXEC SQL
021000         SET :WS-TODAY-PACKED =
021100             (YEAR(CURRENT DATE) - 1900) * 10000
021200             + MONTH(CURRENT DATE) * 100
021300             + DAY(CURRENT DATE)
021400     END-EXEC.
021500     EXEC SQL
021600         SET :WS-TODAY-ISO = CHAR(CURRENT DATE, ISO)
021700     END-EXEC.
021800*    A RERUN CARRIES ON PAST THE PEND ITEMS AN EARLIER RUN
021900*    TODAY LEFT IN THE BATCH.
022000     MOVE ZERO TO WS-SEQUENCE.
022100     EXEC SQL
022200         SELECT COALESCE(MAX(PEND_SEQUENCE_NBR), 0)
022300           INTO :WS-SEQUENCE
022400           FROM DSDS.PEND
022500          WHERE PEND_SOURCE_PROG = 'MLB508'
022600            AND PEND_ENTRY_DATE  = :WS-TODAY-PACKED
022700            AND PEND_BATCH_NBR   = :MLB508-PEND-BATCH-NBR
022800     END-EXEC.
022900*    DUE IS THE DRAFT DAY REACHED THIS MONTH (A DAY PAST THE END
023000*    OF A SHORT MONTH FALLS ON ITS LAST DAY) WITH NO ATTEMPT YET
023100*    THIS MONTH, OR A RETRY OWED FROM AN EARLIER NSF.  A MISSED
023200*    RUN CATCHES UP ON THE NEXT ONE.
023300     EXEC SQL
023400         DECLARE CSR508 CURSOR FOR
023500         SELECT APAY_BANK_NBR, APAY_LOAN_NBR, APAY_DEP_ACCT_ID,
023600                APAY_DEP_ACCT_NBR, APAY_DRAFT_DAY, APAY_AMT_TYPE,
023700                APAY_RETRY_IND, APAY_NSF_COUNT
023800           FROM ML.AUTOPAY
023900          WHERE APAY_STATUS = 'A'
024000            AND (APAY_RETRY_IND = 'Y'
024100             OR (APAY_CYCLE_DATE <
024200                     CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
024300            AND (APAY_DRAFT_DAY <= DAY(CURRENT DATE)
024400             OR  DAY(CURRENT DATE) =
024500                     DAY(LAST_DAY(CURRENT DATE)))))
024600          ORDER BY APAY_BANK_NBR, APAY_LOAN_NBR
024700     END-EXEC.
024800     EXEC SQL
024900         OPEN CSR508
025000     END-EXEC.
025100     IF  SQLCODE NOT = ZERO
025200         DISPLAY 'MLB508 - CSR508 OPEN FAILED, SQLCODE '
025300             SQLCODE
025400         MOVE 16 TO RETURN-CODE
025500         GOBACK
025600     END-IF.
025700     PERFORM 2100-FETCH-ENROLLMENT THRU 2100-EXIT.
025800 1000-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026100 2000-DRAFT-ONE-LOAN.
026200     ADD 1 TO WS-TOTAL-READ.
026300     MOVE ZERO TO WS-DRAFT-AMT.
026400     MOVE APAY-BANK-NBR TO MLU002-BANK-NBR.
026500     MOVE APAY-LOAN-NBR TO MLU002-ACCT-NBR.
026600     MOVE 'MLB508  '    TO MLU002-SOURCE-PROG.
026700     MOVE MLB508-TTL-MINUTES TO MLU002-TTL-MINUTES.
026800     CALL 'MLU002' USING MLU002-PARAMETERS.
026900     IF  MLU002-INVALID
027000     OR  MLU002-STATUS-CODE NOT = '0000'
027100*        NOTHING IS MARKED -- THE LOAN COMES DUE AGAIN TOMORROW.
027200         ADD 1 TO WS-TOTAL-ERRORS
027300         MOVE 'FETCHERR' TO DL-DISP
027400         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
027500         GO TO 2000-FETCH
027600     END-IF.
027700     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
027800     IF  ML02003-BANKRUPTCY-FLAG = 'Y'
027900         MOVE 'B' TO APAY-SUSP-REASON
028000         PERFORM 3000-SUSPEND THRU 3000-EXIT
028100         GO TO 2000-FETCH
028200     END-IF.
028300     IF  ML02003-PRIN-BALANCE NOT > ZERO
028400     OR (ML02003-PAYOFF-DATE NOT = SPACES
028500     AND ML02003-PAYOFF-DATE NOT = '0001-01-01')
028600         MOVE 'P' TO APAY-SUSP-REASON
028700         PERFORM 3000-SUSPEND THRU 3000-EXIT
028800         GO TO 2000-FETCH
028900     END-IF.
029000     IF  APAY-AMT-TOTAL-DUE
029100         MOVE ML02003-TOTAL-AMT-DUE TO WS-DRAFT-AMT
029200     ELSE
029300         MOVE ML02003-PYMT-AMT-DUE  TO WS-DRAFT-AMT
029400     END-IF.
029500     IF  WS-DRAFT-AMT NOT > ZERO
029600         PERFORM 3500-NOTHING-DUE THRU 3500-EXIT
029700         GO TO 2000-FETCH
029800     END-IF.
029900     PERFORM 4000-CHECK-FUNDS THRU 4000-EXIT.
030000     IF  WS-DRAFT-AMT > WS-AVAIL-BAL
030100         PERFORM 4500-NSF THRU 4500-EXIT
030200         GO TO 2000-FETCH
030300     END-IF.
030400     PERFORM 5000-DRAFT-AND-SEND THRU 5000-EXIT.
030500 2000-FETCH.
030600     PERFORM 2100-FETCH-ENROLLMENT THRU 2100-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000 2100-FETCH-ENROLLMENT.
031100     EXEC SQL
031200         FETCH CSR508
031300          INTO :APAY-BANK-NBR, :APAY-LOAN-NBR,
031400               :APAY-DEP-ACCT-ID, :APAY-DEP-ACCT-NBR,
031500               :APAY-DRAFT-DAY, :APAY-AMT-TYPE,
031600               :APAY-RETRY-IND, :APAY-NSF-COUNT
031700     END-EXEC.
031800     IF  SQLCODE NOT = ZERO
031900         SET WS-EOF-YES TO TRUE
032000     END-IF.
032100 2100-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400 3000-SUSPEND.
032500*    A BANKRUPTCY FILING OR A PAYOFF ENDS THE DRAFTING.  THE
032600*    ENROLLMENT STAYS ON FILE, SUSPENDED WITH ITS REASON; A
032700*    CLEARED BANKRUPTCY IS RE-ENROLLED THROUGH MLO502.
032800     EXEC SQL
032900         UPDATE ML.AUTOPAY
033000            SET APAY_STATUS      = 'S',
033100                APAY_SUSP_REASON = :APAY-SUSP-REASON,
033200                APAY_RETRY_IND   = 'N',
033300                APAY_STATUS_DATE = CURRENT DATE
033400          WHERE APAY_BANK_NBR = :APAY-BANK-NBR
033500            AND APAY_LOAN_NBR = :APAY-LOAN-NBR
033600     END-EXEC.
033700     IF  SQLCODE NOT = ZERO
033800         ADD 1 TO WS-TOTAL-ERRORS
033900         MOVE 'UPDT-ERR' TO DL-DISP
034000     ELSE
034100         ADD 1 TO WS-TOTAL-SUSPENDED
034200         IF  APAY-SUSP-BANKRUPTCY
034300             MOVE 'SUSP-BK ' TO DL-DISP
034400         ELSE
034500             MOVE 'SUSP-PO ' TO DL-DISP
034600         END-IF
034700     END-IF.
034800     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
034900 3000-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200 3500-NOTHING-DUE.
035300*    A BORROWER WHO PAID AHEAD OWES NOTHING THIS CYCLE -- THE
035400*    MONTH IS MARKED DONE WITHOUT A DRAFT.
035500     EXEC SQL
035600         UPDATE ML.AUTOPAY
035700            SET APAY_CYCLE_DATE = CURRENT DATE,
035800                APAY_RETRY_IND  = 'N'
035900          WHERE APAY_BANK_NBR = :APAY-BANK-NBR
036000            AND APAY_LOAN_NBR = :APAY-LOAN-NBR
036100     END-EXEC.
036200     IF  SQLCODE NOT = ZERO
036300         ADD 1 TO WS-TOTAL-ERRORS
036400         MOVE 'UPDT-ERR' TO DL-DISP
036500     ELSE
036600         ADD 1 TO WS-TOTAL-NOTHING
036700         MOVE 'NONE DUE' TO DL-DISP
036800     END-IF.
036900     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
037000 3500-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300 4000-CHECK-FUNDS.
037400*    AVAILABLE IS THE FUNDING ACCOUNT'S CIF BALANCE NET OF FINQ
037500*    HOLDS AND UNAVAILABLE DEPOSIT FUNDS.  AN ACCOUNT NO LONGER
037600*    OPEN HAS NOTHING AVAILABLE.
037700     MOVE ZERO TO WS-AVAIL-BAL.
037800     MOVE APAY-DEP-ACCT-NBR TO WS-DEP-ACCT-X.
037900     MOVE WS-DEP-ACCT-X     TO WS-ACCT-KEY-NBR.
038000     MOVE WS-ACCT-KEY-WORK  TO WS-ACCT-KEY-25.
038100     EXEC SQL
038200         SELECT ACCT_BALANCE
038300           INTO :WS-LEDGER-BAL
038400           FROM CIF.ACCOUNT
038500          WHERE ACCT_BANK_NBR = :APAY-BANK-NBR
038600            AND ACCT_FILE_ID  = :MLB508-FILE-ID
038700            AND ACCT_KEY      = :WS-ACCT-KEY-25
038800            AND ACCT_STATUS   = 'O'
038900     END-EXEC.
039000     IF  SQLCODE NOT = ZERO
039100         GO TO 4000-EXIT
039200     END-IF.
039300     MOVE ZERO TO WS-HELD-AMT.
039400     EXEC SQL
039500         SELECT COALESCE(SUM(HELD_AMT), 0)
039600           INTO :WS-HELD-AMT
039700           FROM (SELECT HOLD_AMOUNT AS HELD_AMT
039800                   FROM FINQ.HOLD
039900                  WHERE HOLD_BANK_NBR = :APAY-BANK-NBR
040000                    AND HOLD_ACCT_NBR = :WS-ACCT-KEY-NBR
040100                    AND HOLD_RELEASE_DATE > :WS-TODAY-PACKED
040200                 UNION ALL
040300                 SELECT DEP_AMOUNT - DEP_AMOUNT_AVAIL
040400                   FROM FINQ.DEPOSIT
040500                  WHERE DEP_BANK_NBR = :APAY-BANK-NBR
040600                    AND DEP_ACCT_NBR = :WS-ACCT-KEY-NBR
040700                    AND DEP_RELEASE_DATE > :WS-TODAY-PACKED
040800                    AND DEP_AMOUNT > DEP_AMOUNT_AVAIL) HELD
040900     END-EXEC.
041000     IF  SQLCODE NOT = ZERO
041100         MOVE ZERO TO WS-HELD-AMT
041200     END-IF.
041300     COMPUTE WS-AVAIL-BAL = WS-LEDGER-BAL - WS-HELD-AMT.
041400 4000-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 4500-NSF.
041800*    THE FIRST NSF OF THE CYCLE IS RETRIED ON THE NEXT RUN.  THE
041900*    SECOND GIVES UP FOR THE MONTH AND TELLS THE BORROWER THE
042000*    PAYMENT WAS NOT MADE; THE ENROLLMENT STAYS ACTIVE FOR NEXT
042100*    MONTH.
042200     IF  NOT APAY-RETRY-OWED
042300         EXEC SQL
042400             UPDATE ML.AUTOPAY
042500                SET APAY_CYCLE_DATE = CURRENT DATE,
042600                    APAY_RETRY_IND  = 'Y'
042700              WHERE APAY_BANK_NBR = :APAY-BANK-NBR
042800                AND APAY_LOAN_NBR = :APAY-LOAN-NBR
042900         END-EXEC
043000         IF  SQLCODE NOT = ZERO
043100             ADD 1 TO WS-TOTAL-ERRORS
043200             MOVE 'UPDT-ERR' TO DL-DISP
043300         ELSE
043400             ADD 1 TO WS-TOTAL-RETRY
043500             MOVE 'NSF-RTRY' TO DL-DISP
043600         END-IF
043700         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
043800         GO TO 4500-EXIT
043900     END-IF.
044000     EXEC SQL
044100         UPDATE ML.AUTOPAY
044200            SET APAY_RETRY_IND = 'N',
044300                APAY_NSF_COUNT = APAY_NSF_COUNT + 1
044400          WHERE APAY_BANK_NBR = :APAY-BANK-NBR
044500            AND APAY_LOAN_NBR = :APAY-LOAN-NBR
044600     END-EXEC.
044700     IF  SQLCODE NOT = ZERO
044800         ADD 1 TO WS-TOTAL-ERRORS
044900         MOVE 'UPDT-ERR' TO DL-DISP
045000         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
045100         GO TO 4500-EXIT
045200     END-IF.
045300     PERFORM 7000-NOTIFY-BORROWER THRU 7000-EXIT.
045400     ADD 1 TO WS-TOTAL-NOTIFIED.
045500     MOVE 'NSF-NOTC' TO DL-DISP.
045600     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
045700 4500-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000 5000-DRAFT-AND-SEND.
046100*    THE DEBIT GOES TO DSDS.PEND FIRST; ONLY A DRAFT THAT POSTED
046200*    IS SENT TO THE SERVICER AND MARKS THE CYCLE PAID.
046300     ADD 1 TO WS-SEQUENCE.
046400     MOVE APAY-LOAN-NBR TO WS-DESC-LOAN-NBR.
046500     MOVE WS-DESC-WORK  TO WS-PAY-DESC.
046600     EXEC SQL
046700         INSERT INTO DSDS.PEND
046800                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
046900                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
047000                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
047100                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
047200                 PEND_ITEM_COUNT)
047300         VALUES (:APAY-BANK-NBR, :APAY-DEP-ACCT-ID,
047400                 :APAY-DEP-ACCT-NBR, :MLB508-PEND-TX-CODE,
047500                 :WS-DRAFT-AMT, :WS-TODAY-PACKED,
047600                 :MLB508-PEND-BATCH-NBR, :WS-SEQUENCE,
047700                 :WS-PAY-DESC, 'MLB508', :WS-TODAY-PACKED, 1)
047800     END-EXEC.
047900     IF  SQLCODE NOT = ZERO
048000         ADD 1 TO WS-TOTAL-ERRORS
048100         MOVE 'PEND-ERR' TO DL-DISP
048200         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
048300         GO TO 5000-EXIT
048400     END-IF.
048500     MOVE SPACES            TO SVCPAY-RECORD.
048600     MOVE APAY-BANK-NBR     TO SP-BANK-NBR.
048700     MOVE APAY-LOAN-NBR     TO SP-LOAN-NBR.
048800     MOVE WS-DRAFT-AMT      TO SP-AMOUNT.
048900     MOVE WS-TODAY-ISO      TO SP-EFFECT-DATE.
049000     MOVE APAY-AMT-TYPE     TO SP-PAYMENT-TYPE.
049100     MOVE APAY-DEP-ACCT-ID  TO SP-DEP-ACCT-ID.
049200     MOVE APAY-DEP-ACCT-NBR TO SP-DEP-ACCT-NBR.
049300     MOVE 'MLB508'          TO SP-SOURCE-PROG.
049400     WRITE SVCPAY-RECORD.
049500     IF  WS-SVC-STATUS NOT = '00'
049600         DISPLAY 'MLB508 - SVCPAY I/O ERROR, STATUS '
049700             WS-SVC-STATUS
049800         MOVE 16 TO RETURN-CODE
049900         GOBACK
050000     END-IF.
050100     EXEC SQL
050200         UPDATE ML.AUTOPAY
050300            SET APAY_CYCLE_DATE      = CURRENT DATE,
050400                APAY_RETRY_IND       = 'N',
050500                APAY_LAST_DRAFT_DATE = CURRENT DATE,
050600                APAY_LAST_DRAFT_AMT  = :WS-DRAFT-AMT
050700          WHERE APAY_BANK_NBR = :APAY-BANK-NBR
050800            AND APAY_LOAN_NBR = :APAY-LOAN-NBR
050900     END-EXEC.
051000     IF  SQLCODE NOT = ZERO
051100         DISPLAY 'MLB508 - DRAFTED LOAN NOT MARKED, BANK '
051200             SP-BANK-NBR ' LOAN ' SP-LOAN-NBR
051300         MOVE 4 TO RETURN-CODE
051400     END-IF.
051500     ADD 1 TO WS-TOTAL-DRAFTED.
051600     ADD WS-DRAFT-AMT TO WS-AMOUNT-DRAFTED.
051700     MOVE 'DRAFTED ' TO DL-DISP.
051800     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
051900 5000-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200 6000-WRITE-DETAIL.
052300     MOVE APAY-BANK-NBR     TO DL-BANK-NBR.
052400     MOVE APAY-LOAN-NBR     TO DL-LOAN-NBR.
052500     MOVE APAY-AMT-TYPE     TO DL-AMT-TYPE.
052600     MOVE APAY-DEP-ACCT-ID  TO DL-DEP-ACCT-ID.
052700     MOVE APAY-DEP-ACCT-NBR TO DL-DEP-ACCT-NBR.
052800     MOVE WS-DRAFT-AMT      TO DL-AMOUNT.
052900     MOVE APAY-DRAFT-DAY    TO DL-DRAFT-DAY.
053000     MOVE WS-DETAIL-LINE TO RPT666-RECORD.
053100     WRITE RPT666-RECORD.
053200 6000-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500 7000-NOTIFY-BORROWER.
053600     MOVE WS-DRAFT-AMT       TO ND-AMOUNT.
053700     MOVE APAY-DEP-ACCT-NBR  TO ND-DEP-ACCT-NBR.
053800     MOVE 'MLB508'           TO EDOC050-SOURCE-PROG.
053900     MOVE ZERO               TO EDOC050-USER-ID.
054000     MOVE APAY-BANK-NBR      TO EDOC050-ACCT-BANK-NBR.
054100     MOVE 'ML  '             TO EDOC050-ACCT-FILE-ID.
054200     MOVE SPACES             TO EDOC050-ACCT-KEY.
054300     MOVE APAY-LOAN-NBR      TO ND-LOAN-NBR.
054400     MOVE ND-LOAN-NBR        TO EDOC050-ACCT-KEY (16:10).
054500     MOVE 'APAYNSF1'         TO EDOC050-FORM-ID.
054600     MOVE MLB508-DEL-METHOD  TO EDOC050-DEL-METHOD (1).
054700     MOVE 'AUTOMATIC LOAN PAYMENT NOT MADE'
054800                             TO EDOC050-DEL-SUBJECT (1).
054900     MOVE WS-NOTICE-DETAIL   TO EDOC050-DEL-INST (1).
055000     MOVE SPACE              TO EDOC050-DEL-DATA (1).
055100     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
055200     CALL 'EDOC050' USING EDOC050-PARAMETERS.
055210     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
055300 7000-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600 7500-RESOLVE-DELIVERY.
055700*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
055800*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD.
055900     SET EDOCU051-FUNC-RESOLVE TO TRUE.
056000     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
056100     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
056200     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
056300     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
056400     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
056500     IF  EDOCU051-VALID
056600         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
056700         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
056800     END-IF.
056900 7500-EXIT.
057000     EXIT.
057004*----------------------------------------------------------------
057008 7550-ARCHIVE-PIECE.
057012*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
057016*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
057020*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
057024     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
057028     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
057032     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
057036     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
057040     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
057044     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
057048     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
057052     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
057056     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
057060     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
057064     IF  NOT EDOCU053-VALID
057068         DISPLAY 'MLB508 - ' EDOCU053-ERROR-TEXT
057072     END-IF.
057076 7550-EXIT.
057080     EXIT.
057100*----------------------------------------------------------------
057200 8000-FINALIZE.
057300     MOVE WS-TOTAL-READ TO TL-READ.
057400     MOVE WS-TOTAL-LINE-1 TO RPT666-RECORD.
057500     WRITE RPT666-RECORD.
057600     MOVE WS-TOTAL-DRAFTED TO TL-DRAFTED.
057700     MOVE WS-TOTAL-LINE-2 TO RPT666-RECORD.
057800     WRITE RPT666-RECORD.
057900     MOVE WS-AMOUNT-DRAFTED TO TL-AMOUNT.
058000     MOVE WS-TOTAL-LINE-3 TO RPT666-RECORD.
058100     WRITE RPT666-RECORD.
058200     MOVE WS-TOTAL-RETRY TO TL-RETRY.
058300     MOVE WS-TOTAL-LINE-4 TO RPT666-RECORD.
058400     WRITE RPT666-RECORD.
058500     MOVE WS-TOTAL-NOTIFIED TO TL-NOTIFIED.
058600     MOVE WS-TOTAL-LINE-5 TO RPT666-RECORD.
058700     WRITE RPT666-RECORD.
058800     MOVE WS-TOTAL-SUSPENDED TO TL-SUSPENDED.
058900     MOVE WS-TOTAL-LINE-6 TO RPT666-RECORD.
059000     WRITE RPT666-RECORD.
059100     MOVE WS-TOTAL-NOTHING TO TL-NOTHING.
059200     MOVE WS-TOTAL-LINE-7 TO RPT666-RECORD.
059300     WRITE RPT666-RECORD.
059400     MOVE WS-TOTAL-ERRORS TO TL-ERRORS.
059500     MOVE WS-TOTAL-LINE-8 TO RPT666-RECORD.
059600     WRITE RPT666-RECORD.
059700     CLOSE SVCPAY-FILE.
059800     CLOSE RPT666-FILE.
059900 8000-EXIT.
060000     EXIT.
