000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB547.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DEPOSIT ACCOUNT   *
001500*                      CLOSING.  MODE Q QUEUES A CLOSE REQUEST   *
001600*                      ON DSDS.CLOSEREQ AND MODE X CANCELS ONE.  *
001700*                      THE NIGHTLY RUN WORKS EVERY OPEN REQUEST: *
001800*                      LIVE DEBIT CARDS ARE CLOSED THROUGH       *
001900*                      ACMU503 (OR UNLINKED WHEN THE CARD ALSO   *
002000*                      SERVES ANOTHER ACCOUNT) AND EXPIRED STOPS *
002100*                      RETIRED; THEN HOLDS, PENDING ITEMS,       *
002200*                      ACTIVE STOPS, CARDS, POSITIVE-PAY ISSUES, *
002300*                      OPEN CARD DISPUTES, RECURRING ACH BILLERS *
002400*                      AND A NEGATIVE BALANCE ARE CHECKED.  A    *
002500*                      CLEAN ACCOUNT HAS ITS BALANCE PAID OUT BY *
002600*                      OFFICIAL CHECK (NIPS.OFFCHK) OR TRANSFER  *
002700*                      THROUGH DSDS.PEND AND IS MARKED CLOSED ON *
002800*                      CIF.ACCOUNT.  REQUESTS STILL OPEN PAST    *
002900*                      THE AGE LINE ARE LISTED AT THE END.       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RPT655-FILE ASSIGN TO RPT655
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RPT655-FILE
004300     RECORDING MODE F.
004400 01  RPT655-RECORD               PIC X(132).
004500*----------------------------------------------------------------
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-EOF-SW                PIC X       VALUE 'N'.
004900         88  WS-EOF-YES                   VALUE 'Y'.
005000     05  WS-CARD-EOF-SW           PIC X       VALUE 'N'.
005100         88  WS-CARD-EOF-YES              VALUE 'Y'.
005200 01  WS-WORK-FIELDS.
005300     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
005400     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
005500     05  WS-ACH-FROM-DATE         PIC S9(7)   COMP-3 VALUE +0.
005600     05  WS-ACH-DAYS              PIC S9(3)   COMP-3 VALUE +0.
005700     05  WS-AGE-DAYS              PIC S9(3)   COMP-3 VALUE +0.
005800     05  WS-AGE                   PIC S9(5)   COMP-3 VALUE +0.
005900     05  WS-COUNT                 PIC S9(9)   COMP  VALUE +0.
006000     05  WS-OTHER-LINKS           PIC S9(9)   COMP  VALUE +0.
006100     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
006150     05  WS-DISB-SEQUENCE         PIC S9(5)   COMP-3 VALUE +0.
006200     05  WS-FINAL-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
006300     05  WS-SERIAL                PIC S9(9)   COMP-3 VALUE +0.
006400     05  WS-SERIAL-X              PIC 9(09)   VALUE ZERO.
006500     05  WS-ACCT-NBR-X            PIC X(09)   VALUE SPACE.
006600     05  WS-NOTE                  PIC X(20)   VALUE SPACE.
006700     05  WS-TOTAL-CHECKED         PIC S9(5)   COMP  VALUE ZERO.
006800     05  WS-TOTAL-CLOSED          PIC S9(5)   COMP  VALUE ZERO.
006900     05  WS-TOTAL-BLOCKED         PIC S9(5)   COMP  VALUE ZERO.
007000     05  WS-TOTAL-CARDS           PIC S9(5)   COMP  VALUE ZERO.
007100     05  WS-TOTAL-UNLINKED        PIC S9(5)   COMP  VALUE ZERO.
007200     05  WS-TOTAL-CHECKS          PIC S9(5)   COMP  VALUE ZERO.
007300     05  WS-TOTAL-XFERS           PIC S9(5)   COMP  VALUE ZERO.
007400     05  WS-TOTAL-AGED            PIC S9(5)   COMP  VALUE ZERO.
007500     05  WS-AMT-DISBURSED         PIC S9(11)V99 COMP-3 VALUE +0.
007600 01  WS-ACCT-KEY-WORK.
007700     05  FILLER                   PIC X(16)   VALUE SPACES.
007800     05  WS-ACCT-KEY-NBR          PIC 9(09).
007900*----------------------------------------------------------------
008000     COPY DSDSCLRQ.
008100*----------------------------------------------------------------
008200     COPY CIFU010P.
008300*----------------------------------------------------------------
008400     COPY ACRSTRAN.
008500*----------------------------------------------------------------
008600     COPY ADMPARM1.
008700*----------------------------------------------------------------
008800     COPY NIPSOFCK.
008900*----------------------------------------------------------------
009000     COPY ACMU503P.
009100*----------------------------------------------------------------
009200     COPY ADMU501P.
009300*----------------------------------------------------------------
009400 01  WS-HEADING-1.
009500     05  FILLER  PIC X(132) VALUE
009600       'DSDSB547  DEPOSIT ACCOUNT CLOSING'.
009700 01  WS-HEADING-2.
009800     05  FILLER  PIC X(45)  VALUE
009900       'DISP       BK   ID   ACCT-NO    REQ-DATE     '.
010000     05  FILLER  PIC X(48)  VALUE
010100       'AGE          AMOUNT  BLOCKERS  NOTE             '.
010200     05  FILLER  PIC X(39)  VALUE SPACE.
010300 01  WS-HEADING-3.
010400     05  FILLER  PIC X(132) VALUE
010500       'BLOCKERS: H HOLD  P PENDING  S STOP  C CARD  Y POS PAY  D
010600-      'DISPUTE  A RECURRING ACH  N NEGATIVE BALANCE'.
010700 01  WS-AGING-HEADING.
010800     05  FILLER  PIC X(26)  VALUE
010900       'REQUESTS OPEN OVER (DAYS) '.
011000     05  AH-DAYS                  PIC ZZ9.
011100     05  FILLER                   PIC X(103)  VALUE SPACE.
011200 01  WS-DETAIL-LINE.
011300     05  DL-DISP                  PIC X(09).
011400     05  FILLER                   PIC X(02)   VALUE SPACE.
011500     05  DL-BANK-NBR              PIC 9(03).
011600     05  FILLER                   PIC X(02)   VALUE SPACE.
011700     05  DL-ACCT-ID               PIC 9(03).
011800     05  FILLER                   PIC X(02)   VALUE SPACE.
011900     05  DL-ACCT-NBR              PIC 9(09).
012000     05  FILLER                   PIC X(02)   VALUE SPACE.
012100     05  DL-REQ-DATE              PIC X(10).
012200     05  FILLER                   PIC X(02)   VALUE SPACE.
012300     05  DL-AGE                   PIC ZZZ9.
012400     05  FILLER                   PIC X(02)   VALUE SPACE.
012500     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
012600     05  FILLER                   PIC X(02)   VALUE SPACE.
012700     05  DL-BLOCKERS              PIC X(08).
012800     05  FILLER                   PIC X(02)   VALUE SPACE.
012900     05  DL-NOTE                  PIC X(20).
013000     05  FILLER                   PIC X(35)   VALUE SPACE.
013100 01  WS-TOTAL-LINE.
013200     05  TL-LABEL                 PIC X(26).
013300     05  TL-COUNT                 PIC ZZZ,ZZ9.
013400     05  FILLER                   PIC X(99)   VALUE SPACE.
013500 01  WS-AMOUNT-LINE.
013600     05  AL-LABEL                 PIC X(26).
013700     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
013800     05  FILLER                   PIC X(92)   VALUE SPACE.
013900*----------------------------------------------------------------
014000 LINKAGE SECTION.
014100 01  DSDSB547-PARM.
014200*    MODE N (OR SPACE) IS THE NIGHTLY RUN.  MODE Q QUEUES (OR
014300*    RE-QUEUES WITH NEW INSTRUCTIONS) THE ACCOUNT NAMED BY
014400*    BANK/ACCT-ID/ACCT-NBR; MODE X CANCELS ITS REQUEST.
014500*    DISB-METHOD C IS OFFICIAL CHECK TO PAYEE (SPACES IS THE
014600*    ACCOUNT NAME), T IS TRANSFER TO XFER-ACCT-ID/XFER-ACCT-NBR.
014700*    ACH-ACK Y RECORDS THAT THE CUSTOMER HAS MOVED RECURRING
014800*    ACH BILLERS.  OPER-ID IS THE CLERK TAKING THE REQUEST.
014900     05  DSDSB547-MODE             PIC X(01).
015000         88  DSDSB547-MODE-QUEUE       VALUE 'Q'.
015100         88  DSDSB547-MODE-CANCEL      VALUE 'X'.
015200     05  DSDSB547-BANK-NBR         PIC 9(03).
015300     05  DSDSB547-ACCT-ID          PIC 9(03).
015400     05  DSDSB547-ACCT-NBR         PIC 9(09).
015500     05  DSDSB547-DISB-METHOD      PIC X(01).
015600     05  DSDSB547-PAYEE            PIC X(20).
015700     05  DSDSB547-XFER-ACCT-ID     PIC 9(03).
015800     05  DSDSB547-XFER-ACCT-NBR    PIC 9(09).
015900     05  DSDSB547-ACH-ACK          PIC X(01).
016000     05  DSDSB547-OPER-ID          PIC 9(05).
016100*    NIGHTLY RUN: FILE-ID IS THE CIF FILE ID OF THE DEPOSIT
016200*    ACCOUNTS; CLOSE-TX-CODE DEBITS THE FINAL BALANCE AND
016300*    XFER-TX-CODE CREDITS IT TO THE TRANSFER ACCOUNT, BOTH
016400*    UNDER PEND-BATCH-NBR.  ACH-DAYS IS HOW FAR BACK TWO OR
016500*    MORE ACH DEBITS FROM ONE COMPANY MARK A RECURRING BILLER
016600*    (ZERO IS 60); AGE-DAYS IS THE AGING REPORT LINE (ZERO IS
016700*    5).
016800     05  DSDSB547-FILE-ID          PIC X(04).
016900     05  DSDSB547-CLOSE-TX-CODE    PIC 9(03).
017000     05  DSDSB547-XFER-TX-CODE     PIC 9(03).
017100     05  DSDSB547-PEND-BATCH-NBR   PIC 9(05).
017200     05  DSDSB547-ACH-DAYS         PIC 9(03).
017300     05  DSDSB547-AGE-DAYS         PIC 9(03).
017400*----------------------------------------------------------------
017500 PROCEDURE DIVISION USING DSDSB547-PARM.
017600*
017700 0000-MAINLINE.
017800     EVALUATE TRUE
017900         WHEN DSDSB547-MODE-QUEUE
018000             PERFORM 6000-QUEUE-REQUEST THRU 6000-EXIT
018100         WHEN DSDSB547-MODE-CANCEL
018200             PERFORM 6500-CANCEL-REQUEST THRU 6500-EXIT
018300         WHEN OTHER
018400             PERFORM 1000-INITIALIZE THRU 1000-EXIT
018500             PERFORM 2000-WORK-ONE-REQUEST THRU 2000-EXIT
018600                 UNTIL WS-EOF-YES
018700             EXEC SQL CLOSE CSR655 END-EXEC
018800             PERFORM 7000-AGING-REPORT THRU 7000-EXIT
018900             PERFORM 8000-FINALIZE THRU 8000-EXIT
019000     END-EVALUATE.
019100     GOBACK.
019200*----------------------------------------------------------------
019300 1000-INITIALIZE.
019400     OPEN OUTPUT RPT655-FILE.
019500     MOVE WS-HEADING-1 TO RPT655-RECORD.
019600     WRITE RPT655-RECORD.
019700     MOVE WS-HEADING-2 TO RPT655-RECORD.
019800     WRITE RPT655-RECORD.
019900     MOVE WS-HEADING-3 TO RPT655-RECORD.
020000     WRITE RPT655-RECORD.
020100     MOVE DSDSB547-ACH-DAYS TO WS-ACH-DAYS.
020200     IF  WS-ACH-DAYS = ZERO
020300         MOVE 60 TO WS-ACH-DAYS
020400     END-IF.
020500     MOVE DSDSB547-AGE-DAYS TO WS-AGE-DAYS.
020600     IF  WS-AGE-DAYS = ZERO
020700         MOVE 5 TO WS-AGE-DAYS
020800     END-IF.
020900     EXEC SQL
021000         SET :WS-TODAY = CURRENT DATE
021100     END-EXEC.
021200     EXEC SQL
021300         SET :WS-TODAY-DATE =
021400             (YEAR(CURRENT DATE) - 1900) * 10000
021500             + MONTH(CURRENT DATE) * 100
021600             + DAY(CURRENT DATE)
021700     END-EXEC.
021800     EXEC SQL
021900         SET :WS-ACH-FROM-DATE =
022000             (YEAR(CURRENT DATE - :WS-ACH-DAYS DAYS) - 1900)
022100                 * 10000
022200             + MONTH(CURRENT DATE - :WS-ACH-DAYS DAYS) * 100
022300             + DAY(CURRENT DATE - :WS-ACH-DAYS DAYS)
022400     END-EXEC.
022500     EXEC SQL
022600         DECLARE CSR655 CURSOR FOR
022700         SELECT CLRQ_BANK_NBR, CLRQ_ACCT_ID, CLRQ_ACCT_NBR,
022800                CLRQ_REQ_DATE, CLRQ_DISB_METHOD, CLRQ_PAYEE,
022900                CLRQ_XFER_ACCT_ID, CLRQ_XFER_ACCT_NBR,
023000                CLRQ_ACH_ACK,
023100                DAYS(CURRENT DATE) - DAYS(CLRQ_REQ_DATE)
023200           FROM DSDS.CLOSEREQ
023300          WHERE CLRQ_STATUS IN ('Q', 'B')
023400          ORDER BY CLRQ_BANK_NBR, CLRQ_ACCT_ID, CLRQ_ACCT_NBR
023500     END-EXEC.
023600     EXEC SQL OPEN CSR655 END-EXEC.
023700     IF  SQLCODE NOT = ZERO
023800         DISPLAY 'DSDSB547 - CLOSEREQ OPEN FAILED, SQLCODE '
023900             SQLCODE
024000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
024100         MOVE 16 TO RETURN-CODE
024200         GOBACK
024300     END-IF.
024400     PERFORM 2100-FETCH-REQUEST THRU 2100-EXIT.
024500 1000-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800 2000-WORK-ONE-REQUEST.
024900*    CLEAR WHAT THE SYSTEM CAN CLEAR, THEN LOOK FOR WHAT IT
025000*    CANNOT.  ANY BLOCKER LEFT KEEPS THE REQUEST OPEN FOR
025100*    TOMORROW; NONE CLOSES THE ACCOUNT TONIGHT.
025200     ADD 1 TO WS-TOTAL-CHECKED.
025300     MOVE SPACES TO CLRQ-BLOCKERS.
025400     MOVE SPACES TO WS-NOTE.
025500     MOVE ZERO TO WS-FINAL-AMT.
025600     MOVE CLRQ-ACCT-NBR TO WS-ACCT-KEY-NBR.
025700     MOVE WS-ACCT-KEY-NBR TO WS-ACCT-NBR-X.
025800     PERFORM 2200-READ-ACCOUNT THRU 2200-EXIT.
025900     IF  SQLCODE = 100
026000         MOVE 'NOT ON CIF.ACCOUNT' TO WS-NOTE
026100         MOVE 'NO ACCT  ' TO DL-DISP
026200         PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
026300         GO TO 2000-NEXT
026400     END-IF.
026500     IF  ACCT-STATUS-CLOSED
026600         MOVE 'CLOSED OUTSIDE QUEUE' TO WS-NOTE
026700         MOVE ACCT-CLOSE-DATE TO CLRQ-CLOSE-DATE
026800         MOVE ZERO TO CLRQ-OFC-SERIAL
026900         PERFORM 5800-MARK-CLOSED THRU 5800-EXIT
027000         MOVE 'CLOSED   ' TO DL-DISP
027100         PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
027200         GO TO 2000-NEXT
027300     END-IF.
027400     PERFORM 3000-CLEAR-CARDS THRU 3000-EXIT.
027500     PERFORM 3500-RETIRE-EXPIRED-STOPS THRU 3500-EXIT.
027600     PERFORM 4000-CHECK-BLOCKERS THRU 4000-EXIT.
027700     IF  CLRQ-BLOCKERS NOT = SPACES
027800         PERFORM 4900-MARK-BLOCKED THRU 4900-EXIT
027900     ELSE
028000         PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
028100     END-IF.
028200 2000-NEXT.
028300     PERFORM 2100-FETCH-REQUEST THRU 2100-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700 2100-FETCH-REQUEST.
028800     EXEC SQL
028900         FETCH CSR655
029000          INTO :CLRQ-BANK-NBR, :CLRQ-ACCT-ID, :CLRQ-ACCT-NBR,
029100               :CLRQ-REQ-DATE, :CLRQ-DISB-METHOD, :CLRQ-PAYEE,
029200               :CLRQ-XFER-ACCT-ID, :CLRQ-XFER-ACCT-NBR,
029300               :CLRQ-ACH-ACK, :WS-AGE
029400     END-EXEC.
029500     IF  SQLCODE = 100
029600         SET WS-EOF-YES TO TRUE
029700         GO TO 2100-EXIT
029800     END-IF.
029900     IF  SQLCODE NOT = ZERO
030000         DISPLAY 'DSDSB547 - CLOSEREQ FETCH FAILED, SQLCODE '
030100             SQLCODE
030200         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
030300         MOVE 16 TO RETURN-CODE
030400         GOBACK
030500     END-IF.
030600 2100-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900 2200-READ-ACCOUNT.
031000     MOVE CLRQ-BANK-NBR    TO ACCT-BANK-NBR.
031100     MOVE DSDSB547-FILE-ID TO ACCT-FILE-ID.
031200     MOVE WS-ACCT-KEY-WORK TO ACCT-KEY.
031300     EXEC SQL
031400         SELECT ACCT_STATUS, ACCT_CLOSE_DATE, ACCT_BALANCE,
031500                ACCT_NAME_RPL
031600           INTO :ACCT-STATUS, :ACCT-CLOSE-DATE, :ACCT-BALANCE,
031700                :ACCT-NAME-RPL
031800           FROM CIF.ACCOUNT
031900          WHERE ACCT_BANK_NBR = :ACCT-BANK-NBR
032000            AND ACCT_FILE_ID  = :ACCT-FILE-ID
032100            AND ACCT_KEY      = :ACCT-KEY
032200     END-EXEC.
032300     IF  SQLCODE NOT = ZERO
032400     AND SQLCODE NOT = 100
032500         DISPLAY 'DSDSB547 - CIF.ACCOUNT READ FAILED, SQLCODE '
032600             SQLCODE
032700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
032800         MOVE 16 TO RETURN-CODE
032900         GOBACK
033000     END-IF.
033100 2200-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400 3000-CLEAR-CARDS.
033500*    EVERY LIVE CARD LINKED TO THE ACCOUNT.  A CARD THAT ALSO
033600*    SERVES ANOTHER ACCOUNT LOSES ONLY THIS LINK; A CARD THAT
033700*    SERVES ONLY THIS ACCOUNT IS CLOSED (STATUS 90) THROUGH
033800*    ACMU503 SO THE CHANGE IS JOURNALED.
033900     MOVE 'N' TO WS-CARD-EOF-SW.
034000     EXEC SQL
034100         DECLARE CSR655C CURSOR FOR
034200         SELECT X.ADCX_BANK_NBR, X.ADCX_CARD_NBR, D.ADC_STATUS,
034300                (SELECT COUNT(*)
034400                   FROM ACM.DEBCXREF Y
034500                  WHERE Y.ADCX_BANK_NBR = X.ADCX_BANK_NBR
034600                    AND Y.ADCX_CARD_NBR = X.ADCX_CARD_NBR
034700                    AND NOT (Y.ADCX_FILE_BANK = X.ADCX_FILE_BANK
034800                         AND Y.ADCX_FILE_ID   = X.ADCX_FILE_ID
034900                         AND Y.ADCX_FILE_KEY  = X.ADCX_FILE_KEY))
035000           FROM ACM.DEBCXREF X
035100           JOIN ACM.DEBCARD D
035200             ON D.ADC_BANK_NBR = X.ADCX_BANK_NBR
035300            AND D.ADC_CARD_NBR = X.ADCX_CARD_NBR
035400          WHERE X.ADCX_FILE_BANK = :ACCT-BANK-NBR
035500            AND X.ADCX_FILE_ID   = :ACCT-FILE-ID
035600            AND X.ADCX_FILE_KEY  = :ACCT-KEY
035700            AND D.ADC_STATUS NOT IN ('30', '40', '90')
035800     END-EXEC.
035900     EXEC SQL OPEN CSR655C END-EXEC.
036000     PERFORM 3100-FETCH-CARD THRU 3100-EXIT.
036100     PERFORM 3200-CLEAR-ONE-CARD THRU 3200-EXIT
036200         UNTIL WS-CARD-EOF-YES.
036300     EXEC SQL CLOSE CSR655C END-EXEC.
036400 3000-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700 3100-FETCH-CARD.
036800     EXEC SQL
036900         FETCH CSR655C
037000          INTO :ADCX-BANK-NBR, :ADCX-CARD-NBR,
037100               :ADC-STATUS, :WS-OTHER-LINKS
037200     END-EXEC.
037300     IF  SQLCODE NOT = ZERO
037400         SET WS-CARD-EOF-YES TO TRUE
037500     END-IF.
037600 3100-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900 3200-CLEAR-ONE-CARD.
038000     IF  WS-OTHER-LINKS > ZERO
038100         EXEC SQL
038200             DELETE FROM ACM.DEBCXREF
038300              WHERE ADCX_BANK_NBR  = :ADCX-BANK-NBR
038400                AND ADCX_CARD_NBR  = :ADCX-CARD-NBR
038500                AND ADCX_FILE_BANK = :ACCT-BANK-NBR
038600                AND ADCX_FILE_ID   = :ACCT-FILE-ID
038700                AND ADCX_FILE_KEY  = :ACCT-KEY
038800         END-EXEC
038900         IF  SQLCODE = ZERO
039000             ADD 1 TO WS-TOTAL-UNLINKED
039100         END-IF
039200         GO TO 3200-NEXT
039300     END-IF.
039400     INITIALIZE ACMU503-PARAMETERS.
039500     MOVE ADCX-BANK-NBR    TO ACMU503-BANK-NBR.
039600     MOVE ADCX-CARD-NBR    TO ACMU503-CARD-NBR.
039700     MOVE 'DSDSB547'       TO ACMU503-SOURCE-PROG.
039750     MOVE 'DSDSB547'       TO ACMU503-USER-ID.
039800     MOVE ADC-STATUS       TO ACMU503-EXPECT-STATUS.
039900     MOVE 'Y'              TO ACMU503-CHG-STATUS.
040000     MOVE '90'             TO ACMU503-NEW-STATUS.
040100     CALL 'ACMU503' USING ACMU503-PARAMETERS.
040200     IF  ACMU503-VALID
040300         ADD 1 TO WS-TOTAL-CARDS
040400     END-IF.
040500 3200-NEXT.
040600     PERFORM 3100-FETCH-CARD THRU 3100-EXIT.
040700 3200-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000 3500-RETIRE-EXPIRED-STOPS.
041100*    AN ORDER PAST ITS EXPIRATION STOPS NOTHING; IT COMES OFF
041200*    THE ACTIVE LIST THE SAME WAY DSDSB519 RETIRES IT.
041300     EXEC SQL
041400         UPDATE DSDS.STOPPAY
041500            SET STOP_STATUS = 'R'
041600          WHERE STOP_BANK_NO = :CLRQ-BANK-NBR
041700            AND STOP_ACCT_ID = :CLRQ-ACCT-ID
041800            AND STOP_ACCT_NO = :CLRQ-ACCT-NBR
041900            AND STOP_STATUS  = 'A'
042000            AND STOP_EXPIRE_DATE < :WS-TODAY
042100     END-EXEC.
042200 3500-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500 4000-CHECK-BLOCKERS.
042600*    ONE COUNT PER CONDITION THE SYSTEM CANNOT CLEAR ON ITS OWN.
042700*    EACH OPEN CONDITION SETS ITS POSITION IN CLRQ-BLOCKERS.
042800     EXEC SQL
042900         SELECT COUNT(*)
043000           INTO :WS-COUNT
043100           FROM FINQ.HOLD
043200          WHERE HOLD_BANK_NBR = :CLRQ-BANK-NBR
043300            AND HOLD_ACCT_ID  = :CLRQ-ACCT-ID
043400            AND HOLD_ACCT_NBR = :WS-ACCT-NBR-X
043500            AND HOLD_RELEASE_DATE >= :WS-TODAY-DATE
043600            AND HOLD_AMOUNT > 0
043700     END-EXEC.
043800     PERFORM 4800-TEST-COUNT THRU 4800-EXIT.
043900     IF  WS-COUNT > ZERO
044000         MOVE 'H' TO CLRQ-BLK-HOLD
044100     END-IF.
044200     EXEC SQL
044300         SELECT COUNT(*)
044400           INTO :WS-COUNT
044500           FROM DSDS.PEND
044600          WHERE PEND_BANK_NBR = :CLRQ-BANK-NBR
044700            AND PEND_ACCT_ID  = :CLRQ-ACCT-ID
044800            AND PEND_ACCT_NBR = :CLRQ-ACCT-NBR
044900     END-EXEC.
045000     PERFORM 4800-TEST-COUNT THRU 4800-EXIT.
045100     IF  WS-COUNT > ZERO
045200         MOVE 'P' TO CLRQ-BLK-PEND
045300     END-IF.
045400     EXEC SQL
045500         SELECT COUNT(*)
045600           INTO :WS-COUNT
045700           FROM DSDS.STOPPAY
045800          WHERE STOP_BANK_NO = :CLRQ-BANK-NBR
045900            AND STOP_ACCT_ID = :CLRQ-ACCT-ID
046000            AND STOP_ACCT_NO = :CLRQ-ACCT-NBR
046100            AND STOP_STATUS  = 'A'
046200            AND STOP_EXPIRE_DATE >= :WS-TODAY
046300     END-EXEC.
046400     PERFORM 4800-TEST-COUNT THRU 4800-EXIT.
046500     IF  WS-COUNT > ZERO
046600         MOVE 'S' TO CLRQ-BLK-STOP
046700     END-IF.
046800*    A CARD ACMU503 COULD NOT CLOSE IS STILL LIVE.
046900     EXEC SQL
047000         SELECT COUNT(*)
047100           INTO :WS-COUNT
047200           FROM ACM.DEBCXREF X
047300           JOIN ACM.DEBCARD D
047400             ON D.ADC_BANK_NBR = X.ADCX_BANK_NBR
047500            AND D.ADC_CARD_NBR = X.ADCX_CARD_NBR
047600          WHERE X.ADCX_FILE_BANK = :ACCT-BANK-NBR
047700            AND X.ADCX_FILE_ID   = :ACCT-FILE-ID
047800            AND X.ADCX_FILE_KEY  = :ACCT-KEY
047900            AND D.ADC_STATUS NOT IN ('30', '40', '90')
048000     END-EXEC.
048100     PERFORM 4800-TEST-COUNT THRU 4800-EXIT.
048200     IF  WS-COUNT > ZERO
048300         MOVE 'C' TO CLRQ-BLK-CARD
048400     END-IF.
048500*    AN ISSUED CHECK STILL OUTSTANDING UNDER POSITIVE PAY CAN
048600*    STILL BE PRESENTED.
048700     EXEC SQL
048800         SELECT COUNT(*)
048900           INTO :WS-COUNT
049000           FROM DSDS.POSPAY
049100          WHERE PP_BANK_NO = :CLRQ-BANK-NBR
049200            AND PP_ACCT_ID = :CLRQ-ACCT-ID
049300            AND PP_ACCT_NO = :CLRQ-ACCT-NBR
049400            AND PP_STATUS  = 'O'
049500     END-EXEC.
049600     PERFORM 4800-TEST-COUNT THRU 4800-EXIT.
049700     IF  WS-COUNT > ZERO
049800         MOVE 'Y' TO CLRQ-BLK-POSPAY
049900     END-IF.
050000     EXEC SQL
050100         SELECT COUNT(*)
050200           INTO :WS-COUNT
050300           FROM ACM.DISPUTE
050400          WHERE DSP_BANK_NBR = :CLRQ-BANK-NBR
050500            AND DSP_ACCT_ID  = :CLRQ-ACCT-ID
050600            AND DSP_ACCT_NBR = :CLRQ-ACCT-NBR
050700            AND DSP_STATUS IN ('O', 'P')
050800     END-EXEC.
050900     PERFORM 4800-TEST-COUNT THRU 4800-EXIT.
051000     IF  WS-COUNT > ZERO
051100         MOVE 'D' TO CLRQ-BLK-DISPUTE
051200     END-IF.
051300*    TWO OR MORE ACH DEBITS FROM ONE COMPANY INSIDE THE WINDOW
051400*    LOOK LIKE A BILLER THAT WILL BE BACK.  ONCE THE CLERK
051500*    RECORDS THAT THE CUSTOMER HAS MOVED THEM, THEY STOP
051600*    BLOCKING.
051700     IF  NOT CLRQ-ACH-ACKNOWLEDGED
051800         EXEC SQL
051900             SELECT COUNT(*)
052000               INTO :WS-COUNT
052100               FROM (SELECT SUBSTR(ARCH_DESC_DATA, 1, 16)
052200                       FROM DSDS.PDTXARCH
052300                      WHERE ARCH_BANK_NO   = :CLRQ-BANK-NBR
052400                        AND ARCH_ACCT_ID   = :CLRQ-ACCT-ID
052500                        AND ARCH_ACCT_NO   = :CLRQ-ACCT-NBR
052600                        AND ARCH_POST_DATE >= :WS-ACH-FROM-DATE
052700                        AND ARCH_ACH_PAR_NBR > 0
052750                        AND ARCH_DESC_FORMAT = 'DEF'
052800                        AND ARCH_TX_AMT < 0
052900                      GROUP BY SUBSTR(ARCH_DESC_DATA, 1, 16)
053000                     HAVING COUNT(*) > 1) AS BILLERS
053100         END-EXEC
053200         PERFORM 4800-TEST-COUNT THRU 4800-EXIT
053300         IF  WS-COUNT > ZERO
053400             MOVE 'A' TO CLRQ-BLK-ACH
053500         END-IF
053600     END-IF.
053700     IF  ACCT-BALANCE < ZERO
053800         MOVE 'N' TO CLRQ-BLK-NEG-BAL
053900     END-IF.
054000 4000-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300 4800-TEST-COUNT.
054400     IF  SQLCODE NOT = ZERO
054500         DISPLAY 'DSDSB547 - BLOCKER COUNT FAILED, SQLCODE '
054600             SQLCODE
054700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
054800         MOVE 16 TO RETURN-CODE
054900         GOBACK
055000     END-IF.
055100 4800-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------
055400 4900-MARK-BLOCKED.
055500     ADD 1 TO WS-TOTAL-BLOCKED.
055600     EXEC SQL
055700         UPDATE DSDS.CLOSEREQ
055800            SET CLRQ_STATUS     = 'B',
055900                CLRQ_BLOCKERS   = :CLRQ-BLOCKERS,
056000                CLRQ_LAST_CHECK = CURRENT DATE
056100          WHERE CLRQ_BANK_NBR = :CLRQ-BANK-NBR
056200            AND CLRQ_ACCT_ID  = :CLRQ-ACCT-ID
056300            AND CLRQ_ACCT_NBR = :CLRQ-ACCT-NBR
056400     END-EXEC.
056500     MOVE ACCT-BALANCE TO WS-FINAL-AMT.
056600     MOVE 'BLOCKED  ' TO DL-DISP.
056700     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
056800 4900-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100 5000-CLOSE-ACCOUNT.
057200*    THE FINAL BALANCE LEAVES BY DSDS.PEND -- A DEBIT TO THE
057300*    CLOSING ACCOUNT AND EITHER AN OFFICIAL CHECK ON THE
057400*    NIPS.OFFCHK REGISTER OR A CREDIT TO THE TRANSFER ACCOUNT.
057500*    A ZERO BALANCE JUST CLOSES.
057600     MOVE ACCT-BALANCE TO WS-FINAL-AMT.
057700     MOVE ZERO TO CLRQ-OFC-SERIAL.
057800     IF  WS-FINAL-AMT > ZERO
057900         PERFORM 5100-DISBURSE THRU 5100-EXIT
058000         IF  WS-NOTE NOT = SPACES
058100             MOVE 'DISB FAIL' TO DL-DISP
058200             PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
058300             GO TO 5000-EXIT
058400         END-IF
058500     END-IF.
058600     EXEC SQL
058700         UPDATE CIF.ACCOUNT
058800            SET ACCT_STATUS        = 'C',
058900                ACCT_CLOSE_DATE    = CURRENT DATE,
059000                ACCT_PROG_MAINT_DT = CURRENT TIMESTAMP
059100          WHERE ACCT_BANK_NBR = :ACCT-BANK-NBR
059200            AND ACCT_FILE_ID  = :ACCT-FILE-ID
059300            AND ACCT_KEY      = :ACCT-KEY
059400     END-EXEC.
059500     IF  SQLCODE NOT = ZERO
059600         DISPLAY 'DSDSB547 - CIF.ACCOUNT CLOSE FAILED, SQLCODE '
059700             SQLCODE
059800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
059900         MOVE 16 TO RETURN-CODE
060000         GOBACK
060100     END-IF.
060200*    A CLOSED ACCOUNT TAKES NO MORE ACH DEBITS TO SCREEN.
060300     EXEC SQL
060400         UPDATE DSDS.ACHFENR
060500            SET AFEN_ACTIVE_IND = 'N'
060600          WHERE AFEN_BANK_NBR = :CLRQ-BANK-NBR
060700            AND AFEN_ACCT_ID  = :CLRQ-ACCT-ID
060800            AND AFEN_ACCT_NBR = :CLRQ-ACCT-NBR
060900     END-EXEC.
061000     MOVE WS-TODAY TO CLRQ-CLOSE-DATE.
061100     PERFORM 5800-MARK-CLOSED THRU 5800-EXIT.
061200     ADD WS-FINAL-AMT TO WS-AMT-DISBURSED.
061300     MOVE 'CLOSED   ' TO DL-DISP.
061400     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
061500 5000-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 5100-DISBURSE.
061880*    THE MONEY GOES OUT FIRST.  THE CLOSING DEBIT IS WRITTEN ONLY
061960*    ONCE THE TRANSFER OR THE CHECK IS IN; A DEBIT THAT WILL NOT
062040*    WRITE TAKES THE DISBURSEMENT BACK OUT, SO A RERUN OF A
062120*    REQUEST STILL QUEUED NEVER DEBITS THE ACCOUNT TWICE.
062200     IF  CLRQ-DISB-TRANSFER
062280         PERFORM 5200-TRANSFER THRU 5200-EXIT
062360     ELSE
062440         PERFORM 5300-OFFICIAL-CHECK THRU 5300-EXIT
062520     END-IF.
062600     IF  WS-NOTE NOT = SPACES
062680         GO TO 5100-EXIT
062760     END-IF.
062840     ADD 1 TO WS-SEQUENCE.
062920     EXEC SQL
063000         INSERT INTO DSDS.PEND
063080                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
063160                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
063240                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
063320                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
063400                 PEND_ITEM_COUNT)
063480         VALUES (:CLRQ-BANK-NBR, :CLRQ-ACCT-ID, :CLRQ-ACCT-NBR,
063560                 :DSDSB547-CLOSE-TX-CODE, :WS-FINAL-AMT,
063640                 :WS-TODAY-DATE, :DSDSB547-PEND-BATCH-NBR,
063720                 :WS-SEQUENCE, 'ACCOUNT CLOSED - FINAL BAL',
063800                 'DSDSB547', :WS-TODAY-DATE, 1)
063880     END-EXEC.
063960     IF  SQLCODE NOT = ZERO
064040         MOVE 'PEND WRITE FAILED' TO WS-NOTE
064120         PERFORM 5400-BACK-OUT-DISB THRU 5400-EXIT
064200     END-IF.
064280 5100-EXIT.
064360     EXIT.
064400*----------------------------------------------------------------
064500 5200-TRANSFER.
064600     ADD 1 TO WS-SEQUENCE.
064650     MOVE WS-SEQUENCE TO WS-DISB-SEQUENCE.
064700     EXEC SQL
064800         INSERT INTO DSDS.PEND
064900                (PEND_BANK_NBR, PEND_ACCT_ID, PEND_ACCT_NBR,
065000                 PEND_TX_CODE, PEND_TX_AMOUNT, PEND_EFFECT_DATE,
065100                 PEND_BATCH_NBR, PEND_SEQUENCE_NBR, PEND_TX_DESC,
065200                 PEND_SOURCE_PROG, PEND_ENTRY_DATE,
065300                 PEND_ITEM_COUNT)
065400         VALUES (:CLRQ-BANK-NBR, :CLRQ-XFER-ACCT-ID,
065500                 :CLRQ-XFER-ACCT-NBR, :DSDSB547-XFER-TX-CODE,
065600                 :WS-FINAL-AMT, :WS-TODAY-DATE,
065700                 :DSDSB547-PEND-BATCH-NBR, :WS-SEQUENCE,
065800                 'TRANSFER FROM CLOSED ACCT', 'DSDSB547',
065900                 :WS-TODAY-DATE, 1)
066000     END-EXEC.
066100     IF  SQLCODE NOT = ZERO
066200         MOVE 'PEND WRITE FAILED' TO WS-NOTE
066300         GO TO 5200-EXIT
066400     END-IF.
066500     ADD 1 TO WS-TOTAL-XFERS.
066600 5200-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900 5300-OFFICIAL-CHECK.
067000*    THE CHECK TAKES THE NEXT SERIAL ON THE BANK'S REGISTER AND
067100*    GOES ON AS OUTSTANDING, SO NIPSB505 PAIRS IT WHEN IT PAYS.
067200*    NO PAYEE ON THE REQUEST MEANS THE ACCOUNT NAME.
067300     MOVE CLRQ-BANK-NBR TO OFC-BANK-NBR.
067400     EXEC SQL
067500         SELECT COALESCE(MAX(OFC_SERIAL_NBR), 0) + 1
067600           INTO :WS-SERIAL
067700           FROM NIPS.OFFCHK
067800          WHERE OFC_BANK_NBR = :OFC-BANK-NBR
067900     END-EXEC.
068000     IF  SQLCODE NOT = ZERO
068100         MOVE 'NO CHECK SERIAL' TO WS-NOTE
068200         GO TO 5300-EXIT
068300     END-IF.
068400     MOVE WS-SERIAL TO OFC-SERIAL-NBR.
068500     MOVE WS-FINAL-AMT TO OFC-AMOUNT.
068600     IF  CLRQ-PAYEE = SPACES
068700         MOVE ACCT-NAME-RPL-TEXT TO OFC-PAYEE
068800     ELSE
068900         MOVE CLRQ-PAYEE TO OFC-PAYEE
069000     END-IF.
069100     EXEC SQL
069200         INSERT INTO NIPS.OFFCHK
069300                (OFC_BANK_NBR, OFC_SERIAL_NBR, OFC_AMOUNT,
069400                 OFC_PAYEE, OFC_STATUS, OFC_ISSUE_DATE,
069500                 OFC_PAID_DATE)
069600         VALUES (:OFC-BANK-NBR, :OFC-SERIAL-NBR, :OFC-AMOUNT,
069700                 :OFC-PAYEE, 'O', CURRENT DATE, '0001-01-01')
069800     END-EXEC.
069900     IF  SQLCODE NOT = ZERO
070000         MOVE 'CHECK REGISTER FAIL' TO WS-NOTE
070100         GO TO 5300-EXIT
070200     END-IF.
070300     ADD 1 TO WS-TOTAL-CHECKS.
070400     MOVE WS-SERIAL TO CLRQ-OFC-SERIAL.
070500 5300-EXIT.
070600     EXIT.
070603*----------------------------------------------------------------
070606 5400-BACK-OUT-DISB.
070609*    THE CLOSING DEBIT WOULD NOT WRITE -- TAKE BACK THE TRANSFER
070612*    CREDIT OR VOID THE CHECK JUST REGISTERED, SO THE REQUEST
070615*    STAYS QUEUED HAVING MOVED NO MONEY.
070618     IF  CLRQ-DISB-TRANSFER
070621         EXEC SQL
070624             DELETE FROM DSDS.PEND
070627              WHERE PEND_BANK_NBR     = :CLRQ-BANK-NBR
070630                AND PEND_BATCH_NBR    = :DSDSB547-PEND-BATCH-NBR
070633                AND PEND_SEQUENCE_NBR = :WS-DISB-SEQUENCE
070636                AND PEND_SOURCE_PROG  = 'DSDSB547'
070639                AND PEND_ENTRY_DATE   = :WS-TODAY-DATE
070642         END-EXEC
070645         SUBTRACT 1 FROM WS-TOTAL-XFERS
070648     ELSE
070651         EXEC SQL
070654             DELETE FROM NIPS.OFFCHK
070657              WHERE OFC_BANK_NBR   = :OFC-BANK-NBR
070660                AND OFC_SERIAL_NBR = :OFC-SERIAL-NBR
070663         END-EXEC
070666         SUBTRACT 1 FROM WS-TOTAL-CHECKS
070669         MOVE ZERO TO CLRQ-OFC-SERIAL
070672     END-IF.
070675     IF  SQLCODE NOT = ZERO
070678         DISPLAY 'DSDSB547 - DISB BACK-OUT FAILED, SQLCODE '
070681             SQLCODE
070684         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
070687         MOVE 16 TO RETURN-CODE
070690         GOBACK
070693     END-IF.
070696 5400-EXIT.
070699     EXIT.
070700*----------------------------------------------------------------
070800 5800-MARK-CLOSED.
070900     ADD 1 TO WS-TOTAL-CLOSED.
071000     MOVE WS-FINAL-AMT TO CLRQ-FINAL-AMT.
071100     EXEC SQL
071200         UPDATE DSDS.CLOSEREQ
071300            SET CLRQ_STATUS     = 'C',
071400                CLRQ_BLOCKERS   = ' ',
071500                CLRQ_LAST_CHECK = CURRENT DATE,
071600                CLRQ_CLOSE_DATE = :CLRQ-CLOSE-DATE,
071700                CLRQ_FINAL_AMT  = :CLRQ-FINAL-AMT,
071800                CLRQ_OFC_SERIAL = :CLRQ-OFC-SERIAL
071900          WHERE CLRQ_BANK_NBR = :CLRQ-BANK-NBR
072000            AND CLRQ_ACCT_ID  = :CLRQ-ACCT-ID
072100            AND CLRQ_ACCT_NBR = :CLRQ-ACCT-NBR
072200     END-EXEC.
072300 5800-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 5900-WRITE-DETAIL.
072700     MOVE CLRQ-BANK-NBR  TO DL-BANK-NBR.
072800     MOVE CLRQ-ACCT-ID   TO DL-ACCT-ID.
072900     MOVE CLRQ-ACCT-NBR  TO DL-ACCT-NBR.
073000     MOVE CLRQ-REQ-DATE  TO DL-REQ-DATE.
073100     MOVE WS-AGE         TO DL-AGE.
073200     MOVE WS-FINAL-AMT   TO DL-AMOUNT.
073300     MOVE CLRQ-BLOCKERS  TO DL-BLOCKERS.
073400     MOVE WS-NOTE        TO DL-NOTE.
073500     IF  DL-DISP = 'CLOSED   '
073600     AND CLRQ-OFC-SERIAL > ZERO
073700         MOVE CLRQ-OFC-SERIAL TO WS-SERIAL-X
073800         MOVE SPACES TO DL-NOTE
073900         STRING 'OFF CHECK ' DELIMITED BY SIZE
074000             WS-SERIAL-X DELIMITED BY SIZE
074100             INTO DL-NOTE
074200     END-IF.
074300     MOVE WS-DETAIL-LINE TO RPT655-RECORD.
074400     WRITE RPT655-RECORD.
074500 5900-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800 6000-QUEUE-REQUEST.
074900*    THE ACCOUNT MUST BE OPEN ON CIF.ACCOUNT.  A REQUEST ALREADY
075000*    ON FILE AND NOT YET CLOSED TAKES THE NEW INSTRUCTIONS AND
075100*    GOES BACK IN THE QUEUE.
075200     IF  DSDSB547-DISB-METHOD NOT = 'C'
075300     AND DSDSB547-DISB-METHOD NOT = 'T'
075400         DISPLAY 'DSDSB547 - DISB-METHOD MUST BE C OR T'
075500         MOVE 8 TO RETURN-CODE
075600         GO TO 6000-EXIT
075700     END-IF.
075800     IF  DSDSB547-DISB-METHOD = 'T'
075900     AND DSDSB547-XFER-ACCT-NBR = ZERO
076000         DISPLAY 'DSDSB547 - TRANSFER NEEDS XFER-ACCT-NBR'
076100         MOVE 8 TO RETURN-CODE
076200         GO TO 6000-EXIT
076300     END-IF.
076400     MOVE DSDSB547-BANK-NBR      TO CLRQ-BANK-NBR.
076500     MOVE DSDSB547-ACCT-ID       TO CLRQ-ACCT-ID.
076600     MOVE DSDSB547-ACCT-NBR      TO CLRQ-ACCT-NBR.
076700     MOVE DSDSB547-OPER-ID       TO CLRQ-REQ-BY.
076800     MOVE DSDSB547-DISB-METHOD   TO CLRQ-DISB-METHOD.
076900     MOVE DSDSB547-PAYEE         TO CLRQ-PAYEE.
077000     MOVE DSDSB547-XFER-ACCT-ID  TO CLRQ-XFER-ACCT-ID.
077100     MOVE DSDSB547-XFER-ACCT-NBR TO CLRQ-XFER-ACCT-NBR.
077200     MOVE DSDSB547-ACH-ACK       TO CLRQ-ACH-ACK.
077300     IF  NOT CLRQ-ACH-ACKNOWLEDGED
077400         MOVE 'N' TO CLRQ-ACH-ACK
077500     END-IF.
077600     MOVE CLRQ-ACCT-NBR TO WS-ACCT-KEY-NBR.
077700     PERFORM 2200-READ-ACCOUNT THRU 2200-EXIT.
077800     IF  SQLCODE = 100
077900     OR  NOT ACCT-STATUS-OPEN
078000         DISPLAY 'DSDSB547 - NO OPEN ACCOUNT ' CLRQ-ACCT-NBR
078100         MOVE 8 TO RETURN-CODE
078200         GO TO 6000-EXIT
078300     END-IF.
078400     EXEC SQL
078500         INSERT INTO DSDS.CLOSEREQ
078600                (CLRQ_BANK_NBR, CLRQ_ACCT_ID, CLRQ_ACCT_NBR,
078700                 CLRQ_REQ_DATE, CLRQ_REQ_BY, CLRQ_DISB_METHOD,
078800                 CLRQ_PAYEE, CLRQ_XFER_ACCT_ID,
078900                 CLRQ_XFER_ACCT_NBR, CLRQ_ACH_ACK, CLRQ_STATUS,
079000                 CLRQ_BLOCKERS, CLRQ_LAST_CHECK, CLRQ_CLOSE_DATE,
079100                 CLRQ_FINAL_AMT, CLRQ_OFC_SERIAL)
079200         VALUES (:CLRQ-BANK-NBR, :CLRQ-ACCT-ID, :CLRQ-ACCT-NBR,
079300                 CURRENT DATE, :CLRQ-REQ-BY, :CLRQ-DISB-METHOD,
079400                 :CLRQ-PAYEE, :CLRQ-XFER-ACCT-ID,
079500                 :CLRQ-XFER-ACCT-NBR, :CLRQ-ACH-ACK, 'Q',
079600                 ' ', '0001-01-01', '0001-01-01', 0, 0)
079700     END-EXEC.
079800     IF  SQLCODE = -803
079900         EXEC SQL
080000             UPDATE DSDS.CLOSEREQ
080100                SET CLRQ_REQ_DATE      = CURRENT DATE,
080200                    CLRQ_REQ_BY        = :CLRQ-REQ-BY,
080300                    CLRQ_DISB_METHOD   = :CLRQ-DISB-METHOD,
080400                    CLRQ_PAYEE         = :CLRQ-PAYEE,
080500                    CLRQ_XFER_ACCT_ID  = :CLRQ-XFER-ACCT-ID,
080600                    CLRQ_XFER_ACCT_NBR = :CLRQ-XFER-ACCT-NBR,
080700                    CLRQ_ACH_ACK       = :CLRQ-ACH-ACK,
080800                    CLRQ_STATUS        = 'Q'
080900              WHERE CLRQ_BANK_NBR = :CLRQ-BANK-NBR
081000                AND CLRQ_ACCT_ID  = :CLRQ-ACCT-ID
081100                AND CLRQ_ACCT_NBR = :CLRQ-ACCT-NBR
081200                AND CLRQ_STATUS  <> 'C'
081300         END-EXEC
081400     END-IF.
081500     IF  SQLCODE = ZERO
081600         DISPLAY 'DSDSB547 - CLOSE REQUEST QUEUED FOR '
081700             CLRQ-ACCT-NBR
081800     ELSE
081900         DISPLAY 'DSDSB547 - CLOSE REQUEST NOT QUEUED, SQLCODE '
082000             SQLCODE
082100         MOVE 8 TO RETURN-CODE
082200     END-IF.
082300 6000-EXIT.
082400     EXIT.
082500*----------------------------------------------------------------
082600 6500-CANCEL-REQUEST.
082700     MOVE DSDSB547-BANK-NBR TO CLRQ-BANK-NBR.
082800     MOVE DSDSB547-ACCT-ID  TO CLRQ-ACCT-ID.
082900     MOVE DSDSB547-ACCT-NBR TO CLRQ-ACCT-NBR.
083000     EXEC SQL
083100         UPDATE DSDS.CLOSEREQ
083200            SET CLRQ_STATUS     = 'X',
083300                CLRQ_LAST_CHECK = CURRENT DATE
083400          WHERE CLRQ_BANK_NBR = :CLRQ-BANK-NBR
083500            AND CLRQ_ACCT_ID  = :CLRQ-ACCT-ID
083600            AND CLRQ_ACCT_NBR = :CLRQ-ACCT-NBR
083700            AND CLRQ_STATUS IN ('Q', 'B')
083800     END-EXEC.
083900     IF  SQLCODE = ZERO
084000         DISPLAY 'DSDSB547 - CLOSE REQUEST CANCELLED FOR '
084100             CLRQ-ACCT-NBR
084200     ELSE
084300         DISPLAY 'DSDSB547 - NO OPEN CLOSE REQUEST FOR '
084400             CLRQ-ACCT-NBR
084500         MOVE 8 TO RETURN-CODE
084600     END-IF.
084700 6500-EXIT.
084800     EXIT.
084900*----------------------------------------------------------------
085000 7000-AGING-REPORT.
085100*    WHAT IS STILL OPEN AFTER TONIGHT AND OLDER THAN THE AGE
085200*    LINE, OLDEST FIRST, WITH WHAT IS HOLDING IT UP.
085300     MOVE SPACES TO RPT655-RECORD.
085400     WRITE RPT655-RECORD.
085500     MOVE WS-AGE-DAYS TO AH-DAYS.
085600     MOVE WS-AGING-HEADING TO RPT655-RECORD.
085700     WRITE RPT655-RECORD.
085800     MOVE 'N' TO WS-EOF-SW.
085900     EXEC SQL
086000         DECLARE CSR655A CURSOR FOR
086100         SELECT CLRQ_BANK_NBR, CLRQ_ACCT_ID, CLRQ_ACCT_NBR,
086200                CLRQ_REQ_DATE, CLRQ_BLOCKERS,
086300                DAYS(CURRENT DATE) - DAYS(CLRQ_REQ_DATE)
086400           FROM DSDS.CLOSEREQ
086500          WHERE CLRQ_STATUS IN ('Q', 'B')
086600            AND CLRQ_REQ_DATE <= CURRENT DATE - :WS-AGE-DAYS DAYS
086700          ORDER BY CLRQ_REQ_DATE, CLRQ_BANK_NBR, CLRQ_ACCT_NBR
086800     END-EXEC.
086900     EXEC SQL OPEN CSR655A END-EXEC.
087000     PERFORM 7100-FETCH-AGED THRU 7100-EXIT.
087100     PERFORM 7200-LIST-ONE-AGED THRU 7200-EXIT
087200         UNTIL WS-EOF-YES.
087300     EXEC SQL CLOSE CSR655A END-EXEC.
087400 7000-EXIT.
087500     EXIT.
087600*----------------------------------------------------------------
087700 7100-FETCH-AGED.
087800     EXEC SQL
087900         FETCH CSR655A
088000          INTO :CLRQ-BANK-NBR, :CLRQ-ACCT-ID, :CLRQ-ACCT-NBR,
088100               :CLRQ-REQ-DATE, :CLRQ-BLOCKERS, :WS-AGE
088200     END-EXEC.
088300     IF  SQLCODE NOT = ZERO
088400         SET WS-EOF-YES TO TRUE
088500     END-IF.
088600 7100-EXIT.
088700     EXIT.
088800*----------------------------------------------------------------
088900 7200-LIST-ONE-AGED.
089000     ADD 1 TO WS-TOTAL-AGED.
089100     MOVE 'AGING    ' TO DL-DISP.
089200     MOVE ZERO TO WS-FINAL-AMT.
089300     MOVE ZERO TO CLRQ-OFC-SERIAL.
089400     MOVE SPACES TO WS-NOTE.
089500     IF  CLRQ-BLOCKERS = SPACES
089600         MOVE 'NOT YET CHECKED' TO WS-NOTE
089700     END-IF.
089800     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
089900     PERFORM 7100-FETCH-AGED THRU 7100-EXIT.
090000 7200-EXIT.
090100     EXIT.
090200*----------------------------------------------------------------
090300 8000-FINALIZE.
090400     MOVE SPACES TO RPT655-RECORD.
090500     WRITE RPT655-RECORD.
090600     MOVE 'REQUESTS CHECKED'       TO TL-LABEL.
090700     MOVE WS-TOTAL-CHECKED         TO TL-COUNT.
090800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
090900     MOVE 'ACCOUNTS CLOSED'        TO TL-LABEL.
091000     MOVE WS-TOTAL-CLOSED          TO TL-COUNT.
091100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
091200     MOVE 'REQUESTS BLOCKED'       TO TL-LABEL.
091300     MOVE WS-TOTAL-BLOCKED         TO TL-COUNT.
091400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
091500     MOVE 'DEBIT CARDS CLOSED'     TO TL-LABEL.
091600     MOVE WS-TOTAL-CARDS           TO TL-COUNT.
091700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
091800     MOVE 'CARD LINKS REMOVED'     TO TL-LABEL.
091900     MOVE WS-TOTAL-UNLINKED        TO TL-COUNT.
092000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
092100     MOVE 'OFFICIAL CHECKS ISSUED' TO TL-LABEL.
092200     MOVE WS-TOTAL-CHECKS          TO TL-COUNT.
092300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
092400     MOVE 'TRANSFERS'              TO TL-LABEL.
092500     MOVE WS-TOTAL-XFERS           TO TL-COUNT.
092600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
092700     MOVE 'REQUESTS PAST AGE LINE' TO TL-LABEL.
092800     MOVE WS-TOTAL-AGED            TO TL-COUNT.
092900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
093000     MOVE 'FINAL BALANCES PAID OUT' TO AL-LABEL.
093100     MOVE WS-AMT-DISBURSED         TO AL-AMOUNT.
093200     MOVE WS-AMOUNT-LINE TO RPT655-RECORD.
093300     WRITE RPT655-RECORD.
093400     CLOSE RPT655-FILE.
093500     IF  WS-TOTAL-AGED > ZERO
093600         MOVE 4 TO RETURN-CODE
093700     END-IF.
093800 8000-EXIT.
093900     EXIT.
094000*----------------------------------------------------------------
094100 8100-WRITE-TOTAL.
094200     MOVE WS-TOTAL-LINE TO RPT655-RECORD.
094300     WRITE RPT655-RECORD.
094400 8100-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700 9000-LOG-FATAL.
094800*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
094900*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
095000*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
095100     MOVE 'DSDSB547'                TO ADMU501-PROGRAM.
095200     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
095300     MOVE SQLCODE                   TO ADMU501-SQLCODE.
095400     MOVE SPACES                    TO ADMU501-FILE-STATUS.
095500     MOVE SPACES                    TO ADMU501-KEY-DATA.
095600     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
095700       TO ADMU501-MSG.
095800     CALL 'ADMU501' USING ADMU501-PARAMETERS.
095900 9000-EXIT.
096000     EXIT.
