000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMB519.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  WEEKLY FOLLOW-UP  *
001500*                      OF NEW AND REISSUED PLASTICS NEVER USED   *
001600*                      SINCE THEY WENT OUT.  PAST THE FIRST      *
001700*                      THRESHOLD THE OWNER GETS AN EDOC050       *
001800*                      ACTIVATION REMINDER; PAST THE SECOND A    *
001900*                      REMINDED CARD IS CLOSED (90) AND ITS      *
002000*                      WALLET TOKENS ARE SUSPENDED.  ACTIVATION  *
002100*                      RATES ARE REPORTED BY BRANCH AND BY       *
002200*                      CREATION METHOD.                          *
002300*                                                                *
002320*   10/15/2026 RM     THE CLOSE (90) NOW GOES THROUGH ACMU503   *
002340*                      SO THE STATUS CHANGE IS JOURNALED ON      *
002360*                      ACM.CARDJRNL.                             *
002364*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002368*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002372*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002376*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002380*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RPT638-FILE ASSIGN TO RPT638
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT TOKOUT-FILE ASSIGN TO TOKOUT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RPT638-FILE
003800     RECORDING MODE F.
003900 01  RPT638-RECORD               PIC X(132).
004000 FD  TOKOUT-FILE
004100     RECORDING MODE F.
004200 01  TOKOUT-RECORD.
004300     COPY ACMTOKRQ.
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600*    ADMU501-PARAMETERS (COPY ADMU501P) -- THE COMMON ERROR
004700*    LOGGER EVERY OVERNIGHT JOB CALLS ON A FATAL CONDITION.
004800     COPY ADMU501P.
004900 01  WS-SWITCHES.
005000     05  WS-EOF-SW                PIC X       VALUE 'N'.
005100         88  WS-EOF-YES                   VALUE 'Y'.
005200     05  WS-TOKX-EOF-SW           PIC X       VALUE 'N'.
005300         88  WS-TOKX-EOF-YES              VALUE 'Y'.
005400     05  WS-RATE-EOF-SW           PIC X       VALUE 'N'.
005500         88  WS-RATE-EOF-YES              VALUE 'Y'.
005600 01  WS-WORK-FIELDS.
005700     05  WS-FIRST-DAYS            PIC S9(5)   COMP-3 VALUE +0.
005800     05  WS-SECOND-DAYS           PIC S9(5)   COMP-3 VALUE +0.
005900     05  WS-LOOKBACK-DAYS         PIC S9(5)   COMP-3 VALUE +0.
006000     05  WS-AGE-DAYS              PIC S9(5)   COMP-3 VALUE +0.
006100     05  WS-ANCHOR-DATE           PIC X(10)   VALUE SPACE.
006200     05  WS-CARD-NBR-WORK         PIC X(19)   VALUE SPACE.
006300     05  FILLER REDEFINES WS-CARD-NBR-WORK.
006400         10  FILLER               PIC X(12).
006500         10  WS-CARD-LAST-FOUR    PIC X(04).
006600         10  FILLER               PIC X(03).
006700     05  WS-RATE-BANK-NBR         PIC S9(3)   COMP-3 VALUE +0.
006800     05  WS-RATE-BRANCH           PIC S9(5)   COMP-3 VALUE +0.
006900     05  WS-RATE-METHOD           PIC X(01)   VALUE SPACE.
007000     05  WS-RATE-ISSUED           PIC S9(7)   COMP-3 VALUE +0.
007100     05  WS-RATE-ACTIVATED        PIC S9(7)   COMP-3 VALUE +0.
007200     05  WS-RATE-PCT              PIC S9(3)V9 COMP-3 VALUE +0.
007300     05  WS-CARD-TOKENS           PIC S9(5)   COMP  VALUE ZERO.
007400     05  WS-COHORT-ISSUED         PIC S9(7)   COMP  VALUE ZERO.
007500     05  WS-COHORT-ACTIVATED      PIC S9(7)   COMP  VALUE ZERO.
007600     05  WS-TOTAL-UNACTIVATED     PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-REMINDED        PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-NOTICE-FAILED   PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-NO-ACCOUNT      PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-AWAITING        PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-TOTAL-CLOSED          PIC S9(7)   COMP  VALUE ZERO.
008200     05  WS-TOTAL-MOVED-ON        PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-TOTAL-REOPENED        PIC S9(7)   COMP  VALUE ZERO.
008400     05  WS-TOTAL-TOKENS          PIC S9(7)   COMP  VALUE ZERO.
008450     05  WS-STILL-UNUSED          PIC S9(4)   COMP  VALUE ZERO.
008500*    THE NOTICE INSERT NAMES THE PLASTIC AND WHEN IT WENT OUT.
008600 01  WS-NOTICE-INST.
008700     05  FILLER                   PIC X(12)   VALUE
008800         'CARD ENDING '.
008900     05  NI-LAST-FOUR             PIC X(04).
009000     05  FILLER                   PIC X(08)   VALUE
009100         ' MAILED '.
009200     05  NI-ANCHOR-DATE           PIC X(10).
009300     05  FILLER                   PIC X(46)   VALUE SPACE.
009400*----------------------------------------------------------------
009500     COPY ACRSTRAN.
009600*----------------------------------------------------------------
009700     COPY ADMPARM1.
009800*----------------------------------------------------------------
009900     COPY ACMCACTV.
010000*----------------------------------------------------------------
010100     COPY ACMTOKEN.
010200*----------------------------------------------------------------
010300     COPY EMPWORK.
010400*----------------------------------------------------------------
010500     COPY EDOCU51P.
010510*----------------------------------------------------------------
010520     COPY EDOCU53P.
010530*----------------------------------------------------------------
010560     COPY ACMU503P.
010600*----------------------------------------------------------------
010700 01  WS-HEADING-1.
010800     05  FILLER  PIC X(132) VALUE
010900       'ACMB519  UNACTIVATED CARD FOLLOW-UP AND ACTIVATION RATES'.
011000 01  WS-HEADING-2.
011100     05  FILLER  PIC X(13)  VALUE 'REMIND AFTER '.
011200     05  HD-FIRST-DAYS            PIC ZZ9.
011300     05  FILLER  PIC X(18)  VALUE ' DAYS, CLOSE AFTER'.
011400     05  HD-SECOND-DAYS           PIC ZZZ9.
011500     05  FILLER  PIC X(20)  VALUE ' DAYS, RATES OVER   '.
011600     05  HD-LOOKBACK-DAYS         PIC ZZ9.
011700     05  FILLER  PIC X(71)  VALUE ' DAYS'.
011800 01  WS-HEADING-3.
011900     05  FILLER  PIC X(46)  VALUE
012000       'ACTION     BNK CARD NUMBER         MAILED     '.
012100     05  FILLER  PIC X(86)  VALUE
012200       '  AGE TOKENS NOTE'.
012300 01  WS-DETAIL-LINE.
012400     05  DL-ACTION                PIC X(10).
012500     05  FILLER                   PIC X(01)   VALUE SPACE.
012600     05  DL-BANK-NBR              PIC 9(03).
012700     05  FILLER                   PIC X(01)   VALUE SPACE.
012800     05  DL-CARD-NBR              PIC X(19).
012900     05  FILLER                   PIC X(01)   VALUE SPACE.
013000     05  DL-ANCHOR-DATE           PIC X(10).
013100     05  FILLER                   PIC X(01)   VALUE SPACE.
013200     05  DL-AGE                   PIC ZZZZ9.
013300     05  FILLER                   PIC X(01)   VALUE SPACE.
013400     05  DL-TOKENS                PIC ZZZZZ9.
013500     05  FILLER                   PIC X(01)   VALUE SPACE.
013600     05  DL-NOTE                  PIC X(40).
013700     05  FILLER                   PIC X(33)   VALUE SPACE.
013800 01  WS-RATE-HEADING.
013900     05  RH-TITLE                 PIC X(46).
014000     05  FILLER  PIC X(86)  VALUE
014100       ' ISSUED ACTIVATED  UNUSED   PCT'.
014200 01  WS-RATE-LINE.
014300     05  RL-LABEL                 PIC X(46).
014400     05  RL-ISSUED                PIC ZZZ,ZZ9.
014500     05  FILLER                   PIC X(03)   VALUE SPACE.
014600     05  RL-ACTIVATED             PIC ZZZ,ZZ9.
014700     05  FILLER                   PIC X(01)   VALUE SPACE.
014800     05  RL-UNUSED                PIC ZZZ,ZZ9.
014900     05  FILLER                   PIC X(01)   VALUE SPACE.
015000     05  RL-PCT                   PIC ZZ9.9.
015100     05  FILLER                   PIC X(55)   VALUE SPACE.
015200 01  WS-BRANCH-LABEL.
015300     05  FILLER                   PIC X(05)   VALUE 'BANK '.
015400     05  BL-BANK-NBR              PIC 9(03).
015500     05  FILLER                   PIC X(08)   VALUE ' BRANCH '.
015600     05  BL-BRANCH                PIC ZZZZ9.
015700     05  FILLER                   PIC X(25)   VALUE SPACE.
015800 01  WS-METHOD-LABEL.
015900     05  FILLER                   PIC X(16)   VALUE
016000         'CREATION METHOD '.
016100     05  ML-METHOD                PIC X(01).
016200     05  FILLER                   PIC X(29)   VALUE SPACE.
016300 01  WS-TOTAL-LINE.
016400     05  TL-LABEL                 PIC X(26).
016500     05  TL-COUNT                 PIC ZZZ,ZZ9.
016600     05  FILLER                   PIC X(99)   VALUE SPACE.
016700*----------------------------------------------------------------
016800 LINKAGE SECTION.
016900 01  ACMB519-PARM.
017000*    DAYS AFTER THE MAIL DATE BEFORE AN UNUSED CARD'S OWNER IS
017100*    REMINDED (45 WHEN ZERO), AND BEFORE A REMINDED CARD STILL
017200*    UNUSED IS CLOSED (90 WHEN ZERO OR NOT PAST THE FIRST).
017300     05  ACMB519-FIRST-DAYS        PIC 9(03).
017400     05  ACMB519-SECOND-DAYS       PIC 9(03).
017500*    CARDS MAILED WITHIN THIS MANY DAYS (BUT PAST THE FIRST
017600*    THRESHOLD) MAKE UP THE ACTIVATION-RATE COHORT (180 WHEN
017700*    ZERO).
017800     05  ACMB519-LOOKBACK-DAYS     PIC 9(03).
017900     05  ACMB519-DEL-METHOD        PIC 9(03).
018000*----------------------------------------------------------------
018100 PROCEDURE DIVISION USING ACMB519-PARM.
018200*
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     PERFORM 2000-FOLLOW-UP-CARDS THRU 2000-EXIT.
018600     PERFORM 6000-RATES-BY-BRANCH THRU 6000-EXIT.
018700     PERFORM 6500-RATES-BY-METHOD THRU 6500-EXIT.
018800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018900     GOBACK.
019000*----------------------------------------------------------------
019100 1000-INITIALIZE.
019200     MOVE ACMB519-FIRST-DAYS    TO WS-FIRST-DAYS.
019300     MOVE ACMB519-SECOND-DAYS   TO WS-SECOND-DAYS.
019400     MOVE ACMB519-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS.
019500     IF  WS-FIRST-DAYS = ZERO
019600         MOVE 45 TO WS-FIRST-DAYS
019700     END-IF.
019800     IF  WS-SECOND-DAYS NOT > WS-FIRST-DAYS
019900         MOVE 90 TO WS-SECOND-DAYS
020000     END-IF.
020100     IF  WS-SECOND-DAYS NOT > WS-FIRST-DAYS
020200         COMPUTE WS-SECOND-DAYS = WS-FIRST-DAYS + 45
020300     END-IF.
020400     IF  WS-LOOKBACK-DAYS = ZERO
020500         MOVE 180 TO WS-LOOKBACK-DAYS
020600     END-IF.
020700     OPEN OUTPUT RPT638-FILE.
020800     OPEN OUTPUT TOKOUT-FILE.
020900     MOVE WS-FIRST-DAYS    TO HD-FIRST-DAYS.
021000     MOVE WS-SECOND-DAYS   TO HD-SECOND-DAYS.
021100     MOVE WS-LOOKBACK-DAYS TO HD-LOOKBACK-DAYS.
021200     MOVE WS-HEADING-1 TO RPT638-RECORD.
021300     WRITE RPT638-RECORD.
021400     MOVE WS-HEADING-2 TO RPT638-RECORD.
021500     WRITE RPT638-RECORD.
021600     MOVE SPACES TO RPT638-RECORD.
021700     WRITE RPT638-RECORD.
021800     MOVE WS-HEADING-3 TO RPT638-RECORD.
021900     WRITE RPT638-RECORD.
022000 1000-EXIT.
022100     EXIT.
022200*----------------------------------------------------------------
022300 2000-FOLLOW-UP-CARDS.
022400*    AN OPEN PLASTIC WITH NO ACTIVITY SINCE IT WAS LAST MAILED --
022500*    LAST-ACTIVITY DATE BEFORE THE LATER OF ITS ISSUE AND REISSUE
022600*    DATES AND NO APPLICATION TRANSACTIONS -- IS UNACTIVATED.
022700*    VIRTUAL CARDS (PLASTIC TYPE 90) ARE NEVER MAILED AND ARE
022800*    LEFT OUT.  THE ACM.CARDACTV ROW SAYS WHAT HAS ALREADY BEEN
022900*    DONE FOR THE CURRENT MAILING.
023000     EXEC SQL
023100         DECLARE CSR519 CURSOR FOR
023200         SELECT D.ADC_BANK_NBR, D.ADC_CARD_NBR, D.ANCHOR_DATE,
023300                DAYS(CURRENT DATE) - DAYS(D.ANCHOR_DATE),
023400                COALESCE(N.CACT_ANCHOR_DATE, '0001-01-01'),
023500                COALESCE(N.CACT_REMIND_DATE, '0001-01-01'),
023600                COALESCE(N.CACT_CLOSE_DATE, '0001-01-01')
023700           FROM (SELECT ADC_BANK_NBR, ADC_CARD_NBR,
023800                        ADC_LST_ACT_DATE, ADC_APPL_TX_COUNTER,
023900                        CASE WHEN ADC_REISSUE_DATE >
024000                                  ADC_ISSUE_DATE
024100                             THEN ADC_REISSUE_DATE
024200                             ELSE ADC_ISSUE_DATE
024300                        END AS ANCHOR_DATE
024400                   FROM ACM.DEBCARD
024500                  WHERE ADC_STATUS = '50'
024600                    AND ADC_PLASTIC_TYPE <> 90) D
024700           LEFT JOIN ACM.CARDACTV N
024800             ON N.CACT_BANK_NBR = D.ADC_BANK_NBR
024900            AND N.CACT_CARD_NBR = D.ADC_CARD_NBR
025000          WHERE D.ANCHOR_DATE > '0001-01-01'
025100            AND D.ANCHOR_DATE <=
025200                CURRENT DATE - :WS-FIRST-DAYS DAYS
025300            AND D.ADC_LST_ACT_DATE < D.ANCHOR_DATE
025400            AND D.ADC_APPL_TX_COUNTER = 0
025500          ORDER BY D.ADC_BANK_NBR, D.ADC_CARD_NBR
025600     END-EXEC.
025700     EXEC SQL
025800         OPEN CSR519
025900     END-EXEC.
026000     PERFORM 2100-FETCH-CARD THRU 2100-EXIT.
026100     PERFORM 3000-FOLLOW-UP-ONE-CARD THRU 3000-EXIT
026200         UNTIL WS-EOF-YES.
026300     EXEC SQL
026400         CLOSE CSR519
026500     END-EXEC.
026600 2000-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900 2100-FETCH-CARD.
027000     EXEC SQL
027100         FETCH CSR519
027200          INTO :ADC-BANK-NBR, :ADC-CARD-NBR, :WS-ANCHOR-DATE,
027300               :WS-AGE-DAYS, :CACT-ANCHOR-DATE,
027400               :CACT-REMIND-DATE, :CACT-CLOSE-DATE
027500     END-EXEC.
027600     IF  SQLCODE NOT = ZERO
027700         SET WS-EOF-YES TO TRUE
027800     END-IF.
027900 2100-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 3000-FOLLOW-UP-ONE-CARD.
028300     PERFORM 3050-DECIDE-ACTION THRU 3050-EXIT.
028400     PERFORM 2100-FETCH-CARD THRU 2100-EXIT.
028500 3000-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800 3050-DECIDE-ACTION.
028900*    NO CARD IS CLOSED WITHOUT A REMINDER FOR THE SAME MAILING --
029000*    ONE FIRST SEEN PAST THE SECOND THRESHOLD IS REMINDED NOW AND
029100*    CLOSED ON A LATER RUN.  A CARD ALREADY CLOSED ONCE FOR THIS
029200*    MAILING AND SINCE REOPENED BY THE BRANCH IS LEFT ALONE.
029300     ADD 1 TO WS-TOTAL-UNACTIVATED.
029400     MOVE ZERO            TO WS-CARD-TOKENS DL-TOKENS.
029500     MOVE SPACES          TO DL-NOTE.
029600     MOVE ADC-BANK-NBR    TO DL-BANK-NBR.
029700     MOVE ADC-CARD-NBR    TO DL-CARD-NBR.
029800     MOVE WS-ANCHOR-DATE  TO DL-ANCHOR-DATE.
029900     MOVE WS-AGE-DAYS     TO DL-AGE.
030000     IF  CACT-ANCHOR-DATE NOT = WS-ANCHOR-DATE
030100     OR  CACT-REMIND-DATE = '0001-01-01'
030200         PERFORM 3100-SEND-REMINDER THRU 3100-EXIT
030300         GO TO 3050-EXIT
030400     END-IF.
030500     IF  CACT-CLOSE-DATE NOT = '0001-01-01'
030600         ADD 1 TO WS-TOTAL-REOPENED
030700         GO TO 3050-EXIT
030800     END-IF.
030900     IF  WS-AGE-DAYS < WS-SECOND-DAYS
031000         ADD 1 TO WS-TOTAL-AWAITING
031100         GO TO 3050-EXIT
031200     END-IF.
031300     PERFORM 3300-CLOSE-CARD THRU 3300-EXIT.
031400 3050-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700 3100-SEND-REMINDER.
031800*    THE REMINDER GOES TO THE CHECKING ACCOUNT THE CARD DRAWS ON
031900*    (ACM.DEBCXREF DDA LINK).
032000     EXEC SQL
032100         SELECT ADCX_FILE_BANK, ADCX_FILE_ID, ADCX_FILE_KEY
032200           INTO :ADCX-FILE-BANK, :ADCX-FILE-ID, :ADCX-FILE-KEY
032300           FROM ACM.DEBCXREF
032400          WHERE ADCX_BANK_NBR  = :ADC-BANK-NBR
032500            AND ADCX_CARD_NBR  = :ADC-CARD-NBR
032600            AND ADCX_FILE_TYPE = 1
032700          FETCH FIRST 1 ROW ONLY
032800     END-EXEC.
032900     IF  SQLCODE NOT = ZERO
033000         ADD 1 TO WS-TOTAL-NO-ACCOUNT
033100         MOVE 'NO ACCOUNT' TO DL-ACTION
033200         MOVE 'NO DDA LINK ON ACM.DEBCXREF' TO DL-NOTE
033300         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
033400         GO TO 3100-EXIT
033500     END-IF.
033600     MOVE ADC-CARD-NBR       TO WS-CARD-NBR-WORK.
033700     MOVE WS-CARD-LAST-FOUR  TO NI-LAST-FOUR.
033800     MOVE WS-ANCHOR-DATE     TO NI-ANCHOR-DATE.
033900     MOVE 'ACMB519'          TO EDOC050-SOURCE-PROG.
034000     MOVE ZERO               TO EDOC050-USER-ID.
034100     MOVE ADCX-FILE-BANK     TO EDOC050-ACCT-BANK-NBR.
034200     MOVE ADCX-FILE-ID       TO EDOC050-ACCT-FILE-ID.
034300     MOVE ADCX-FILE-KEY      TO EDOC050-ACCT-KEY.
034400     MOVE 'CARDACT1'         TO EDOC050-FORM-ID.
034500     MOVE ACMB519-DEL-METHOD TO EDOC050-DEL-METHOD (1).
034600     MOVE 'YOUR DEBIT CARD IS WAITING TO BE ACTIVATED'
034700       TO EDOC050-DEL-SUBJECT (1).
034800     MOVE SPACE              TO EDOC050-DEL-DATA (1).
034900     MOVE WS-NOTICE-INST     TO EDOC050-DEL-INST (1).
035000     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
035100     CALL 'EDOC050' USING EDOC050-PARAMETERS.
035110     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
035200*    AN UNDELIVERED REMINDER IS NOT RECORDED, SO NEXT WEEK'S
035300*    RUN TRIES AGAIN AND THE CLOSE WAITS FOR IT.
035400     IF  EDOC050-DEL-BOUNCE (1)
035500     OR  EDOC050-DEL-TIMEOUT (1)
035600         PERFORM 7600-RECORD-BOUNCE THRU 7600-EXIT
035700         ADD 1 TO WS-TOTAL-NOTICE-FAILED
035800         MOVE 'NTCFAIL   ' TO DL-ACTION
035900         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
036000         GO TO 3100-EXIT
036100     END-IF.
036200     PERFORM 3200-RECORD-REMINDER THRU 3200-EXIT.
036300     ADD 1 TO WS-TOTAL-REMINDED.
036400     MOVE 'REMINDED  ' TO DL-ACTION.
036500     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
036600 3100-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900 3200-RECORD-REMINDER.
037000*    A ROW LEFT FROM AN EARLIER MAILING IS RESTARTED FOR THIS ONE.
037100     MOVE ADC-BANK-NBR   TO CACT-BANK-NBR.
037200     MOVE ADC-CARD-NBR   TO CACT-CARD-NBR.
037300     MOVE WS-ANCHOR-DATE TO CACT-ANCHOR-DATE.
037400     EXEC SQL
037500         UPDATE ACM.CARDACTV
037600            SET CACT_ANCHOR_DATE = :CACT-ANCHOR-DATE,
037700                CACT_REMIND_DATE = CURRENT DATE,
037800                CACT_CLOSE_DATE  = '0001-01-01'
037900          WHERE CACT_BANK_NBR = :CACT-BANK-NBR
038000            AND CACT_CARD_NBR = :CACT-CARD-NBR
038100     END-EXEC.
038200     IF  SQLCODE = +100
038300         EXEC SQL
038400             INSERT INTO ACM.CARDACTV
038500                    (CACT_BANK_NBR, CACT_CARD_NBR,
038600                     CACT_ANCHOR_DATE, CACT_REMIND_DATE,
038700                     CACT_CLOSE_DATE)
038800             VALUES (:CACT-BANK-NBR, :CACT-CARD-NBR,
038900                     :CACT-ANCHOR-DATE, CURRENT DATE,
039000                     '0001-01-01')
039100         END-EXEC
039200     END-IF.
039300     IF  SQLCODE NOT = ZERO
039400         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
039500     END-IF.
039600 3200-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900 3300-CLOSE-CARD.
039940*    THE ACTIVITY AND COUNTER ARE TESTED AGAIN, AND ACMU503
039980*    CLOSES ONLY A CARD STILL AT OPEN (50), SO A CARD USED OR
040020*    RESTATUSED SINCE THE CURSOR READ IT IS NOT CLOSED.  THE
040060*    CLOSE IS JOURNALED ON ACM.CARDJRNL.
040100     EXEC SQL
040140         SELECT COUNT(*)
040180           INTO :WS-STILL-UNUSED
040220           FROM ACM.DEBCARD
040260          WHERE ADC_BANK_NBR        = :ADC-BANK-NBR
040300            AND ADC_CARD_NBR        = :ADC-CARD-NBR
040340            AND ADC_APPL_TX_COUNTER = 0
040380            AND ADC_LST_ACT_DATE    < :WS-ANCHOR-DATE
040420     END-EXEC.
040460     IF  SQLCODE NOT = ZERO
040500         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
040540     END-IF.
040580     IF  WS-STILL-UNUSED = ZERO
040620         ADD 1 TO WS-TOTAL-MOVED-ON
040660         GO TO 3300-EXIT
040700     END-IF.
040740     INITIALIZE ACMU503-PARAMETERS.
040780     MOVE ADC-BANK-NBR     TO ACMU503-BANK-NBR.
040820     MOVE ADC-CARD-NBR     TO ACMU503-CARD-NBR.
040860     MOVE 'ACMB519'        TO ACMU503-SOURCE-PROG.
040880     MOVE 'ACMB519'        TO ACMU503-USER-ID.
040900     MOVE '50'             TO ACMU503-EXPECT-STATUS.
040940     MOVE 'Y'              TO ACMU503-CHG-STATUS.
040980     MOVE '90'             TO ACMU503-NEW-STATUS.
041020     CALL 'ACMU503' USING ACMU503-PARAMETERS.
041060     IF  ACMU503-NOT-CHANGED
041100         ADD 1 TO WS-TOTAL-MOVED-ON
041140         GO TO 3300-EXIT
041180     END-IF.
041220     IF  ACMU503-INVALID
041260         DISPLAY 'ACMB519 - ' ACMU503-ERROR-TEXT
041340         DISPLAY 'ACMB519 - ACMU503 SQLCODE ' ACMU503-SQLCODE
041380         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
041420         MOVE 16 TO RETURN-CODE
041460         GOBACK
041500     END-IF.
041900     PERFORM 5500-SUSPEND-TOKENS THRU 5500-EXIT.
042000     MOVE ADC-BANK-NBR TO CACT-BANK-NBR.
042100     MOVE ADC-CARD-NBR TO CACT-CARD-NBR.
042200     EXEC SQL
042300         UPDATE ACM.CARDACTV
042400            SET CACT_CLOSE_DATE = CURRENT DATE
042500          WHERE CACT_BANK_NBR = :CACT-BANK-NBR
042600            AND CACT_CARD_NBR = :CACT-CARD-NBR
042700     END-EXEC.
042800     IF  SQLCODE NOT = ZERO
042900         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
043000     END-IF.
043100     ADD 1 TO WS-TOTAL-CLOSED.
043200     MOVE 'CLOSED    '   TO DL-ACTION.
043300     MOVE WS-CARD-TOKENS TO DL-TOKENS.
043400     MOVE 'NEVER ACTIVATED AFTER REMINDER' TO DL-NOTE.
043500     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
043600 3300-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 5500-SUSPEND-TOKENS.
044000*    EVERY ACTIVE WALLET TOKEN RIDING THE CLOSED PAN GETS A
044100*    SUSPEND REQUEST TO THE NETWORK, AND THE VAULT ROW MOVES TO
044200*    S SO A RERUN DOES NOT ASK TWICE.
044300     MOVE 'N' TO WS-TOKX-EOF-SW.
044400     EXEC SQL
044500         DECLARE CSR519T CURSOR FOR
044600         SELECT TOK_TOKEN_NBR, TOK_WALLET_ID
044700           FROM ACM.TOKENXRF
044800          WHERE TOK_CARD_NBR = :ADC-CARD-NBR
044900            AND TOK_STATUS = 'A'
045000     END-EXEC.
045100     EXEC SQL OPEN CSR519T END-EXEC.
045200     PERFORM 5600-FETCH-TOKEN THRU 5600-EXIT.
045300     PERFORM 5700-REQUEST-ONE-SUSPEND THRU 5700-EXIT
045400         UNTIL WS-TOKX-EOF-YES.
045500     EXEC SQL CLOSE CSR519T END-EXEC.
045600 5500-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900 5600-FETCH-TOKEN.
046000     EXEC SQL
046100         FETCH CSR519T
046200          INTO :TOK-TOKEN-NBR, :TOK-WALLET-ID
046300     END-EXEC.
046400     IF  SQLCODE NOT = ZERO
046500         SET WS-TOKX-EOF-YES TO TRUE
046600     END-IF.
046700 5600-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 5700-REQUEST-ONE-SUSPEND.
047100     MOVE SPACES        TO TOKOUT-RECORD.
047200     MOVE 'S'           TO TOKR-ACTION.
047300     MOVE TOK-TOKEN-NBR TO TOKR-TOKEN-NBR.
047400     MOVE TOK-WALLET-ID TO TOKR-WALLET-ID.
047500     MOVE ADC-CARD-NBR  TO TOKR-CARD-NBR.
047600     WRITE TOKOUT-RECORD.
047700     EXEC SQL
047800         UPDATE ACM.TOKENXRF
047900            SET TOK_STATUS = 'S',
048000                TOK_STATUS_DATE = CURRENT DATE
048100          WHERE TOK_TOKEN_NBR = :TOK-TOKEN-NBR
048200     END-EXEC.
048300     ADD 1 TO WS-CARD-TOKENS WS-TOTAL-TOKENS.
048400     PERFORM 5600-FETCH-TOKEN THRU 5600-EXIT.
048500 5700-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800 6000-RATES-BY-BRANCH.
048900*    THE COHORT IS EVERY CARD MAILED WITHIN THE LOOKBACK AND
049000*    OLD ENOUGH TO HAVE BEEN REMINDED, WHATEVER ITS STATUS NOW.
049100*    IT COUNTS AS ACTIVATED ONCE IT HAS ANY ACTIVITY ON OR AFTER
049200*    THE MAIL DATE.  THE BRANCH IS THE ISSUING BRANCH FOR A
049300*    VIRTUAL OR INSTANT-ISSUE CARD, OTHERWISE THE HOME BRANCH OF
049400*    THE CUSTOMER OWNING ITS CHECKING ACCOUNT (0 WHEN UNKNOWN).
049500     MOVE SPACES TO RPT638-RECORD.
049600     WRITE RPT638-RECORD.
049700     MOVE 'ACTIVATION RATE BY BRANCH' TO RH-TITLE.
049800     MOVE WS-RATE-HEADING TO RPT638-RECORD.
049900     WRITE RPT638-RECORD.
050000     EXEC SQL
050100         DECLARE CSR519B CURSOR FOR
050200         SELECT C.ADC_BANK_NBR, C.CARD_BRANCH, COUNT(*),
050300                SUM(C.ACTIVATED)
050400           FROM (SELECT D.ADC_BANK_NBR,
050500                        CASE WHEN D.ADC_PLASTIC_TYPE = 90
050600                             THEN D.ADC_VIRTUAL_ISSUE_BRANCH
050700                             WHEN D.ADC_INSTANT_ISSUE_PRINT_BRANCH
050800                                  > 0
050900                             THEN D.ADC_INSTANT_ISSUE_PRINT_BRANCH
051000                             ELSE COALESCE(
051100                              (SELECT MIN(CUST.CUST_BRANCH)
051200                                 FROM ACM.DEBCXREF ADCX
051300                                 JOIN CIF.CUSTXREF XREF
051400                                   ON XREF.BANK_NBR =
051500                                      ADCX.ADCX_FILE_BANK
051600                                  AND XREF.FILE_ID = 'ACCT'
051700                                  AND XREF.FILE_KEY =
051800                                      ADCX.ADCX_FILE_KEY
051900                                  AND XREF.RELATED_FILE_ID =
052000                                      'CUST'
052100                                 JOIN CIF.CUSTOMER CUST
052200                                   ON CUST.CUST_BANK_NBR =
052300                                      XREF.RELATED_BANK_NBR
052400                                  AND CUST.CUST_FILE_ID =
052500                                      XREF.RELATED_FILE_ID
052600                                  AND CUST.CUST_FILE_KEY =
052700                                      XREF.RELATED_FILE_KEY
052800                                WHERE ADCX.ADCX_BANK_NBR =
052900                                      D.ADC_BANK_NBR
053000                                  AND ADCX.ADCX_CARD_NBR =
053100                                      D.ADC_CARD_NBR
053200                                  AND ADCX.ADCX_FILE_TYPE = 1), 0)
053300                        END AS CARD_BRANCH,
053400                        CASE WHEN D.ADC_LST_ACT_DATE >=
053500                                  D.ANCHOR_DATE
053600                               OR D.ADC_APPL_TX_COUNTER > 0
053700                             THEN 1 ELSE 0
053800                        END AS ACTIVATED
053900                   FROM (SELECT ADC_BANK_NBR, ADC_CARD_NBR,
054000                                ADC_LST_ACT_DATE,
054100                                ADC_APPL_TX_COUNTER,
054200                                ADC_PLASTIC_TYPE,
054300                                ADC_VIRTUAL_ISSUE_BRANCH,
054400                                ADC_INSTANT_ISSUE_PRINT_BRANCH,
054500                                CASE WHEN ADC_REISSUE_DATE >
054600                                          ADC_ISSUE_DATE
054700                                     THEN ADC_REISSUE_DATE
054800                                     ELSE ADC_ISSUE_DATE
054900                                END AS ANCHOR_DATE
055000                           FROM ACM.DEBCARD) D
055100                  WHERE D.ANCHOR_DATE >=
055200                        CURRENT DATE - :WS-LOOKBACK-DAYS DAYS
055300                    AND D.ANCHOR_DATE <=
055400                        CURRENT DATE - :WS-FIRST-DAYS DAYS) C
055500          GROUP BY C.ADC_BANK_NBR, C.CARD_BRANCH
055600          ORDER BY C.ADC_BANK_NBR, C.CARD_BRANCH
055700     END-EXEC.
055800     MOVE 'N' TO WS-RATE-EOF-SW.
055900     EXEC SQL
056000         OPEN CSR519B
056100     END-EXEC.
056200     PERFORM 6100-FETCH-BRANCH-RATE THRU 6100-EXIT.
056300     PERFORM 6200-LIST-BRANCH-RATE THRU 6200-EXIT
056400         UNTIL WS-RATE-EOF-YES.
056500     EXEC SQL
056600         CLOSE CSR519B
056700     END-EXEC.
056800     MOVE 'ALL BRANCHES'      TO RL-LABEL.
056900     MOVE WS-COHORT-ISSUED    TO WS-RATE-ISSUED.
057000     MOVE WS-COHORT-ACTIVATED TO WS-RATE-ACTIVATED.
057100     PERFORM 6900-WRITE-RATE THRU 6900-EXIT.
057200 6000-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 6100-FETCH-BRANCH-RATE.
057600     EXEC SQL
057700         FETCH CSR519B
057800          INTO :WS-RATE-BANK-NBR, :WS-RATE-BRANCH,
057900               :WS-RATE-ISSUED, :WS-RATE-ACTIVATED
058000     END-EXEC.
058100     IF  SQLCODE NOT = ZERO
058200         SET WS-RATE-EOF-YES TO TRUE
058300     END-IF.
058400 6100-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------
058700 6200-LIST-BRANCH-RATE.
058800     ADD WS-RATE-ISSUED    TO WS-COHORT-ISSUED.
058900     ADD WS-RATE-ACTIVATED TO WS-COHORT-ACTIVATED.
059000     MOVE WS-RATE-BANK-NBR TO BL-BANK-NBR.
059100     MOVE WS-RATE-BRANCH   TO BL-BRANCH.
059200     MOVE WS-BRANCH-LABEL  TO RL-LABEL.
059300     PERFORM 6900-WRITE-RATE THRU 6900-EXIT.
059400     PERFORM 6100-FETCH-BRANCH-RATE THRU 6100-EXIT.
059500 6200-EXIT.
059600     EXIT.
059700*----------------------------------------------------------------
059800 6500-RATES-BY-METHOD.
059900*    THE SAME COHORT BY HOW THE CARD WAS CREATED.
060000     MOVE SPACES TO RPT638-RECORD.
060100     WRITE RPT638-RECORD.
060200     MOVE 'ACTIVATION RATE BY CREATION METHOD' TO RH-TITLE.
060300     MOVE WS-RATE-HEADING TO RPT638-RECORD.
060400     WRITE RPT638-RECORD.
060500     EXEC SQL
060600         DECLARE CSR519M CURSOR FOR
060700         SELECT D.ADC_CREATION_METHOD, COUNT(*),
060800                SUM(CASE WHEN D.ADC_LST_ACT_DATE >= D.ANCHOR_DATE
060900                           OR D.ADC_APPL_TX_COUNTER > 0
061000                         THEN 1 ELSE 0 END)
061100           FROM (SELECT ADC_CREATION_METHOD, ADC_LST_ACT_DATE,
061200                        ADC_APPL_TX_COUNTER,
061300                        CASE WHEN ADC_REISSUE_DATE >
061400                                  ADC_ISSUE_DATE
061500                             THEN ADC_REISSUE_DATE
061600                             ELSE ADC_ISSUE_DATE
061700                        END AS ANCHOR_DATE
061800                   FROM ACM.DEBCARD) D
061900          WHERE D.ANCHOR_DATE >=
062000                CURRENT DATE - :WS-LOOKBACK-DAYS DAYS
062100            AND D.ANCHOR_DATE <=
062200                CURRENT DATE - :WS-FIRST-DAYS DAYS
062300          GROUP BY D.ADC_CREATION_METHOD
062400          ORDER BY D.ADC_CREATION_METHOD
062500     END-EXEC.
062600     MOVE 'N' TO WS-RATE-EOF-SW.
062700     EXEC SQL
062800         OPEN CSR519M
062900     END-EXEC.
063000     PERFORM 6600-FETCH-METHOD-RATE THRU 6600-EXIT.
063100     PERFORM 6700-LIST-METHOD-RATE THRU 6700-EXIT
063200         UNTIL WS-RATE-EOF-YES.
063300     EXEC SQL
063400         CLOSE CSR519M
063500     END-EXEC.
063600 6500-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900 6600-FETCH-METHOD-RATE.
064000     EXEC SQL
064100         FETCH CSR519M
064200          INTO :WS-RATE-METHOD, :WS-RATE-ISSUED,
064300               :WS-RATE-ACTIVATED
064400     END-EXEC.
064500     IF  SQLCODE NOT = ZERO
064600         SET WS-RATE-EOF-YES TO TRUE
064700     END-IF.
064800 6600-EXIT.
064900     EXIT.
065000*----------------------------------------------------------------
065100 6700-LIST-METHOD-RATE.
065200     MOVE WS-RATE-METHOD  TO ML-METHOD.
065300     MOVE WS-METHOD-LABEL TO RL-LABEL.
065400     PERFORM 6900-WRITE-RATE THRU 6900-EXIT.
065500     PERFORM 6600-FETCH-METHOD-RATE THRU 6600-EXIT.
065600 6700-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900 6900-WRITE-RATE.
066000     MOVE WS-RATE-ISSUED    TO RL-ISSUED.
066100     MOVE WS-RATE-ACTIVATED TO RL-ACTIVATED.
066200     COMPUTE RL-UNUSED = WS-RATE-ISSUED - WS-RATE-ACTIVATED.
066300     MOVE ZERO TO WS-RATE-PCT.
066400     IF  WS-RATE-ISSUED > ZERO
066500         COMPUTE WS-RATE-PCT ROUNDED =
066600             WS-RATE-ACTIVATED * 100 / WS-RATE-ISSUED
066700     END-IF.
066800     MOVE WS-RATE-PCT TO RL-PCT.
066900     MOVE WS-RATE-LINE TO RPT638-RECORD.
067000     WRITE RPT638-RECORD.
067100 6900-EXIT.
067200     EXIT.
067300*----------------------------------------------------------------
067400 7000-WRITE-DETAIL.
067500     MOVE WS-DETAIL-LINE TO RPT638-RECORD.
067600     WRITE RPT638-RECORD.
067700 7000-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000 7500-RESOLVE-DELIVERY.
068100*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
068200*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
068300*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
068400*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
068500     SET EDOCU051-FUNC-RESOLVE TO TRUE.
068600     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
068700     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
068800     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
068900     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
069000     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
069100     IF  EDOCU051-VALID
069200         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
069300         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
069400     END-IF.
069500 7500-EXIT.
069600     EXIT.
069604*----------------------------------------------------------------
069608 7550-ARCHIVE-PIECE.
069612*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
069616*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
069620*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
069624     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
069628     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
069632     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
069636     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
069640     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
069644     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
069648     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
069652     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
069656     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
069660     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
069664     IF  NOT EDOCU053-VALID
069668         DISPLAY 'ACMB519 - ' EDOCU053-ERROR-TEXT
069672     END-IF.
069676 7550-EXIT.
069680     EXIT.
069700*----------------------------------------------------------------
069800 7600-RECORD-BOUNCE.
069900*    THE BOUNCE FEEDS THE PREFERENCE STORE SO EDOCU051'S
070000*    FALLBACK RULE CAN RETIRE A DEAD CHANNEL AFTER ENOUGH OF
070100*    THEM.
070200     SET EDOCU051-FUNC-BOUNCE TO TRUE.
070300     MOVE EDOC050-ACCT-BANK-NBR TO EDOCU051-BANK-NBR.
070400     MOVE EDOC050-ACCT-FILE-ID  TO EDOCU051-FILE-ID.
070500     MOVE EDOC050-ACCT-KEY      TO EDOCU051-FILE-KEY.
070600     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
070700 7600-EXIT.
070800     EXIT.
070900*----------------------------------------------------------------
071000 8000-FINALIZE.
071100     MOVE SPACES TO RPT638-RECORD.
071200     WRITE RPT638-RECORD.
071300     MOVE 'UNACTIVATED PAST FIRST  - ' TO TL-LABEL.
071400     MOVE WS-TOTAL-UNACTIVATED   TO TL-COUNT.
071500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071600     MOVE 'REMINDERS SENT          - ' TO TL-LABEL.
071700     MOVE WS-TOTAL-REMINDED      TO TL-COUNT.
071800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
071900     MOVE 'REMINDERS UNDELIVERED   - ' TO TL-LABEL.
072000     MOVE WS-TOTAL-NOTICE-FAILED TO TL-COUNT.
072100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072200     MOVE 'NO CHECKING ACCOUNT     - ' TO TL-LABEL.
072300     MOVE WS-TOTAL-NO-ACCOUNT    TO TL-COUNT.
072400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072500     MOVE 'REMINDED, NOT YET DUE   - ' TO TL-LABEL.
072600     MOVE WS-TOTAL-AWAITING      TO TL-COUNT.
072700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
072800     MOVE 'CARDS CLOSED            - ' TO TL-LABEL.
072900     MOVE WS-TOTAL-CLOSED        TO TL-COUNT.
073000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073100     MOVE '  TOKENS SUSPENDED      - ' TO TL-LABEL.
073200     MOVE WS-TOTAL-TOKENS        TO TL-COUNT.
073300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073400     MOVE 'CHANGED BEFORE CLOSE    - ' TO TL-LABEL.
073500     MOVE WS-TOTAL-MOVED-ON      TO TL-COUNT.
073600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073700     MOVE 'REOPENED AFTER CLOSE    - ' TO TL-LABEL.
073800     MOVE WS-TOTAL-REOPENED      TO TL-COUNT.
073900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074000     CLOSE TOKOUT-FILE.
074100     CLOSE RPT638-FILE.
074200 8000-EXIT.
074300     EXIT.
074400*----------------------------------------------------------------
074500 8100-WRITE-TOTAL.
074600     MOVE WS-TOTAL-LINE TO RPT638-RECORD.
074700     WRITE RPT638-RECORD.
074800 8100-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100 9000-LOG-FATAL.
075200*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
075300*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
075400*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
075500     MOVE 'ACMB519 '                TO ADMU501-PROGRAM.
075600     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
075700     MOVE SQLCODE                   TO ADMU501-SQLCODE.
075800     MOVE SPACES                    TO ADMU501-FILE-STATUS.
075900     MOVE ADC-CARD-NBR              TO ADMU501-KEY-DATA.
076000     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
076100       TO ADMU501-MSG.
076200     CALL 'ADMU501' USING ADMU501-PARAMETERS.
076300 9000-EXIT.
076400     EXIT.
076500*----------------------------------------------------------------
076600 9100-SQL-FATAL.
076700     DISPLAY 'ACMB519 - CARD UPDATE FAILED, SQLCODE '
076800         SQLCODE.
076900     PERFORM 9000-LOG-FATAL THRU 9000-EXIT.
077000     MOVE 16 TO RETURN-CODE.
077100     GOBACK.
077200 9100-EXIT.
077300     EXIT.
