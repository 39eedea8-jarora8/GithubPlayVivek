000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQB512.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  FINQ SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY REG CC      *
001500*                      AVAILABILITY AUDIT.  EVERY HOLD PLACED    *
001600*                      TODAY HAS ITS LATEST PERMITTED RELEASE    *
001700*                      DATE RECOMPUTED FROM THE DEPOSIT SOURCE,  *
001800*                      THE HOLD TYPE AND THE EXCEPTION FINQB505  *
001900*                      RECORDED ON FINQ.REGCCEXC, ON THE SHARED  *
002000*                      BUSINESS-DAY CALENDAR.  A HOLD SET LATER  *
002100*                      THAN THAT, OR AN EXCEPTION HOLD WITH NO   *
002200*                      FINQ.HOLDNTC ROW FROM FINQB507, PRINTS;   *
002300*                      VIOLATIONS TOTAL BY BRANCH AND SOURCE     *
002400*                      PROGRAM.                                  *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RPT663-FILE ASSIGN TO RPT663
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RPT663-FILE
003800     RECORDING MODE F.
003900 01  RPT663-RECORD               PIC X(132).
004000*----------------------------------------------------------------
004100 WORKING-STORAGE SECTION.
004200 01  WS-SWITCHES.
004300     05  WS-EOF-SW                PIC X       VALUE 'N'.
004400         88  WS-EOF-YES                   VALUE 'Y'.
004500     05  WS-EXCEPTION-SW          PIC X       VALUE 'N'.
004600         88  WS-EXCEPTION-HOLD            VALUE 'Y'.
004700     05  WS-BRANCH-SW             PIC X       VALUE 'N'.
004800         88  WS-BRANCH-FOUND              VALUE 'Y'.
004900 01  WS-WORK-FIELDS.
005000     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
005100     05  WS-PERMIT-DATE           PIC S9(7)   COMP-3 VALUE +0.
005200     05  WS-BASE-DAYS             PIC S9(3)   COMP-3 VALUE +0.
005300     05  WS-PERMIT-DAYS           PIC S9(3)   COMP-3 VALUE +0.
005400     05  WS-ROW-COUNT             PIC S9(4)   COMP  VALUE +0.
005500     05  WS-SX                    PIC S9(4)   COMP  VALUE +0.
005600     05  WS-BX                    PIC S9(4)   COMP  VALUE +0.
005700     05  WS-BRANCH                PIC S9(3)   COMP-3 VALUE +0.
005800     05  WS-BASIS                 PIC X(10)   VALUE SPACE.
005900     05  WS-DEP-SOURCE            PIC X(10)   VALUE SPACE.
006000     05  WS-DEP-AMOUNT            PIC S9(9)V99 COMP-3 VALUE +0.
006100     05  WS-TOTAL-AUDITED         PIC S9(7)   COMP  VALUE ZERO.
006200     05  WS-TOTAL-TOO-LONG        PIC S9(7)   COMP  VALUE ZERO.
006300     05  WS-TOTAL-NO-NOTICE       PIC S9(7)   COMP  VALUE ZERO.
006400     05  WS-TOTAL-LEGAL           PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-TOTAL-CAL-ERRORS      PIC S9(7)   COMP  VALUE ZERO.
006600*    THE PLACE DATE, PACKED CYYMMDD, SPLIT SO IT CAN BE HANDED
006700*    TO THE CALENDAR IN ISO FORM.
006800 01  WS-PLACE-NUM                 PIC 9(07)   VALUE ZERO.
006900 01  WS-PLACE-PARTS REDEFINES WS-PLACE-NUM.
007000     05  WS-PLACE-CYY             PIC 9(03).
007100     05  WS-PLACE-MM              PIC 9(02).
007200     05  WS-PLACE-DD              PIC 9(02).
007300 01  WS-PERMIT-ISO                PIC X(10)   VALUE SPACE.
007400 01  WS-PERMIT-DIGITS REDEFINES WS-PERMIT-ISO.
007500     05  WS-PMT-YYYY              PIC 9(04).
007600     05  WS-PMT-DASH-1            PIC X(01).
007700     05  WS-PMT-MM                PIC 9(02).
007800     05  WS-PMT-DASH-2            PIC X(01).
007900     05  WS-PMT-DD                PIC 9(02).
008000 01  WS-ACCT-KEY-WORK.
008100     05  FILLER                   PIC X(16)   VALUE SPACES.
008200     05  WS-ACCT-KEY-NBR          PIC X(09).
008300 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
008400*    THE REG CC NEXT-DAY AND SECOND-DAY SCHEDULE, IN BUSINESS
008500*    DAYS AFTER THE BANKING DAY OF DEPOSIT, BY THE DEPOSIT'S
008600*    REFERENCE SOURCE.  EACH IS THE LONGEST THE SCHEDULE ALLOWS
008700*    ITEMS FROM THAT CHANNEL SO ONLY A TRUE OVERRUN REPORTS; A
008800*    SOURCE NOT LISTED TAKES THE LOCAL-CHECK SECOND-DAY RULE.
008900 01  WS-SCHEDULE-VALUES.
009000     05  FILLER          PIC X(13)  VALUE 'WIRE      001'.
009100     05  FILLER          PIC X(13)  VALUE 'ACH       001'.
009200     05  FILLER          PIC X(13)  VALUE 'TELLER    002'.
009300     05  FILLER          PIC X(13)  VALUE 'MOBILE    002'.
009400     05  FILLER          PIC X(13)  VALUE 'SCAN      002'.
009500     05  FILLER          PIC X(13)  VALUE 'ATM       005'.
009600 01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-VALUES.
009700     05  WS-SCHED-ENTRY           OCCURS 6 TIMES.
009800         10  WS-SCHED-SOURCE      PIC X(10).
009900         10  WS-SCHED-DAYS        PIC 9(03).
010000 01  WS-SCHED-DEFAULT-DAYS        PIC 9(03)   VALUE 2.
010100*    VIOLATIONS BY BRANCH AND SOURCE PROGRAM, IN THE ORDER THEY
010200*    WERE FIRST SEEN.  PAST THE LAST SLOT THEY GATHER UNDER
010300*    BRANCH 999, PROGRAM OTHER.
010400 01  WS-BRANCH-TABLE.
010500     05  WS-BR-COUNT              PIC S9(4)   COMP  VALUE +0.
010600     05  WS-BR-ENTRY              OCCURS 500 TIMES.
010700         10  WS-BR-BRANCH         PIC S9(3)   COMP-3.
010800         10  WS-BR-PROG           PIC X(08).
010900         10  WS-BR-TOO-LONG       PIC S9(7)   COMP.
011000         10  WS-BR-NO-NOTICE      PIC S9(7)   COMP.
011100*----------------------------------------------------------------
011200     COPY GJWCPYA1.
011300*----------------------------------------------------------------
011400     COPY GJWCPYA2.
011500*----------------------------------------------------------------
011600     COPY FINQREXC.
011700*----------------------------------------------------------------
011800     COPY ADMU503P.
011900*----------------------------------------------------------------
012000     COPY CIFU521P.
012100*----------------------------------------------------------------
012200     COPY CIFU02AR.
012300*----------------------------------------------------------------
012400     COPY CIFU02HH.
012500*----------------------------------------------------------------
012600 01  WS-HEADING-1.
012700     05  FILLER  PIC X(132) VALUE
012800       'FINQB512  REG CC AVAILABILITY SCHEDULE AUDIT'.
012900 01  WS-HEADING-2.
013000     05  FILLER  PIC X(48)  VALUE
013100       'VIOLATION  BNK ACCOUNT   TYP SOURCE     PROGRAM '.
013200     05  FILLER  PIC X(46)  VALUE
013300       ' BR          AMOUNT  PLACED  RELEASE PERMIT   '.
013400     05  FILLER  PIC X(38)  VALUE
013500       'BASIS                                 '.
013600 01  WS-DETAIL-LINE.
013700     05  DL-VIOLATION             PIC X(10).
013800     05  FILLER                   PIC X(01)   VALUE SPACE.
013900     05  DL-BANK-NBR              PIC 9(03).
014000     05  FILLER                   PIC X(01)   VALUE SPACE.
014100     05  DL-ACCT-NBR              PIC X(09).
014200     05  FILLER                   PIC X(01)   VALUE SPACE.
014300     05  DL-HOLD-TYPE             PIC 9(03).
014400     05  FILLER                   PIC X(01)   VALUE SPACE.
014500     05  DL-SOURCE                PIC X(10).
014600     05  FILLER                   PIC X(01)   VALUE SPACE.
014700     05  DL-SOURCE-PROG           PIC X(08).
014800     05  FILLER                   PIC X(01)   VALUE SPACE.
014900     05  DL-BRANCH                PIC 9(03).
015000     05  FILLER                   PIC X(01)   VALUE SPACE.
015100     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
015200     05  FILLER                   PIC X(02)   VALUE SPACE.
015300     05  DL-PLACE-DATE            PIC 9(07).
015400     05  FILLER                   PIC X(01)   VALUE SPACE.
015500     05  DL-RELEASE-DATE          PIC 9(07).
015600     05  FILLER                   PIC X(01)   VALUE SPACE.
015700     05  DL-PERMIT-DATE           PIC 9(07).
015800     05  FILLER                   PIC X(02)   VALUE SPACE.
015900     05  DL-BASIS                 PIC X(10).
016000     05  FILLER                   PIC X(28)   VALUE SPACE.
016100 01  WS-SUMMARY-HEADING.
016200     05  FILLER  PIC X(48)  VALUE
016300       'BRANCH  PROGRAM   TOO LONG  NO NOTICE           '.
016400     05  FILLER  PIC X(84)  VALUE SPACE.
016500 01  WS-SUMMARY-LINE.
016600     05  FILLER                   PIC X(03)   VALUE SPACE.
016700     05  SL-BRANCH                PIC 9(03).
016800     05  FILLER                   PIC X(02)   VALUE SPACE.
016900     05  SL-PROG                  PIC X(08).
017000     05  FILLER                   PIC X(03)   VALUE SPACE.
017100     05  SL-TOO-LONG              PIC ZZZ,ZZ9.
017200     05  FILLER                   PIC X(04)   VALUE SPACE.
017300     05  SL-NO-NOTICE             PIC ZZZ,ZZ9.
017400     05  FILLER                   PIC X(95)   VALUE SPACE.
017500 01  WS-TOTAL-LINE-1.
017600     05  FILLER       PIC X(19) VALUE 'HOLDS AUDITED    - '.
017700     05  TL-AUDITED               PIC ZZZ,ZZ9.
017800     05  FILLER                   PIC X(106)  VALUE SPACE.
017900 01  WS-TOTAL-LINE-2.
018000     05  FILLER       PIC X(19) VALUE 'HELD TOO LONG    - '.
018100     05  TL-TOO-LONG              PIC ZZZ,ZZ9.
018200     05  FILLER                   PIC X(106)  VALUE SPACE.
018300 01  WS-TOTAL-LINE-3.
018400     05  FILLER       PIC X(19) VALUE 'NO HOLD NOTICE   - '.
018500     05  TL-NO-NOTICE             PIC ZZZ,ZZ9.
018600     05  FILLER                   PIC X(106)  VALUE SPACE.
018700 01  WS-TOTAL-LINE-4.
018800     05  FILLER       PIC X(19) VALUE 'LEGAL NOT AUDITED- '.
018900     05  TL-LEGAL                 PIC ZZZ,ZZ9.
019000     05  FILLER                   PIC X(106)  VALUE SPACE.
019100 01  WS-TOTAL-LINE-5.
019200     05  FILLER       PIC X(19) VALUE 'CALENDAR ERRORS  - '.
019300     05  TL-CAL-ERRORS            PIC ZZZ,ZZ9.
019400     05  FILLER                   PIC X(106)  VALUE SPACE.
019500*----------------------------------------------------------------
019600 LINKAGE SECTION.
019700 01  FINQB512-PARM.
019800*    EXTRA BUSINESS DAYS A REG CC EXCEPTION HOLD MAY ADD TO THE
019900*    SCHEDULE (NORMALLY 5), THE LONGEST A NEW-ACCOUNT HOLD MAY
020000*    RUN (NORMALLY 9), AND THE CIF FILE THE BRANCH COMES FROM.
020100     05  FINQB512-EXC-DAYS         PIC 9(03).
020200     05  FINQB512-NEW-ACCT-DAYS    PIC 9(03).
020300     05  FINQB512-FILE-ID          PIC X(04).
020400*----------------------------------------------------------------
020500 PROCEDURE DIVISION USING FINQB512-PARM.
020600*
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 2000-AUDIT-ONE-HOLD THRU 2000-EXIT
021000         UNTIL WS-EOF-YES.
021100     EXEC SQL CLOSE CSR663 END-EXEC.
021200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021300     GOBACK.
021400*----------------------------------------------------------------
021500 1000-INITIALIZE.
021600     OPEN OUTPUT RPT663-FILE.
021700     MOVE WS-HEADING-1 TO RPT663-RECORD.
021800     WRITE RPT663-RECORD.
021900     MOVE WS-HEADING-2 TO RPT663-RECORD.
022000     WRITE RPT663-RECORD.
022100     EXEC SQL
022200         SET :WS-TODAY-PACKED =
022300             (YEAR(CURRENT DATE) - 1900) * 10000
022400             + MONTH(CURRENT DATE) * 100
022500             + DAY(CURRENT DATE)
022600     END-EXEC.
022700     EXEC SQL
022800         DECLARE CSR663 CURSOR FOR
022900         SELECT HOLD_BANK_NBR, HOLD_ACCT_ID, HOLD_ACCT_NBR,
023000                HOLD_TYPE, HOLD_SOURCE_PROG, HOLD_PLACE_DATE,
023100                HOLD_RELEASE_DATE, HOLD_AMOUNT,
023200                COALESCE(HOLD_REFERENCE_SOURCE, ' '),
023300                COALESCE(HOLD_REFERENCE_ID, '')
023400           FROM FINQ.HOLD
023500          WHERE HOLD_PLACE_DATE = :WS-TODAY-PACKED
023600          ORDER BY HOLD_BANK_NBR, HOLD_ACCT_NBR, HOLD_TYPE
023700     END-EXEC.
023800     EXEC SQL
023900         OPEN CSR663
024000     END-EXEC.
024100     IF  SQLCODE NOT = ZERO
024200         DISPLAY 'FINQB512 - CSR663 OPEN FAILED, SQLCODE '
024300             SQLCODE
024400         MOVE 16 TO RETURN-CODE
024500         GOBACK
024600     END-IF.
024700     PERFORM 2100-FETCH-HOLD THRU 2100-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100 2000-AUDIT-ONE-HOLD.
025200*    COURT-ORDERED HOLDS ARE OUTSIDE THE AVAILABILITY SCHEDULE.
025300     IF  HOLD-REF-SOURCE-LEGAL
025400         ADD 1 TO WS-TOTAL-LEGAL
025500         GO TO 2000-FETCH
025600     END-IF.
025700     ADD 1 TO WS-TOTAL-AUDITED.
025800     MOVE 'N' TO WS-BRANCH-SW.
025900     PERFORM 3000-FIND-DEPOSIT THRU 3000-EXIT.
026000     PERFORM 3100-SCHEDULE-DAYS THRU 3100-EXIT.
026100     PERFORM 3200-PERMITTED-DAYS THRU 3200-EXIT.
026200     PERFORM 3300-PERMITTED-DATE THRU 3300-EXIT.
026300     IF  WS-PERMIT-DATE = ZERO
026400         GO TO 2000-FETCH
026500     END-IF.
026600     IF  HOLD-RELEASE-DATE > WS-PERMIT-DATE
026700         ADD 1 TO WS-TOTAL-TOO-LONG
026800         MOVE 'TOO LONG  ' TO DL-VIOLATION
026900         PERFORM 5000-PRINT-VIOLATION THRU 5000-EXIT
027000         ADD 1 TO WS-BR-TOO-LONG (WS-BX)
027100     END-IF.
027200     IF  WS-EXCEPTION-HOLD
027300         PERFORM 4000-CHECK-NOTICE THRU 4000-EXIT
027400     END-IF.
027500 2000-FETCH.
027600     PERFORM 2100-FETCH-HOLD THRU 2100-EXIT.
027700 2000-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000 2100-FETCH-HOLD.
028100     EXEC SQL
028200         FETCH CSR663
028300          INTO :HOLD-BANK-NBR, :HOLD-ACCT-ID, :HOLD-ACCT-NBR,
028400               :HOLD-TYPE, :HOLD-SOURCE-PROG, :HOLD-PLACE-DATE,
028500               :HOLD-RELEASE-DATE, :HOLD-AMOUNT,
028600               :HOLD-REFERENCE-SOURCE, :HOLD-REFERENCE-ID
028700     END-EXEC.
028800     IF  SQLCODE NOT = ZERO
028900         SET WS-EOF-YES TO TRUE
029000     END-IF.
029100 2100-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400 3000-FIND-DEPOSIT.
029500*    THE DEPOSIT THE HOLD WAS PLACED ON -- SAME ACCOUNT AND DAY,
029600*    AND THE SAME REFERENCE WHEN THE HOLD CARRIES ONE.  WITHOUT
029700*    ONE THE HOLD'S OWN SOURCE AND AMOUNT STAND IN.
029800     MOVE HOLD-REFERENCE-SOURCE TO WS-DEP-SOURCE.
029900     MOVE HOLD-AMOUNT           TO WS-DEP-AMOUNT.
030000     EXEC SQL
030100         SELECT COALESCE(DEP_REFERENCE_SOURCE, ' '), DEP_AMOUNT
030200           INTO :DEP-REFERENCE-SOURCE, :DEP-AMOUNT
030300           FROM FINQ.DEPOSIT
030400          WHERE DEP_BANK_NBR   = :HOLD-BANK-NBR
030500            AND DEP_ACCT_ID    = :HOLD-ACCT-ID
030600            AND DEP_ACCT_NBR   = :HOLD-ACCT-NBR
030700            AND DEP_PLACE_DATE = :HOLD-PLACE-DATE
030800            AND (:HOLD-REFERENCE-ID-LEN = 0
030900             OR  DEP_REFERENCE_ID = :HOLD-REFERENCE-ID)
031000          ORDER BY DEP_AMOUNT DESC
031100          FETCH FIRST 1 ROW ONLY
031200     END-EXEC.
031300     IF  SQLCODE = ZERO
031400         IF  DEP-REFERENCE-SOURCE NOT = SPACE
031500             MOVE DEP-REFERENCE-SOURCE TO WS-DEP-SOURCE
031600         END-IF
031700         MOVE DEP-AMOUNT TO WS-DEP-AMOUNT
031800     ELSE
031900         IF  SQLCODE NOT = +100
032000             DISPLAY 'FINQB512 - DEPOSIT SELECT FAILED, SQLCODE '
032100                 SQLCODE ' ACCT ' HOLD-ACCT-NBR
032200             MOVE 4 TO RETURN-CODE
032300         END-IF
032400     END-IF.
032500 3000-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800 3100-SCHEDULE-DAYS.
032900     MOVE WS-SCHED-DEFAULT-DAYS TO WS-BASE-DAYS.
033000     MOVE ZERO TO WS-SX.
033100     PERFORM 3110-SCAN-SCHEDULE THRU 3110-EXIT 6 TIMES.
033200 3100-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500 3110-SCAN-SCHEDULE.
033600     ADD 1 TO WS-SX.
033700     IF  WS-SCHED-SOURCE (WS-SX) = WS-DEP-SOURCE
033800         MOVE WS-SCHED-DAYS (WS-SX) TO WS-BASE-DAYS
033900     END-IF.
034000 3110-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034300 3200-PERMITTED-DAYS.
034400*    A LARGE-DEPOSIT OR NEW-ACCOUNT HOLD EARNS ITS EXCEPTION
034500*    ONLY WHEN FINQB505 RECORDED THAT EXCEPTION FOR THE ACCOUNT
034600*    THAT DAY; THE CASE-BY-CASE TYPES (REDEPOSIT, REPEATED
034700*    OVERDRAFT, REASONABLE DOUBT, EMERGENCY) CARRY THEIR OWN.
034800     MOVE 'N'          TO WS-EXCEPTION-SW.
034900     MOVE WS-BASE-DAYS TO WS-PERMIT-DAYS.
035000     MOVE 'SCHEDULE  ' TO WS-BASIS.
035100     EVALUATE HOLD-TYPE
035200         WHEN 1
035300             SET WS-EXCEPTION-HOLD TO TRUE
035400             EXEC SQL
035500                 SELECT COUNT(*)
035600                   INTO :WS-ROW-COUNT
035700                   FROM FINQ.REGCCEXC
035800                  WHERE REXC_BANK_NBR   = :HOLD-BANK-NBR
035900                    AND REXC_ACCT_ID    = :HOLD-ACCT-ID
036000                    AND REXC_ACCT_NBR   = :HOLD-ACCT-NBR
036100                    AND REXC_PLACE_DATE = :HOLD-PLACE-DATE
036200                    AND REXC_LARGE_IND  = 'Y'
036300             END-EXEC
036400             IF  SQLCODE = ZERO AND WS-ROW-COUNT > ZERO
036500                 ADD FINQB512-EXC-DAYS TO WS-PERMIT-DAYS
036600                 MOVE 'LARGE-DEP ' TO WS-BASIS
036700             ELSE
036800                 MOVE 'NO LRG EXC' TO WS-BASIS
036900             END-IF
037000         WHEN 2
037100             SET WS-EXCEPTION-HOLD TO TRUE
037200             EXEC SQL
037300                 SELECT COUNT(*)
037400                   INTO :WS-ROW-COUNT
037500                   FROM FINQ.REGCCEXC
037600                  WHERE REXC_BANK_NBR    = :HOLD-BANK-NBR
037700                    AND REXC_ACCT_ID     = :HOLD-ACCT-ID
037800                    AND REXC_ACCT_NBR    = :HOLD-ACCT-NBR
037900                    AND REXC_PLACE_DATE  = :HOLD-PLACE-DATE
038000                    AND REXC_NEW_ACCT_IND = 'Y'
038100             END-EXEC
038200             IF  SQLCODE = ZERO AND WS-ROW-COUNT > ZERO
038300                 IF  FINQB512-NEW-ACCT-DAYS > WS-PERMIT-DAYS
038400                     MOVE FINQB512-NEW-ACCT-DAYS
038500                         TO WS-PERMIT-DAYS
038600                 END-IF
038700                 MOVE 'NEW-ACCT  ' TO WS-BASIS
038800             ELSE
038900                 MOVE 'NO NEW EXC' TO WS-BASIS
039000             END-IF
039100         WHEN 3 THRU 6
039200             SET WS-EXCEPTION-HOLD TO TRUE
039300             ADD FINQB512-EXC-DAYS TO WS-PERMIT-DAYS
039400             MOVE 'EXCEPTION ' TO WS-BASIS
039500     END-EVALUATE.
039600 3200-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900 3300-PERMITTED-DATE.
040000*    WS-PERMIT-DAYS BUSINESS DAYS FROM THE PLACE DATE ON THE
040100*    SHARED CALENDAR, BACK IN THE PACKED FORM THE HOLD CARRIES.
040200     MOVE ZERO            TO WS-PERMIT-DATE.
040300     MOVE HOLD-PLACE-DATE TO WS-PLACE-NUM.
040400     COMPUTE WS-PMT-YYYY = WS-PLACE-CYY + 1900.
040500     MOVE '-'             TO WS-PMT-DASH-1 WS-PMT-DASH-2.
040600     MOVE WS-PLACE-MM     TO WS-PMT-MM.
040700     MOVE WS-PLACE-DD     TO WS-PMT-DD.
040800     INITIALIZE ADMU503-PARAMETERS.
040900     SET ADMU503-FUNC-STEP-FWD TO TRUE.
041000     MOVE HOLD-BANK-NBR   TO ADMU503-BANK-NBR.
041100     MOVE WS-PERMIT-ISO   TO ADMU503-DATE-1.
041200     MOVE WS-PERMIT-DAYS  TO ADMU503-DAY-COUNT.
041300     CALL 'ADMU503' USING ADMU503-PARAMETERS.
041400     IF  NOT ADMU503-VALID
041500         DISPLAY 'FINQB512 - CALENDAR ERROR ' ADMU503-ERROR-TEXT
041600             ' ACCT ' HOLD-ACCT-NBR
041700         ADD 1 TO WS-TOTAL-CAL-ERRORS
041800         MOVE 4 TO RETURN-CODE
041900         GO TO 3300-EXIT
042000     END-IF.
042100     MOVE ADMU503-RESULT-DATE TO WS-PERMIT-ISO.
042200     COMPUTE WS-PERMIT-DATE =
042300         (WS-PMT-YYYY - 1900) * 10000
042400         + WS-PMT-MM * 100
042500         + WS-PMT-DD.
042600 3300-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900 4000-CHECK-NOTICE.
043000*    FINQB507 RECORDS EVERY NOTICE IT SPOOLS ON FINQ.HOLDNTC.
043100     EXEC SQL
043200         SELECT COUNT(*)
043300           INTO :WS-ROW-COUNT
043400           FROM FINQ.HOLDNTC
043500          WHERE HNTC_BANK_NBR   = :HOLD-BANK-NBR
043600            AND HNTC_ACCT_NBR   = :HOLD-ACCT-NBR
043700            AND HNTC_HOLD_TYPE  = :HOLD-TYPE
043800            AND HNTC_PLACE_DATE = :HOLD-PLACE-DATE
043900            AND HNTC_AMOUNT     = :HOLD-AMOUNT
044000     END-EXEC.
044100     IF  SQLCODE NOT = ZERO
044200         DISPLAY 'FINQB512 - HOLDNTC SELECT FAILED, SQLCODE '
044300             SQLCODE ' ACCT ' HOLD-ACCT-NBR
044400         MOVE 4 TO RETURN-CODE
044500         GO TO 4000-EXIT
044600     END-IF.
044700     IF  WS-ROW-COUNT = ZERO
044800         ADD 1 TO WS-TOTAL-NO-NOTICE
044900         MOVE 'NO NOTICE ' TO DL-VIOLATION
045000         PERFORM 5000-PRINT-VIOLATION THRU 5000-EXIT
045100         ADD 1 TO WS-BR-NO-NOTICE (WS-BX)
045200     END-IF.
045300 4000-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600 5000-PRINT-VIOLATION.
045700     IF  NOT WS-BRANCH-FOUND
045800         PERFORM 5100-GET-BRANCH THRU 5100-EXIT
045900     END-IF.
046000     PERFORM 5200-FIND-BRANCH-SLOT THRU 5200-EXIT.
046100     MOVE HOLD-BANK-NBR     TO DL-BANK-NBR.
046200     MOVE HOLD-ACCT-NBR     TO DL-ACCT-NBR.
046300     MOVE HOLD-TYPE         TO DL-HOLD-TYPE.
046400     MOVE WS-DEP-SOURCE     TO DL-SOURCE.
046500     MOVE HOLD-SOURCE-PROG  TO DL-SOURCE-PROG.
046600     MOVE WS-BRANCH         TO DL-BRANCH.
046700     MOVE HOLD-AMOUNT       TO DL-AMOUNT.
046800     MOVE HOLD-PLACE-DATE   TO DL-PLACE-DATE.
046900     MOVE HOLD-RELEASE-DATE TO DL-RELEASE-DATE.
047000     MOVE WS-PERMIT-DATE    TO DL-PERMIT-DATE.
047100     MOVE WS-BASIS          TO DL-BASIS.
047200     MOVE WS-DETAIL-LINE TO RPT663-RECORD.
047300     WRITE RPT663-RECORD.
047400 5000-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700 5100-GET-BRANCH.
047800*    THE OWNING CUSTOMER'S BRANCH FROM CIF; ZERO IF THE ACCOUNT
047900*    DOES NOT RESOLVE.
048000     SET WS-BRANCH-FOUND TO TRUE.
048100     MOVE ZERO              TO WS-BRANCH.
048200     MOVE HOLD-ACCT-NBR     TO WS-ACCT-KEY-NBR.
048300     MOVE WS-ACCT-KEY-WORK  TO WS-ACCT-KEY-25.
048400     MOVE HOLD-BANK-NBR     TO U021-BANK-NBR.
048500     MOVE FINQB512-FILE-ID  TO U021-FILE-ID.
048600     MOVE WS-ACCT-KEY-25    TO U021-FILE-KEY.
048700     MOVE 'N'               TO U021-DEMOGRAPHICS-IND.
048800     MOVE 'S'               TO U021-FUNCTION.
048900     CALL 'CIFU021' USING CIFU021-PARAMETERS
049000                          CIFU021-BULK-PARAMETERS
049100                          CIFU021-HOUSEHOLD-PARAMETERS.
049200     IF  U021-GOOD-RETURN
049300         MOVE U021-CUST-BRANCH TO WS-BRANCH
049400     END-IF.
049500 5100-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800 5200-FIND-BRANCH-SLOT.
049900     MOVE ZERO TO WS-SX.
050000     MOVE ZERO TO WS-BX.
050100     PERFORM 5210-SCAN-BRANCH THRU 5210-EXIT
050200         UNTIL WS-BX > ZERO OR WS-SX >= WS-BR-COUNT.
050300     IF  WS-BX > ZERO
050400         GO TO 5200-EXIT
050500     END-IF.
050600     IF  WS-BR-COUNT = 500
050700         MOVE 500              TO WS-BX
050800         GO TO 5200-EXIT
050900     END-IF.
051000     ADD 1 TO WS-BR-COUNT.
051100     MOVE WS-BR-COUNT TO WS-BX.
051200     IF  WS-BR-COUNT < 500
051300         MOVE WS-BRANCH        TO WS-BR-BRANCH (WS-BX)
051400         MOVE HOLD-SOURCE-PROG TO WS-BR-PROG (WS-BX)
051500     ELSE
051600         MOVE 999              TO WS-BR-BRANCH (WS-BX)
051700         MOVE 'OTHER   '       TO WS-BR-PROG (WS-BX)
051800     END-IF.
051900     MOVE ZERO TO WS-BR-TOO-LONG (WS-BX)
052000                  WS-BR-NO-NOTICE (WS-BX).
052100 5200-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400 5210-SCAN-BRANCH.
052500     ADD 1 TO WS-SX.
052600     IF  WS-BR-BRANCH (WS-SX) = WS-BRANCH
052700     AND WS-BR-PROG (WS-SX)   = HOLD-SOURCE-PROG
052800         MOVE WS-SX TO WS-BX
052900     END-IF.
053000 5210-EXIT.
053100     EXIT.
053200*----------------------------------------------------------------
053300 8000-FINALIZE.
053400     IF  WS-BR-COUNT > ZERO
053500         MOVE SPACE TO RPT663-RECORD
053600         WRITE RPT663-RECORD
053700         MOVE WS-SUMMARY-HEADING TO RPT663-RECORD
053800         WRITE RPT663-RECORD
053900         MOVE ZERO TO WS-SX
054000         PERFORM 8100-PRINT-BRANCH THRU 8100-EXIT
054100             WS-BR-COUNT TIMES
054200     END-IF.
054300     MOVE SPACE TO RPT663-RECORD.
054400     WRITE RPT663-RECORD.
054500     MOVE WS-TOTAL-AUDITED TO TL-AUDITED.
054600     MOVE WS-TOTAL-LINE-1 TO RPT663-RECORD.
054700     WRITE RPT663-RECORD.
054800     MOVE WS-TOTAL-TOO-LONG TO TL-TOO-LONG.
054900     MOVE WS-TOTAL-LINE-2 TO RPT663-RECORD.
055000     WRITE RPT663-RECORD.
055100     MOVE WS-TOTAL-NO-NOTICE TO TL-NO-NOTICE.
055200     MOVE WS-TOTAL-LINE-3 TO RPT663-RECORD.
055300     WRITE RPT663-RECORD.
055400     MOVE WS-TOTAL-LEGAL TO TL-LEGAL.
055500     MOVE WS-TOTAL-LINE-4 TO RPT663-RECORD.
055600     WRITE RPT663-RECORD.
055700     MOVE WS-TOTAL-CAL-ERRORS TO TL-CAL-ERRORS.
055800     MOVE WS-TOTAL-LINE-5 TO RPT663-RECORD.
055900     WRITE RPT663-RECORD.
056000     CLOSE RPT663-FILE.
056100 8000-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400 8100-PRINT-BRANCH.
056500     ADD 1 TO WS-SX.
056600     MOVE WS-BR-BRANCH (WS-SX)    TO SL-BRANCH.
056700     MOVE WS-BR-PROG (WS-SX)      TO SL-PROG.
056800     MOVE WS-BR-TOO-LONG (WS-SX)  TO SL-TOO-LONG.
056900     MOVE WS-BR-NO-NOTICE (WS-SX) TO SL-NO-NOTICE.
057000     MOVE WS-SUMMARY-LINE TO RPT663-RECORD.
057100     WRITE RPT663-RECORD.
057200 8100-EXIT.
057300     EXIT.
