000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EDOCB505.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY PROOF     *
001500*                      THAT EACH REQUIRED NOTICE WENT OUT ON     *
001600*                      TIME.  EVERY TRIGGERING EVENT OF THE      *
001700*                      MONTH ON THE SOURCE PROGRAM'S OWN TABLE   *
001800*                      -- REG CC HOLDS (FINQB507), ARM RATE      *
001900*                      CHANGES (MLB505), REG E PROVISIONAL       *
002000*                      CREDITS (ACMB512), EXPIRING STOP ORDERS   *
002100*                      (DSDSB520), ESCHEAT EXTRACTS (CIFB529) -- *
002200*                      IS JOINED TO ITS EDOC.CORRARCH ROW AND    *
002300*                      DELIVERY RESULT AND MEASURED AGAINST THE  *
002400*                      FORM'S DEADLINE ON EDOC.NTCRULE.  LATE,   *
002500*                      MISSING AND BOUNCED-WITHOUT-FALLBACK      *
002600*                      NOTICES PRINT WITH THEIR EVIDENCE TRAIL;  *
002700*                      THE SUMMARY COUNTS EACH FORM.             *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RPT680-FILE ASSIGN TO RPT680
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RPT680-FILE
004100     RECORDING MODE F.
004200 01  RPT680-RECORD               PIC X(132).
004300*----------------------------------------------------------------
004400 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.
004600     05  WS-EOF-SW                PIC X       VALUE 'N'.
004700         88  WS-EOF-YES                   VALUE 'Y'.
004800     05  WS-EXCEPTION-SW          PIC X       VALUE 'N'.
004900         88  WS-EXCEPTION                 VALUE 'Y'.
005000 01  WS-WORK-FIELDS.
005100     05  WS-FX                    PIC S9(4)   COMP  VALUE +0.
005200     05  WS-FORM-ID               PIC X(08)   VALUE SPACE.
005300     05  WS-TODAY-ISO             PIC X(10)   VALUE SPACE.
005400     05  WS-MONTH-START           PIC X(10)   VALUE SPACE.
005500     05  WS-MONTH-END             PIC X(10)   VALUE SPACE.
005600     05  WS-START-PACKED          PIC S9(7)   COMP-3 VALUE +0.
005700     05  WS-END-PACKED            PIC S9(7)   COMP-3 VALUE +0.
005800     05  WS-DAYS                  PIC S9(5)   COMP-3 VALUE +0.
005900     05  WS-SENT-DATE             PIC X(10)   VALUE SPACE.
006000     05  WS-FB-SENT-TS            PIC X(26)   VALUE SPACE.
006100     05  WS-FINDING               PIC X(22)   VALUE SPACE.
006200     05  WS-REF-NBR               PIC 9(09)   VALUE ZERO.
006300     05  WS-REF-TYPE              PIC 9(03)   VALUE ZERO.
006400     05  WS-TOTAL-EVENTS          PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-TOTAL-ON-TIME         PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-TOTAL-LATE            PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-TOTAL-MISSING         PIC S9(7)   COMP  VALUE ZERO.
006800     05  WS-TOTAL-BOUNCED         PIC S9(7)   COMP  VALUE ZERO.
006900     05  WS-TOTAL-PENDING         PIC S9(7)   COMP  VALUE ZERO.
007000     05  WS-TOTAL-NO-RULE         PIC S9(7)   COMP  VALUE ZERO.
007100*    FINQ.HOLD CARRIES ITS DATES 1900-BASED YYYMMDD.
007200 01  WS-DATE-WORK                 PIC 9(07)   VALUE ZERO.
007300 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
007400     05  WS-DW-YY                 PIC 9(03).
007500     05  WS-DW-MM                 PIC 9(02).
007600     05  WS-DW-DD                 PIC 9(02).
007700 01  WS-DATE-YEAR                 PIC 9(04)   VALUE ZERO.
007800*    THE CIF COMPOSITE KEYS THE NOTICE PROGRAMS SEND UNDER --
007900*    A DEPOSIT ACCOUNT RIGHT-JUSTIFIED AS FINQB507, ACMB512 AND
008000*    DSDSB520 BUILD IT, A LOAN AS MLB505 BUILDS IT.
008100 01  WS-ACCT-KEY-WORK.
008200     05  FILLER                   PIC X(16)   VALUE SPACES.
008300     05  WS-ACCT-KEY-NBR          PIC 9(09).
008400 01  WS-LOAN-KEY-WORK.
008500     05  FILLER                   PIC X(15)   VALUE SPACES.
008600     05  WS-LOAN-KEY-NBR          PIC 9(10).
008700*    THE TRIGGERING EVENT BEING PROVED, FROM ANY SOURCE.
008800 01  WS-EVENT.
008900     05  WS-EV-BANK-NBR           PIC S9(3)   COMP-3 VALUE +0.
009000     05  WS-EV-FILE-ID            PIC X(04)   VALUE SPACE.
009100     05  WS-EV-KEY                PIC X(25)   VALUE SPACE.
009200     05  WS-EV-REF                PIC X(14)   VALUE SPACE.
009300     05  WS-EV-TRIGGER            PIC X(10)   VALUE SPACE.
009400     05  WS-EV-DEADLINE           PIC X(10)   VALUE SPACE.
009500     05  WS-EV-WINDOW             PIC X(10)   VALUE SPACE.
009600*    THE NOTICE FORMS PROVED, IN SOURCE ORDER.  EACH ENTRY OF
009700*    WS-FORM-STATS CARRIES THE FORM'S EDOC.NTCRULE ROW AND ITS
009800*    COUNTS FOR THE MONTH.
009900 01  WS-FORM-LIST.
010000     05  FILLER                   PIC X(08)   VALUE 'REGCCHLD'.
010100     05  FILLER                   PIC X(08)   VALUE 'ARMCHG01'.
010200     05  FILLER                   PIC X(08)   VALUE 'REGEPROV'.
010300     05  FILLER                   PIC X(08)   VALUE 'STOPEXPR'.
010400     05  FILLER                   PIC X(08)   VALUE 'ESCHLTR1'.
010500 01  WS-FORM-TABLE REDEFINES WS-FORM-LIST.
010600     05  WS-FL-FORM               PIC X(08)   OCCURS 5 TIMES.
010700 01  WS-FORM-STATS.
010800     05  WS-FS-ENTRY              OCCURS 5 TIMES.
010900         10  WS-FS-RULE-SW        PIC X(01).
011000             88  WS-FS-RULE-FOUND         VALUE 'Y'.
011100         10  WS-FS-REGULATION     PIC X(12).
011200         10  WS-FS-DEADLINE       PIC S9(3)   COMP-3.
011300         10  WS-FS-BASIS          PIC X(01).
011400             88  WS-FS-BUSINESS-DAYS      VALUE 'B'.
011500         10  WS-FS-EARLY          PIC S9(3)   COMP-3.
011600         10  WS-FS-EVENTS         PIC S9(7)   COMP.
011700         10  WS-FS-ON-TIME        PIC S9(7)   COMP.
011800         10  WS-FS-LATE           PIC S9(7)   COMP.
011900         10  WS-FS-MISSING        PIC S9(7)   COMP.
012000         10  WS-FS-BOUNCED        PIC S9(7)   COMP.
012100         10  WS-FS-PENDING        PIC S9(7)   COMP.
012200*----------------------------------------------------------------
012300     COPY EDOCNRUL.
012400*----------------------------------------------------------------
012500     COPY EDOCCARC.
012600*----------------------------------------------------------------
012700     COPY GJWCPYA2.
012800*----------------------------------------------------------------
012900     COPY MLARMCHG.
013000*----------------------------------------------------------------
013100     COPY ACMDISP.
013200*----------------------------------------------------------------
013300     COPY DSDSSTOP.
013400*----------------------------------------------------------------
013500     COPY CIFESCHT.
013600*----------------------------------------------------------------
013700     COPY ADMU503P.
013800*----------------------------------------------------------------
013900 01  WS-HEADING-1.
014000     05  FILLER  PIC X(132) VALUE
014100       'EDOCB505  REGULATORY NOTICE TIMELINESS PROOF'.
014200 01  WS-HEADING-2.
014300     05  FILLER       PIC X(13) VALUE 'REPORT MONTH '.
014400     05  HL-MONTH                 PIC X(07).
014500     05  FILLER       PIC X(10) VALUE '   AS OF  '.
014600     05  HL-TODAY                 PIC X(10).
014700     05  FILLER                   PIC X(92)   VALUE SPACE.
014800 01  WS-HEADING-3.
014900     05  FILLER  PIC X(132) VALUE
015000       'LATE, MISSING AND UNDELIVERED NOTICES'.
015100 01  WS-HEADING-4.
015200     05  FILLER  PIC X(09)  VALUE 'FORM'.
015300     05  FILLER  PIC X(04)  VALUE 'BNK'.
015400     05  FILLER  PIC X(05)  VALUE 'FILE'.
015500     05  FILLER  PIC X(26)  VALUE 'ACCOUNT KEY'.
015600     05  FILLER  PIC X(15)  VALUE 'REFERENCE'.
015700     05  FILLER  PIC X(11)  VALUE 'TRIGGER'.
015800     05  FILLER  PIC X(11)  VALUE 'DEADLINE'.
015900     05  FILLER  PIC X(22)  VALUE 'FINDING'.
016000     05  FILLER  PIC X(29)  VALUE SPACE.
016100 01  WS-HEADING-5.
016200     05  FILLER  PIC X(132) VALUE
016300       'SUMMARY BY NOTICE FORM'.
016400 01  WS-HEADING-6.
016500     05  FILLER  PIC X(09)  VALUE 'FORM'.
016600     05  FILLER  PIC X(13)  VALUE 'REGULATION'.
016700     05  FILLER  PIC X(08)  VALUE 'RULE'.
016800     05  FILLER  PIC X(09)  VALUE ' EVENTS'.
016900     05  FILLER  PIC X(09)  VALUE 'ON TIME'.
017000     05  FILLER  PIC X(09)  VALUE '   LATE'.
017100     05  FILLER  PIC X(09)  VALUE 'MISSING'.
017200     05  FILLER  PIC X(09)  VALUE 'BOUNCED'.
017300     05  FILLER  PIC X(09)  VALUE 'PENDING'.
017400     05  FILLER  PIC X(48)  VALUE SPACE.
017500 01  WS-EXCEPTION-LINE.
017600     05  EL-FORM                  PIC X(08).
017700     05  FILLER                   PIC X(01)   VALUE SPACE.
017800     05  EL-BANK-NBR              PIC 9(03).
017900     05  FILLER                   PIC X(01)   VALUE SPACE.
018000     05  EL-FILE-ID               PIC X(04).
018100     05  FILLER                   PIC X(01)   VALUE SPACE.
018200     05  EL-KEY                   PIC X(25).
018300     05  FILLER                   PIC X(01)   VALUE SPACE.
018400     05  EL-REF                   PIC X(14).
018500     05  FILLER                   PIC X(01)   VALUE SPACE.
018600     05  EL-TRIGGER               PIC X(10).
018700     05  FILLER                   PIC X(01)   VALUE SPACE.
018800     05  EL-DEADLINE              PIC X(10).
018900     05  FILLER                   PIC X(01)   VALUE SPACE.
019000     05  EL-FINDING               PIC X(22).
019100     05  FILLER                   PIC X(29)   VALUE SPACE.
019200*    THE EVIDENCE UNDER EACH EXCEPTION -- THE FIRST PIECE THE
019300*    ARCHIVE HOLDS FOR THE EVENT, EDOC050'S RESULT FOR IT, AND
019400*    THE LATER DELIVERED PIECE, IF ANY, THAT STOOD IN FOR IT.
019500 01  WS-EVIDENCE-LINE.
019600     05  FILLER                   PIC X(10)   VALUE SPACE.
019700     05  FILLER       PIC X(05) VALUE 'SENT '.
019800     05  EV-SENT-TS               PIC X(26).
019900     05  FILLER       PIC X(08) VALUE ' METHOD '.
020000     05  EV-METHOD                PIC ZZ9.
020100     05  FILLER       PIC X(08) VALUE ' RESULT '.
020200     05  EV-RESULT                PIC X(01).
020300     05  FILLER       PIC X(04) VALUE ' AT '.
020400     05  EV-RESULT-TS             PIC X(26).
020500     05  FILLER       PIC X(10) VALUE ' FALLBACK '.
020600     05  EV-FALLBACK-TS           PIC X(26).
020700     05  FILLER                   PIC X(05)   VALUE SPACE.
020800 01  WS-SUMMARY-LINE.
020900     05  SL-FORM                  PIC X(08).
021000     05  FILLER                   PIC X(01)   VALUE SPACE.
021100     05  SL-REGULATION            PIC X(12).
021200     05  FILLER                   PIC X(01)   VALUE SPACE.
021300     05  SL-DEADLINE              PIC -ZZ9.
021400     05  FILLER                   PIC X(01)   VALUE SPACE.
021500     05  SL-BASIS                 PIC X(01).
021600     05  FILLER                   PIC X(02)   VALUE SPACE.
021700     05  SL-EVENTS                PIC ZZZ,ZZ9.
021800     05  FILLER                   PIC X(02)   VALUE SPACE.
021900     05  SL-ON-TIME               PIC ZZZ,ZZ9.
022000     05  FILLER                   PIC X(02)   VALUE SPACE.
022100     05  SL-LATE                  PIC ZZZ,ZZ9.
022200     05  FILLER                   PIC X(02)   VALUE SPACE.
022300     05  SL-MISSING               PIC ZZZ,ZZ9.
022400     05  FILLER                   PIC X(02)   VALUE SPACE.
022500     05  SL-BOUNCED               PIC ZZZ,ZZ9.
022600     05  FILLER                   PIC X(02)   VALUE SPACE.
022700     05  SL-PENDING               PIC ZZZ,ZZ9.
022800     05  FILLER                   PIC X(50)   VALUE SPACE.
022900 01  WS-NO-RULE-LINE.
023000     05  NR-FORM                  PIC X(08).
023100     05  FILLER                   PIC X(01)   VALUE SPACE.
023200     05  FILLER       PIC X(40) VALUE
023300         'NO ACTIVE EDOC.NTCRULE ROW - NOT PROVED'.
023400     05  FILLER                   PIC X(83)   VALUE SPACE.
023500 01  WS-TOTAL-LINE.
023600     05  TL-LABEL                 PIC X(26).
023700     05  TL-COUNT                 PIC ZZZ,ZZ9.
023800     05  FILLER                   PIC X(99)   VALUE SPACE.
023900*----------------------------------------------------------------
024000 LINKAGE SECTION.
024100 01  EDOCB505-PARM.
024200*    THE MONTH PROVED, YYYY-MM; SPACES PROVE THE MONTH JUST
024300*    ENDED.  THE FILE-IDS ARE THE ONES FINQB507, ACMB512 AND
024400*    DSDSB520 SEND THEIR DEPOSIT ACCOUNTS UNDER (THEIR OWN
024500*    -FILE-ID PARMS).
024600     05  EDOCB505-REPORT-MONTH     PIC X(07).
024700     05  EDOCB505-REGCC-FILE-ID    PIC X(04).
024800     05  EDOCB505-REGE-FILE-ID     PIC X(04).
024900     05  EDOCB505-STOP-FILE-ID     PIC X(04).
025000*----------------------------------------------------------------
025100 PROCEDURE DIVISION USING EDOCB505-PARM.
025200*
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     PERFORM 3000-PROVE-FORM THRU 3000-EXIT
025600         VARYING WS-FX FROM 1 BY 1
025700         UNTIL WS-FX > 5.
025800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025900     GOBACK.
026000*----------------------------------------------------------------
026100 1000-INITIALIZE.
026200     EXEC SQL
026300         SET :WS-TODAY-ISO = CHAR(CURRENT DATE, ISO)
026400     END-EXEC.
026500     IF  EDOCB505-REPORT-MONTH = SPACES
026600         EXEC SQL
026700             SET :WS-MONTH-START =
026800                 CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
026900                      - 1 MONTH, ISO)
027000         END-EXEC
027100     ELSE
027200         IF  EDOCB505-REPORT-MONTH (1:4) NOT NUMERIC
027300         OR  EDOCB505-REPORT-MONTH (5:1) NOT = '-'
027400         OR  EDOCB505-REPORT-MONTH (6:2) NOT NUMERIC
027500         OR  EDOCB505-REPORT-MONTH (6:2) < '01'
027600         OR  EDOCB505-REPORT-MONTH (6:2) > '12'
027700             DISPLAY 'EDOCB505 - REPORT MONTH MUST BE YYYY-MM'
027800             MOVE 16 TO RETURN-CODE
027900             GOBACK
028000         END-IF
028100         MOVE SPACES TO WS-MONTH-START
028200         STRING EDOCB505-REPORT-MONTH '-01'
028300             DELIMITED BY SIZE
028400             INTO WS-MONTH-START
028500     END-IF.
028600     EXEC SQL
028700         SET :WS-MONTH-END =
028800             CHAR(DATE(:WS-MONTH-START) + 1 MONTH - 1 DAY, ISO)
028900     END-EXEC.
029000*    THE SAME BOUNDS IN FINQ.HOLD'S 1900-BASED YYYMMDD.
029100     EXEC SQL
029200         SET :WS-START-PACKED =
029300             (YEAR(DATE(:WS-MONTH-START)) - 1900) * 10000
029400             + MONTH(DATE(:WS-MONTH-START)) * 100
029500             + DAY(DATE(:WS-MONTH-START))
029600     END-EXEC.
029700     EXEC SQL
029800         SET :WS-END-PACKED =
029900             (YEAR(DATE(:WS-MONTH-END)) - 1900) * 10000
030000             + MONTH(DATE(:WS-MONTH-END)) * 100
030100             + DAY(DATE(:WS-MONTH-END))
030200     END-EXEC.
030300     INITIALIZE WS-FORM-STATS.
030400     PERFORM 1100-LOAD-RULE THRU 1100-EXIT
030500         VARYING WS-FX FROM 1 BY 1
030600         UNTIL WS-FX > 5.
030700     OPEN OUTPUT RPT680-FILE.
030800     MOVE WS-HEADING-1 TO RPT680-RECORD.
030900     WRITE RPT680-RECORD.
031000     MOVE WS-MONTH-START (1:7) TO HL-MONTH.
031100     MOVE WS-TODAY-ISO         TO HL-TODAY.
031200     MOVE WS-HEADING-2 TO RPT680-RECORD.
031300     WRITE RPT680-RECORD.
031400     MOVE SPACES       TO RPT680-RECORD.
031500     WRITE RPT680-RECORD.
031600     MOVE WS-HEADING-3 TO RPT680-RECORD.
031700     WRITE RPT680-RECORD.
031800     MOVE WS-HEADING-4 TO RPT680-RECORD.
031900     WRITE RPT680-RECORD.
032000 1000-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300 1100-LOAD-RULE.
032400*    A FORM WITH NO ROW, OR AN INACTIVE ONE, IS NOT PROVED --
032500*    THE SUMMARY SAYS SO RATHER THAN GUESS A DEADLINE.
032600     MOVE WS-FL-FORM (WS-FX) TO NRUL-FORM-ID.
032700     EXEC SQL
032800         SELECT NRUL_REGULATION, NRUL_DEADLINE_DAYS,
032900                NRUL_DAY_BASIS, NRUL_EARLY_DAYS,
033000                NRUL_ACTIVE_IND
033100           INTO :NRUL-REGULATION, :NRUL-DEADLINE-DAYS,
033200                :NRUL-DAY-BASIS, :NRUL-EARLY-DAYS,
033300                :NRUL-ACTIVE-IND
033400           FROM EDOC.NTCRULE
033500          WHERE NRUL_FORM_ID = :NRUL-FORM-ID
033600     END-EXEC.
033700     IF  SQLCODE NOT = ZERO
033800     OR  NOT NRUL-ACTIVE
033900         MOVE 'N' TO WS-FS-RULE-SW (WS-FX)
034000         ADD 1 TO WS-TOTAL-NO-RULE
034100         GO TO 1100-EXIT
034200     END-IF.
034300     MOVE 'Y'                TO WS-FS-RULE-SW (WS-FX).
034400     MOVE NRUL-REGULATION    TO WS-FS-REGULATION (WS-FX).
034500     MOVE NRUL-DEADLINE-DAYS TO WS-FS-DEADLINE (WS-FX).
034600     MOVE NRUL-DAY-BASIS     TO WS-FS-BASIS (WS-FX).
034700     MOVE NRUL-EARLY-DAYS    TO WS-FS-EARLY (WS-FX).
034800 1100-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 3000-PROVE-FORM.
035200     IF  NOT WS-FS-RULE-FOUND (WS-FX)
035300         GO TO 3000-EXIT
035400     END-IF.
035500     MOVE 'N' TO WS-EOF-SW.
035600     EVALUATE WS-FX
035700         WHEN 1
035800             PERFORM 3100-PROVE-HOLDS THRU 3100-EXIT
035900         WHEN 2
036000             PERFORM 3200-PROVE-ARM-CHANGES THRU 3200-EXIT
036100         WHEN 3
036200             PERFORM 3300-PROVE-PROV-CREDITS THRU 3300-EXIT
036300         WHEN 4
036400             PERFORM 3400-PROVE-STOP-EXPIRY THRU 3400-EXIT
036500         WHEN 5
036600             PERFORM 3500-PROVE-ESCHEAT THRU 3500-EXIT
036700     END-EVALUATE.
036800 3000-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100 3100-PROVE-HOLDS.
037200*    REG CC -- EVERY HOLD PLACED IN THE MONTH.  FINQB507 SENDS
037300*    ONE REGCCHLD NOTICE PER HOLD ON THE NIGHT IT IS PLACED.
037400     EXEC SQL
037500         DECLARE CSR680A CURSOR FOR
037600         SELECT HOLD_BANK_NBR, HOLD_ACCT_NBR, HOLD_TYPE,
037700                HOLD_PLACE_DATE
037800           FROM FINQ.HOLD
037900          WHERE HOLD_PLACE_DATE BETWEEN :WS-START-PACKED
038000                                    AND :WS-END-PACKED
038100          ORDER BY HOLD_BANK_NBR, HOLD_ACCT_NBR
038200     END-EXEC.
038300     EXEC SQL OPEN CSR680A END-EXEC.
038400     PERFORM 3110-FETCH-HOLD THRU 3110-EXIT.
038500     PERFORM 3120-PROVE-ONE-HOLD THRU 3120-EXIT
038600         UNTIL WS-EOF-YES.
038700     EXEC SQL CLOSE CSR680A END-EXEC.
038800 3100-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100 3110-FETCH-HOLD.
039200     EXEC SQL
039300         FETCH CSR680A
039400          INTO :HOLD-BANK-NBR, :HOLD-ACCT-NBR, :HOLD-TYPE,
039500               :HOLD-PLACE-DATE
039600     END-EXEC.
039700     IF  SQLCODE NOT = ZERO
039800         SET WS-EOF-YES TO TRUE
039900     END-IF.
040000 3110-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300 3120-PROVE-ONE-HOLD.
040400     MOVE HOLD-BANK-NBR          TO WS-EV-BANK-NBR.
040500     MOVE EDOCB505-REGCC-FILE-ID TO WS-EV-FILE-ID.
040600     MOVE SPACES                 TO WS-ACCT-KEY-WORK.
040700     MOVE HOLD-ACCT-NBR          TO WS-ACCT-KEY-WORK (17:9).
040800     MOVE WS-ACCT-KEY-WORK       TO WS-EV-KEY.
040900     MOVE HOLD-TYPE              TO WS-REF-TYPE.
041000     MOVE SPACES                 TO WS-EV-REF.
041100     STRING 'HOLD TYPE ' WS-REF-TYPE
041200         DELIMITED BY SIZE
041300         INTO WS-EV-REF.
041400     MOVE HOLD-PLACE-DATE TO WS-DATE-WORK.
041500     COMPUTE WS-DATE-YEAR = 1900 + WS-DW-YY.
041600     MOVE SPACES TO WS-EV-TRIGGER.
041700     STRING WS-DATE-YEAR '-' WS-DW-MM '-' WS-DW-DD
041800         DELIMITED BY SIZE
041900         INTO WS-EV-TRIGGER.
042000     PERFORM 5000-PROVE-EVENT THRU 5000-EXIT.
042100     PERFORM 3110-FETCH-HOLD THRU 3110-EXIT.
042200 3120-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500 3200-PROVE-ARM-CHANGES.
042600*    REG Z -- EVERY ARM RATE CHANGE EFFECTIVE IN THE MONTH, AS
042700*    MLB505 REGISTERED IT ON ML.ARMCHG WHEN IT SENT THE NOTICE.
042800     EXEC SQL
042900         DECLARE CSR680B CURSOR FOR
043000         SELECT ARMC_BANK_NBR, ARMC_LOAN_NBR, ARMC_CHG_DATE
043100           FROM ML.ARMCHG
043200          WHERE ARMC_CHG_DATE BETWEEN :WS-MONTH-START
043300                                  AND :WS-MONTH-END
043400          ORDER BY ARMC_BANK_NBR, ARMC_LOAN_NBR
043500     END-EXEC.
043600     EXEC SQL OPEN CSR680B END-EXEC.
043700     PERFORM 3210-FETCH-ARM-CHANGE THRU 3210-EXIT.
043800     PERFORM 3220-PROVE-ONE-ARM-CHANGE THRU 3220-EXIT
043900         UNTIL WS-EOF-YES.
044000     EXEC SQL CLOSE CSR680B END-EXEC.
044100 3200-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 3210-FETCH-ARM-CHANGE.
044500     EXEC SQL
044600         FETCH CSR680B
044700          INTO :ARMC-BANK-NBR, :ARMC-LOAN-NBR, :ARMC-CHG-DATE
044800     END-EXEC.
044900     IF  SQLCODE NOT = ZERO
045000         SET WS-EOF-YES TO TRUE
045100     END-IF.
045200 3210-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500 3220-PROVE-ONE-ARM-CHANGE.
045600     MOVE ARMC-BANK-NBR          TO WS-EV-BANK-NBR.
045700     MOVE 'ML  '                 TO WS-EV-FILE-ID.
045800     MOVE SPACES                 TO WS-LOAN-KEY-WORK.
045900     MOVE ARMC-LOAN-NBR          TO WS-LOAN-KEY-NBR.
046000     MOVE WS-LOAN-KEY-WORK       TO WS-EV-KEY.
046100     MOVE 'RATE CHANGE'          TO WS-EV-REF.
046200     MOVE ARMC-CHG-DATE          TO WS-EV-TRIGGER.
046300     PERFORM 5000-PROVE-EVENT THRU 5000-EXIT.
046400     PERFORM 3210-FETCH-ARM-CHANGE THRU 3210-EXIT.
046500 3220-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800 3300-PROVE-PROV-CREDITS.
046900*    REG E -- EVERY PROVISIONAL CREDIT ACMB512 POSTED IN THE
047000*    MONTH.
047100     EXEC SQL
047200         DECLARE CSR680C CURSOR FOR
047300         SELECT DSP_CASE_NBR, DSP_BANK_NBR, DSP_ACCT_NBR,
047400                DSP_PROV_CR_DATE
047500           FROM ACM.DISPUTE
047600          WHERE DSP_PROV_CR_DATE BETWEEN :WS-MONTH-START
047700                                     AND :WS-MONTH-END
047800          ORDER BY DSP_CASE_NBR
047900     END-EXEC.
048000     EXEC SQL OPEN CSR680C END-EXEC.
048100     PERFORM 3310-FETCH-PROV-CREDIT THRU 3310-EXIT.
048200     PERFORM 3320-PROVE-ONE-PROV-CREDIT THRU 3320-EXIT
048300         UNTIL WS-EOF-YES.
048400     EXEC SQL CLOSE CSR680C END-EXEC.
048500 3300-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800 3310-FETCH-PROV-CREDIT.
048900     EXEC SQL
049000         FETCH CSR680C
049100          INTO :DSP-CASE-NBR, :DSP-BANK-NBR, :DSP-ACCT-NBR,
049200               :DSP-PROV-CR-DATE
049300     END-EXEC.
049400     IF  SQLCODE NOT = ZERO
049500         SET WS-EOF-YES TO TRUE
049600     END-IF.
049700 3310-EXIT.
049800     EXIT.
049900*----------------------------------------------------------------
050000 3320-PROVE-ONE-PROV-CREDIT.
050100     MOVE DSP-BANK-NBR           TO WS-EV-BANK-NBR.
050200     MOVE EDOCB505-REGE-FILE-ID  TO WS-EV-FILE-ID.
050300     MOVE SPACES                 TO WS-ACCT-KEY-WORK.
050400     MOVE DSP-ACCT-NBR           TO WS-ACCT-KEY-NBR.
050500     MOVE WS-ACCT-KEY-WORK       TO WS-EV-KEY.
050600     MOVE DSP-CASE-NBR           TO WS-REF-NBR.
050700     MOVE SPACES                 TO WS-EV-REF.
050800     STRING 'CASE ' WS-REF-NBR
050900         DELIMITED BY SIZE
051000         INTO WS-EV-REF.
051100     MOVE DSP-PROV-CR-DATE       TO WS-EV-TRIGGER.
051200     PERFORM 5000-PROVE-EVENT THRU 5000-EXIT.
051300     PERFORM 3310-FETCH-PROV-CREDIT THRU 3310-EXIT.
051400 3320-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700 3400-PROVE-STOP-EXPIRY.
051800*    STOP ORDERS THAT EXPIRE IN THE MONTH WITHOUT RENEWAL.  AN
051900*    AUTO-RENEWED ORDER HAS ITS EXPIRY MOVED BY DSDSB520.  BY
052000*    MONTH END DSDSB519 HAS ALREADY RETIRED A LAPSED ORDER TO
052100*    'R', SO RETIRED ORDERS ARE PROVED ALONG WITH ACTIVE ONES.
052200     EXEC SQL
052300         DECLARE CSR680D CURSOR FOR
052400         SELECT STOP_ORDER_NBR, STOP_BANK_NO, STOP_ACCT_NO,
052500                STOP_EXPIRE_DATE
052600           FROM DSDS.STOPPAY
052700          WHERE STOP_STATUS IN ('A', 'R')
052800            AND STOP_RENEW_IND <> 'Y'
052900            AND STOP_EXPIRE_DATE BETWEEN :WS-MONTH-START
053000                                     AND :WS-MONTH-END
053100          ORDER BY STOP_ORDER_NBR
053200     END-EXEC.
053300     EXEC SQL OPEN CSR680D END-EXEC.
053400     PERFORM 3410-FETCH-STOP THRU 3410-EXIT.
053500     PERFORM 3420-PROVE-ONE-STOP THRU 3420-EXIT
053600         UNTIL WS-EOF-YES.
053700     EXEC SQL CLOSE CSR680D END-EXEC.
053800 3400-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100 3410-FETCH-STOP.
054200     EXEC SQL
054300         FETCH CSR680D
054400          INTO :STOP-ORDER-NBR, :STOP-BANK-NO, :STOP-ACCT-NO,
054500               :STOP-EXPIRE-DATE
054600     END-EXEC.
054700     IF  SQLCODE NOT = ZERO
054800         SET WS-EOF-YES TO TRUE
054900     END-IF.
055000 3410-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300 3420-PROVE-ONE-STOP.
055400     MOVE STOP-BANK-NO           TO WS-EV-BANK-NBR.
055500     MOVE EDOCB505-STOP-FILE-ID  TO WS-EV-FILE-ID.
055600     MOVE SPACES                 TO WS-ACCT-KEY-WORK.
055700     MOVE STOP-ACCT-NO           TO WS-ACCT-KEY-NBR.
055800     MOVE WS-ACCT-KEY-WORK       TO WS-EV-KEY.
055900     MOVE STOP-ORDER-NBR         TO WS-REF-NBR.
056000     MOVE SPACES                 TO WS-EV-REF.
056100     STRING 'STOP ' WS-REF-NBR
056200         DELIMITED BY SIZE
056300         INTO WS-EV-REF.
056400     MOVE STOP-EXPIRE-DATE       TO WS-EV-TRIGGER.
056500     PERFORM 5000-PROVE-EVENT THRU 5000-EXIT.
056600     PERFORM 3410-FETCH-STOP THRU 3410-EXIT.
056700 3420-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000 3500-PROVE-ESCHEAT.
057100*    UNCLAIMED PROPERTY -- EVERY ACCOUNT EXTRACTED TO A STATE
057200*    REPORT IN THE MONTH MUST HAVE HAD ITS DUE-DILIGENCE LETTER
057300*    FROM CIFB529 AHEAD OF THE REPORT.
057400     EXEC SQL
057500         DECLARE CSR680E CURSOR FOR
057600         SELECT ESCH_BANK_NBR, ESCH_FILE_ID, ESCH_KEY,
057700                ESCH_STATE, ESCH_EXTRACT_DATE
057800           FROM CIF.ESCHEAT
057900          WHERE ESCH_EXTRACT_DATE BETWEEN :WS-MONTH-START
058000                                      AND :WS-MONTH-END
058100          ORDER BY ESCH_BANK_NBR, ESCH_FILE_ID, ESCH_KEY
058200     END-EXEC.
058300     EXEC SQL OPEN CSR680E END-EXEC.
058400     PERFORM 3510-FETCH-ESCHEAT THRU 3510-EXIT.
058500     PERFORM 3520-PROVE-ONE-ESCHEAT THRU 3520-EXIT
058600         UNTIL WS-EOF-YES.
058700     EXEC SQL CLOSE CSR680E END-EXEC.
058800 3500-EXIT.
058900     EXIT.
059000*----------------------------------------------------------------
059100 3510-FETCH-ESCHEAT.
059200     EXEC SQL
059300         FETCH CSR680E
059400          INTO :ESCH-BANK-NBR, :ESCH-FILE-ID, :ESCH-KEY,
059500               :ESCH-STATE, :ESCH-EXTRACT-DATE
059600     END-EXEC.
059700     IF  SQLCODE NOT = ZERO
059800         SET WS-EOF-YES TO TRUE
059900     END-IF.
060000 3510-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300 3520-PROVE-ONE-ESCHEAT.
060400     MOVE ESCH-BANK-NBR          TO WS-EV-BANK-NBR.
060500     MOVE ESCH-FILE-ID           TO WS-EV-FILE-ID.
060600     MOVE ESCH-KEY               TO WS-EV-KEY.
060700     MOVE SPACES                 TO WS-EV-REF.
060800     STRING 'STATE ' ESCH-STATE
060900         DELIMITED BY SIZE
061000         INTO WS-EV-REF.
061100     MOVE ESCH-EXTRACT-DATE      TO WS-EV-TRIGGER.
061200     PERFORM 5000-PROVE-EVENT THRU 5000-EXIT.
061300     PERFORM 3510-FETCH-ESCHEAT THRU 3510-EXIT.
061400 3520-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 5000-PROVE-EVENT.
061800*    THE NOTICE FOR AN EVENT IS THE FIRST ARCHIVED PIECE OF THE
061900*    FORM TO THE SAME CIF KEY SENT NO EARLIER THAN THE RULE'S
062000*    EARLY DAYS BEFORE THE TRIGGER.  NONE, AND THE DEADLINE
062100*    PASSED, IS MISSING; SENT AFTER THE DEADLINE IS LATE; A
062200*    BOUNCE OR TIMEOUT NEEDS A LATER DELIVERED PIECE BY THE
062300*    DEADLINE TO COUNT.
062400     MOVE WS-FL-FORM (WS-FX) TO WS-FORM-ID.
062500     ADD 1 TO WS-FS-EVENTS (WS-FX).
062600     ADD 1 TO WS-TOTAL-EVENTS.
062700     PERFORM 5100-COMPUTE-DEADLINE THRU 5100-EXIT.
062800     MOVE WS-FS-EARLY (WS-FX) TO WS-DAYS.
062900     EXEC SQL
063000         SET :WS-EV-WINDOW =
063100             CHAR(DATE(:WS-EV-TRIGGER) - :WS-DAYS DAYS, ISO)
063200     END-EXEC.
063300     MOVE SPACES TO WS-FB-SENT-TS.
063400     EXEC SQL
063500         SELECT CARC_SENT_TS, CARC_DEL_METHOD, CARC_RESULT,
063600                CARC_RESULT_TS
063700           INTO :CARC-SENT-TS, :CARC-DEL-METHOD, :CARC-RESULT,
063800                :CARC-RESULT-TS
063900           FROM EDOC.CORRARCH
064000          WHERE CARC_BANK_NBR = :WS-EV-BANK-NBR
064100            AND CARC_FILE_ID  = :WS-EV-FILE-ID
064200            AND CARC_KEY      = :WS-EV-KEY
064300            AND CARC_FORM_ID  = :WS-FORM-ID
064400            AND DATE(CARC_SENT_TS) >= :WS-EV-WINDOW
064500          ORDER BY CARC_SENT_TS
064600          FETCH FIRST 1 ROW ONLY
064700     END-EXEC.
064800     IF  SQLCODE = +100
064900         IF  WS-EV-DEADLINE >= WS-TODAY-ISO
065000             ADD 1 TO WS-FS-PENDING (WS-FX)
065100             ADD 1 TO WS-TOTAL-PENDING
065200         ELSE
065300             ADD 1 TO WS-FS-MISSING (WS-FX)
065400             ADD 1 TO WS-TOTAL-MISSING
065500             MOVE 'MISSING' TO WS-FINDING
065600             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
065700         END-IF
065800         GO TO 5000-EXIT
065900     END-IF.
066000     IF  SQLCODE NOT = ZERO
066100         DISPLAY 'EDOCB505 - EDOC.CORRARCH READ FAILED, SQLCODE '
066200             SQLCODE
066300         MOVE 16 TO RETURN-CODE
066400         GOBACK
066500     END-IF.
066600     MOVE CARC-SENT-TS (1:10) TO WS-SENT-DATE.
066700     IF  WS-SENT-DATE > WS-EV-DEADLINE
066800         ADD 1 TO WS-FS-LATE (WS-FX)
066900         ADD 1 TO WS-TOTAL-LATE
067000         MOVE 'LATE' TO WS-FINDING
067100         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
067200         GO TO 5000-EXIT
067300     END-IF.
067400     IF  NOT CARC-UNDELIVERED
067500         ADD 1 TO WS-FS-ON-TIME (WS-FX)
067600         ADD 1 TO WS-TOTAL-ON-TIME
067700         GO TO 5000-EXIT
067800     END-IF.
067900     PERFORM 5200-FIND-FALLBACK THRU 5200-EXIT.
068000     IF  WS-FB-SENT-TS = SPACES
068100         ADD 1 TO WS-FS-BOUNCED (WS-FX)
068200         ADD 1 TO WS-TOTAL-BOUNCED
068300         MOVE 'BOUNCED, NO FALLBACK' TO WS-FINDING
068400         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
068500         GO TO 5000-EXIT
068600     END-IF.
068700     IF  WS-FB-SENT-TS (1:10) > WS-EV-DEADLINE
068800         ADD 1 TO WS-FS-LATE (WS-FX)
068900         ADD 1 TO WS-TOTAL-LATE
069000         MOVE 'LATE - BY FALLBACK' TO WS-FINDING
069100         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
069200         GO TO 5000-EXIT
069300     END-IF.
069400     ADD 1 TO WS-FS-ON-TIME (WS-FX).
069500     ADD 1 TO WS-TOTAL-ON-TIME.
069600 5000-EXIT.
069700     EXIT.
069800*----------------------------------------------------------------
069900 5100-COMPUTE-DEADLINE.
070000*    BUSINESS DAYS STEP ON THE SHARED ADMU503 CALENDAR, FORWARD
070100*    FOR A DEADLINE AFTER THE TRIGGER AND BACK FOR AN ADVANCE
070200*    NOTICE; CALENDAR DAYS ARE PLAIN DATE ARITHMETIC.
070300     MOVE WS-FS-DEADLINE (WS-FX) TO WS-DAYS.
070400     IF  NOT WS-FS-BUSINESS-DAYS (WS-FX)
070500         EXEC SQL
070600             SET :WS-EV-DEADLINE =
070700                 CHAR(DATE(:WS-EV-TRIGGER) + :WS-DAYS DAYS, ISO)
070800         END-EXEC
070900         GO TO 5100-EXIT
071000     END-IF.
071100     IF  WS-DAYS = ZERO
071200         MOVE WS-EV-TRIGGER TO WS-EV-DEADLINE
071300         GO TO 5100-EXIT
071400     END-IF.
071500     INITIALIZE ADMU503-PARAMETERS.
071600     IF  WS-DAYS > ZERO
071700         SET ADMU503-FUNC-STEP-FWD TO TRUE
071800         MOVE WS-DAYS TO ADMU503-DAY-COUNT
071900     ELSE
072000         SET ADMU503-FUNC-STEP-BACK TO TRUE
072100         COMPUTE ADMU503-DAY-COUNT = ZERO - WS-DAYS
072200     END-IF.
072300     MOVE WS-EV-BANK-NBR TO ADMU503-BANK-NBR.
072400     MOVE WS-EV-TRIGGER  TO ADMU503-DATE-1.
072500     CALL 'ADMU503' USING ADMU503-PARAMETERS.
072600     IF  NOT ADMU503-VALID
072700         DISPLAY 'EDOCB505 - ' ADMU503-ERROR-TEXT
072800         MOVE 16 TO RETURN-CODE
072900         GOBACK
073000     END-IF.
073100     MOVE ADMU503-RESULT-DATE TO WS-EV-DEADLINE.
073200 5100-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500 5200-FIND-FALLBACK.
073600*    A LATER PIECE OF THE SAME FORM TO THE SAME KEY THAT EDOC050
073700*    DELIVERED -- EDOCU051'S FALLBACK CHANNEL OR THE SOURCE
073800*    PROGRAM'S NEXT-RUN RETRY.
073900     EXEC SQL
074000         SELECT CARC_SENT_TS
074100           INTO :WS-FB-SENT-TS
074200           FROM EDOC.CORRARCH
074300          WHERE CARC_BANK_NBR = :WS-EV-BANK-NBR
074400            AND CARC_FILE_ID  = :WS-EV-FILE-ID
074500            AND CARC_KEY      = :WS-EV-KEY
074600            AND CARC_FORM_ID  = :WS-FORM-ID
074700            AND CARC_SENT_TS  > :CARC-SENT-TS
074800            AND CARC_RESULT   = 'S'
074900          ORDER BY CARC_SENT_TS
075000          FETCH FIRST 1 ROW ONLY
075100     END-EXEC.
075200     IF  SQLCODE NOT = ZERO
075300         MOVE SPACES TO WS-FB-SENT-TS
075400     END-IF.
075500 5200-EXIT.
075600     EXIT.
075700*----------------------------------------------------------------
075800 7000-WRITE-EXCEPTION.
075900     SET WS-EXCEPTION TO TRUE.
076000     MOVE WS-FORM-ID         TO EL-FORM.
076100     MOVE WS-EV-BANK-NBR     TO EL-BANK-NBR.
076200     MOVE WS-EV-FILE-ID      TO EL-FILE-ID.
076300     MOVE WS-EV-KEY          TO EL-KEY.
076400     MOVE WS-EV-REF          TO EL-REF.
076500     MOVE WS-EV-TRIGGER      TO EL-TRIGGER.
076600     MOVE WS-EV-DEADLINE     TO EL-DEADLINE.
076700     MOVE WS-FINDING         TO EL-FINDING.
076800     MOVE WS-EXCEPTION-LINE  TO RPT680-RECORD.
076900     WRITE RPT680-RECORD.
077000     IF  WS-FINDING = 'MISSING'
077100         GO TO 7000-EXIT
077200     END-IF.
077300     MOVE CARC-SENT-TS       TO EV-SENT-TS.
077400     MOVE CARC-DEL-METHOD    TO EV-METHOD.
077500     MOVE CARC-RESULT        TO EV-RESULT.
077600     MOVE CARC-RESULT-TS     TO EV-RESULT-TS.
077700     MOVE WS-FB-SENT-TS      TO EV-FALLBACK-TS.
077800     IF  WS-FB-SENT-TS = SPACES
077900         MOVE 'NONE'         TO EV-FALLBACK-TS
078000     END-IF.
078100     MOVE WS-EVIDENCE-LINE   TO RPT680-RECORD.
078200     WRITE RPT680-RECORD.
078300 7000-EXIT.
078400     EXIT.
078500*----------------------------------------------------------------
078600 8000-FINALIZE.
078700     IF  NOT WS-EXCEPTION
078800         MOVE '  NONE' TO RPT680-RECORD
078900         WRITE RPT680-RECORD
079000     END-IF.
079100     MOVE SPACES       TO RPT680-RECORD.
079200     WRITE RPT680-RECORD.
079300     MOVE WS-HEADING-5 TO RPT680-RECORD.
079400     WRITE RPT680-RECORD.
079500     MOVE WS-HEADING-6 TO RPT680-RECORD.
079600     WRITE RPT680-RECORD.
079700     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT
079800         VARYING WS-FX FROM 1 BY 1
079900         UNTIL WS-FX > 5.
080000     MOVE SPACES       TO RPT680-RECORD.
080100     WRITE RPT680-RECORD.
080200     MOVE 'EVENTS TESTED           - ' TO TL-LABEL.
080300     MOVE WS-TOTAL-EVENTS TO TL-COUNT.
080400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
080500     MOVE 'ON TIME                 - ' TO TL-LABEL.
080600     MOVE WS-TOTAL-ON-TIME TO TL-COUNT.
080700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
080800     MOVE 'LATE                    - ' TO TL-LABEL.
080900     MOVE WS-TOTAL-LATE TO TL-COUNT.
081000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
081100     MOVE 'MISSING                 - ' TO TL-LABEL.
081200     MOVE WS-TOTAL-MISSING TO TL-COUNT.
081300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
081400     MOVE 'BOUNCED, NO FALLBACK    - ' TO TL-LABEL.
081500     MOVE WS-TOTAL-BOUNCED TO TL-COUNT.
081600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
081700     MOVE 'PENDING, NOT YET DUE    - ' TO TL-LABEL.
081800     MOVE WS-TOTAL-PENDING TO TL-COUNT.
081900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
082000     MOVE 'FORMS WITH NO RULE      - ' TO TL-LABEL.
082100     MOVE WS-TOTAL-NO-RULE TO TL-COUNT.
082200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
082300     CLOSE RPT680-FILE.
082400     IF  WS-EXCEPTION
082500     OR  WS-TOTAL-NO-RULE > ZERO
082600         MOVE 4 TO RETURN-CODE
082700     END-IF.
082800 8000-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------
083100 8100-WRITE-TOTAL.
083200     MOVE WS-TOTAL-LINE TO RPT680-RECORD.
083300     WRITE RPT680-RECORD.
083400 8100-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700 8200-WRITE-SUMMARY.
083800     IF  NOT WS-FS-RULE-FOUND (WS-FX)
083900         MOVE WS-FL-FORM (WS-FX) TO NR-FORM
084000         MOVE WS-NO-RULE-LINE    TO RPT680-RECORD
084100         WRITE RPT680-RECORD
084200         GO TO 8200-EXIT
084300     END-IF.
084400     MOVE WS-FL-FORM (WS-FX)       TO SL-FORM.
084500     MOVE WS-FS-REGULATION (WS-FX) TO SL-REGULATION.
084600     MOVE WS-FS-DEADLINE (WS-FX)   TO SL-DEADLINE.
084700     MOVE WS-FS-BASIS (WS-FX)      TO SL-BASIS.
084800     MOVE WS-FS-EVENTS (WS-FX)     TO SL-EVENTS.
084900     MOVE WS-FS-ON-TIME (WS-FX)    TO SL-ON-TIME.
085000     MOVE WS-FS-LATE (WS-FX)       TO SL-LATE.
085100     MOVE WS-FS-MISSING (WS-FX)    TO SL-MISSING.
085200     MOVE WS-FS-BOUNCED (WS-FX)    TO SL-BOUNCED.
085300     MOVE WS-FS-PENDING (WS-FX)    TO SL-PENDING.
085400     MOVE WS-SUMMARY-LINE TO RPT680-RECORD.
085500     WRITE RPT680-RECORD.
085600 8200-EXIT.
085700     EXIT.
