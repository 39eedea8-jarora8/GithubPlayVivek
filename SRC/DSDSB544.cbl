000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB544.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CUSTOMER ACH FILE *
001500*                      INTAKE FOR BUSINESS ORIGINATORS.  TAKES   *
001600*                      ONE CUSTOMER NACHA FILE PER RUN (ACHIN),  *
001700*                      EDITS EVERY RECORD, PROVES EACH BATCH     *
001800*                      CONTROL AND THE FILE CONTROL, CHECKS THE  *
001900*                      COMPANY ID AND SEC CODES AGAINST          *
002000*                      DSDS.ACHORIG, AND STAGES THE ENTRIES ON   *
002100*                      DSDS.ACHOENT UNDER A DSDS.ACHOFILE        *
002200*                      REGISTER ROW.  A FILE WHOSE HEADER OR     *
002300*                      COUNT/HASH/DOLLARS MATCH ONE ALREADY      *
002400*                      TAKEN IN IS HELD AS A DUPLICATE SUSPECT   *
002500*                      (AS DSDSB510 DOES FOR BATCHES); ONE OVER  *
002600*                      THE PER-FILE OR DAILY EXPOSURE LIMIT IS   *
002700*                      HELD FOR APPROVAL.  MODE A APPROVES A     *
002800*                      HELD FILE FOR TONIGHT'S ORIGINATION       *
002900*                      (DSDSB545); MODE X REJECTS IT.            *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ACHIN-FILE ASSIGN TO ACHIN
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-ACHIN-STATUS.
004100     SELECT RPT652-FILE ASSIGN TO RPT652
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ACHIN-FILE
004600     RECORDING MODE F.
004700*    THE CUSTOMER'S NACHA FILE -- ONE 94-BYTE RECORD LAYOUT PER
004800*    RECORD TYPE, STANDARD POSITIONS.
004900 01  ACHIN-RECORD.
005000     05  ACHIN-REC-TYPE          PIC X(01).
005100     05  FILLER                  PIC X(93).
005200 01  ACHIN-FILE-HEADER.
005300     05  FILLER                  PIC X(01).
005400     05  FH-PRIORITY             PIC X(02).
005500     05  FH-DEST-RTN             PIC X(10).
005600     05  FH-ORIGIN-RTN           PIC X(10).
005700     05  FH-CREATE-DATE          PIC X(06).
005800     05  FH-CREATE-TIME          PIC X(04).
005900     05  FH-FILE-ID-MOD          PIC X(01).
006000     05  FH-RECORD-SIZE          PIC X(03).
006100     05  FH-BLOCKING             PIC X(02).
006200     05  FH-FORMAT-CODE          PIC X(01).
006300     05  FH-DEST-NAME            PIC X(23).
006400     05  FH-ORIGIN-NAME          PIC X(23).
006500     05  FH-REFERENCE            PIC X(08).
006600 01  ACHIN-BATCH-HEADER.
006700     05  FILLER                  PIC X(01).
006800     05  BH-SERVICE-CLASS        PIC 9(03).
006900         88  BH-MIXED                     VALUE 200.
007000         88  BH-CREDITS-ONLY              VALUE 220.
007100         88  BH-DEBITS-ONLY               VALUE 225.
007200     05  BH-CO-NAME              PIC X(16).
007300     05  BH-CO-DISC              PIC X(20).
007400     05  BH-COMPANY-ID           PIC X(10).
007500     05  BH-SEC-CODE             PIC X(03).
007600     05  BH-ENTRY-DESC           PIC X(10).
007700     05  BH-DESC-DATE            PIC X(06).
007800     05  BH-EFF-DATE             PIC X(06).
007900     05  BH-SETTLE-DATE          PIC X(03).
008000     05  BH-ORIG-STATUS          PIC X(01).
008100     05  BH-ODFI-ID              PIC X(08).
008200     05  BH-BATCH-NBR            PIC 9(07).
008300 01  ACHIN-ENTRY-DETAIL.
008400     05  FILLER                  PIC X(01).
008500     05  ED-TRAN-CODE            PIC 9(02).
008600         88  ED-CREDIT                    VALUE 21 22 23 24
008700                                                31 32 33 34
008800                                                41 42 43 44
008900                                                51 52 53 54.
009000         88  ED-DEBIT                     VALUE 26 27 28 29
009100                                                36 37 38 39
009200                                                46 47 48 49
009300                                                55 56.
009400     05  ED-RECV-RTN.
009500         10  ED-RDFI-ID          PIC 9(08).
009600         10  ED-CHECK-DIGIT      PIC 9(01).
009700     05  ED-ACCT-NBR             PIC X(17).
009800     05  ED-AMOUNT               PIC 9(08)V99.
009900     05  ED-INDIV-ID             PIC X(15).
010000     05  ED-INDIV-NAME           PIC X(22).
010100     05  ED-DISC-DATA            PIC X(02).
010200     05  ED-ADDENDA-IND          PIC X(01).
010300     05  ED-TRACE-NBR            PIC X(15).
010400 01  ACHIN-ADDENDA.
010500     05  FILLER                  PIC X(01).
010600     05  AD-TYPE-CODE            PIC X(02).
010700     05  AD-PMT-INFO             PIC X(80).
010800     05  AD-SEQ-NBR              PIC X(04).
010900     05  AD-ENTRY-SEQ            PIC X(07).
011000 01  ACHIN-BATCH-CONTROL.
011100     05  FILLER                  PIC X(01).
011200     05  BC-SERVICE-CLASS        PIC 9(03).
011300     05  BC-ENTRY-COUNT          PIC 9(06).
011400     05  BC-ENTRY-HASH           PIC 9(10).
011500     05  BC-TOTAL-DEBIT          PIC 9(10)V99.
011600     05  BC-TOTAL-CREDIT         PIC 9(10)V99.
011700     05  BC-COMPANY-ID           PIC X(10).
011800     05  BC-MAC                  PIC X(19).
011900     05  FILLER                  PIC X(06).
012000     05  BC-ODFI-ID              PIC X(08).
012100     05  BC-BATCH-NBR            PIC 9(07).
012200 01  ACHIN-FILE-CONTROL.
012300     05  FILLER                  PIC X(01).
012400     05  FC-BATCH-COUNT          PIC 9(06).
012500     05  FC-BLOCK-COUNT          PIC 9(06).
012600     05  FC-ENTRY-COUNT          PIC 9(08).
012700     05  FC-ENTRY-HASH           PIC 9(10).
012800     05  FC-TOTAL-DEBIT          PIC 9(10)V99.
012900     05  FC-TOTAL-CREDIT         PIC 9(10)V99.
013000     05  FILLER                  PIC X(39).
013100 FD  RPT652-FILE
013200     RECORDING MODE F.
013300 01  RPT652-RECORD               PIC X(132).
013400*----------------------------------------------------------------
013500 WORKING-STORAGE SECTION.
013600 01  WS-SWITCHES.
013700     05  WS-EOF-SW                PIC X       VALUE 'N'.
013800         88  WS-EOF-YES                   VALUE 'Y'.
013900     05  WS-ACHIN-STATUS          PIC XX      VALUE '00'.
014000     05  WS-BATCH-OPEN-SW         PIC X       VALUE 'N'.
014100         88  WS-BATCH-OPEN                VALUE 'Y'.
014200     05  WS-FILE-CTL-SW           PIC X       VALUE 'N'.
014300         88  WS-FILE-CTL-SEEN             VALUE 'Y'.
014400     05  WS-ADDENDA-DUE-SW        PIC X       VALUE 'N'.
014500         88  WS-ADDENDA-DUE               VALUE 'Y'.
014600     05  WS-SEC-HIT-SW            PIC X       VALUE 'N'.
014700         88  WS-SEC-HIT                   VALUE 'Y'.
014800 01  WS-WORK-FIELDS.
014900*    SPACES WHILE THE FILE IS CLEAN; THE FIRST EDIT THAT FAILS
015000*    STOPS THE READ AND BECOMES THE REGISTER'S REASON.
015100     05  WS-REASON                PIC X(30)   VALUE SPACE.
015200     05  WS-COMPANY-ID            PIC X(10)   VALUE SPACE.
015300     05  WS-DUP-DAYS              PIC S9(3)   COMP-3 VALUE +0.
015400     05  WS-SX                    PIC S9(4)   COMP  VALUE +0.
015500     05  WS-ENTRY-SEQ             PIC S9(7)   COMP-3 VALUE +0.
015600     05  WS-PRIOR-COUNT           PIC S9(7)   COMP-3 VALUE +0.
015700     05  WS-GROSS-AMT             PIC S9(13)V99 COMP-3 VALUE +0.
015800     05  WS-DAY-EXPOSURE          PIC S9(13)V99 COMP-3 VALUE +0.
015900     05  WS-BATCH-EDIT            PIC 9(07)   VALUE ZERO.
016000*    BATCH AND FILE ACCUMULATORS, KEPT THE WAY THE CONTROL
016100*    RECORDS CARRY THEM.  THE HASH SUMS RUN WIDE AND ARE CUT TO
016200*    THEIR LOW-ORDER TEN DIGITS FOR THE COMPARE.
016300     05  WS-B-ENTRIES             PIC 9(06)   VALUE ZERO.
016400     05  WS-B-HASH-SUM            PIC 9(12)   VALUE ZERO.
016500     05  WS-B-DEBIT               PIC 9(10)V99 VALUE ZERO.
016600     05  WS-B-CREDIT              PIC 9(10)V99 VALUE ZERO.
016700     05  WS-F-BATCHES             PIC 9(06)   VALUE ZERO.
016800     05  WS-F-ENTRIES             PIC 9(08)   VALUE ZERO.
016900     05  WS-F-HASH-SUM            PIC 9(12)   VALUE ZERO.
017000     05  WS-F-DEBIT               PIC 9(10)V99 VALUE ZERO.
017100     05  WS-F-CREDIT              PIC 9(10)V99 VALUE ZERO.
017200     05  WS-HASH-10               PIC 9(10)   VALUE ZERO.
017300     05  WS-TOTAL-ACCEPTED        PIC S9(5)   COMP  VALUE ZERO.
017400     05  WS-TOTAL-HELD            PIC S9(5)   COMP  VALUE ZERO.
017500     05  WS-TOTAL-REJECTED        PIC S9(5)   COMP  VALUE ZERO.
017600     05  WS-TOTAL-APPROVED        PIC S9(5)   COMP  VALUE ZERO.
017700*    THE ORIGINATOR'S ALLOWED SEC CODES, SIDE BY SIDE.
017800 01  WS-SEC-ALLOWED.
017900     05  WS-SEC-CODE              PIC X(03)   OCCURS 5 TIMES.
018000*----------------------------------------------------------------
018100     COPY DSDSAORG.
018200*----------------------------------------------------------------
018300     COPY DSDSAOFL.
018400*----------------------------------------------------------------
018500     COPY DSDSAOEN.
018600*----------------------------------------------------------------
018700     COPY ADMU501P.
018800*----------------------------------------------------------------
018900 01  WS-HEADING-1.
019000     05  FILLER  PIC X(132) VALUE
019100       'DSDSB544  CUSTOMER ACH FILE INTAKE AND APPROVAL'.
019200 01  WS-HEADING-2.
019300     05  FILLER  PIC X(48)  VALUE
019400       'DISP      FILE-SEQ COMPANY-ID BATCHES  ENTRIES  '.
019500     05  FILLER  PIC X(48)  VALUE
019600       '     TOTAL DEBITS      TOTAL CREDITS  REASON    '.
019700     05  FILLER  PIC X(36)  VALUE SPACE.
019800 01  WS-DETAIL-LINE.
019900     05  DL-DISP                  PIC X(08).
020000     05  FILLER                   PIC X(02)   VALUE SPACE.
020100     05  DL-FILE-SEQ              PIC 9(07).
020200     05  FILLER                   PIC X(02)   VALUE SPACE.
020300     05  DL-COMPANY-ID            PIC X(10).
020400     05  FILLER                   PIC X(02)   VALUE SPACE.
020500     05  DL-BATCHES               PIC ZZ,ZZ9.
020600     05  FILLER                   PIC X(02)   VALUE SPACE.
020700     05  DL-ENTRIES               PIC ZZZ,ZZ9.
020800     05  FILLER                   PIC X(02)   VALUE SPACE.
020900     05  DL-DEBITS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER                   PIC X(02)   VALUE SPACE.
021100     05  DL-CREDITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021200     05  FILLER                   PIC X(02)   VALUE SPACE.
021300     05  DL-REASON                PIC X(30).
021400     05  FILLER                   PIC X(14)   VALUE SPACE.
021500 01  WS-TOTAL-LINE.
021600     05  TL-LABEL                 PIC X(26).
021700     05  TL-COUNT                 PIC ZZZ,ZZ9.
021800     05  FILLER                   PIC X(99)   VALUE SPACE.
021900*----------------------------------------------------------------
022000 LINKAGE SECTION.
022100 01  DSDSB544-PARM.
022200*    MODE I TAKES IN THE FILE ON ACHIN.  MODE A APPROVES, AND
022300*    MODE X REJECTS, THE HELD FILE NAMED BY FILE-SEQ; OPER-ID IS
022400*    THE APPROVER RECORDED ON THE REGISTER.
022500     05  DSDSB544-MODE             PIC X(01).
022600         88  DSDSB544-MODE-INTAKE      VALUE 'I'.
022700         88  DSDSB544-MODE-APPROVE     VALUE 'A'.
022800         88  DSDSB544-MODE-REJECT      VALUE 'X'.
022900     05  DSDSB544-FILE-SEQ         PIC 9(07).
023000     05  DSDSB544-OPER-ID          PIC 9(05).
023100*    HOW MANY DAYS BACK A FILE WITH THE SAME COUNT, HASH AND
023200*    DOLLARS COUNTS AS A DUPLICATE (ZERO IS 30).
023300     05  DSDSB544-DUP-DAYS         PIC 9(03).
023400*----------------------------------------------------------------
023500 PROCEDURE DIVISION USING DSDSB544-PARM.
023600*
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900     EVALUATE TRUE
024000         WHEN DSDSB544-MODE-APPROVE
024100             PERFORM 6000-APPROVE-FILE THRU 6000-EXIT
024200         WHEN DSDSB544-MODE-REJECT
024300             PERFORM 7000-REJECT-FILE THRU 7000-EXIT
024400         WHEN OTHER
024500             PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
024600                 UNTIL WS-EOF-YES
024700                 OR WS-REASON NOT = SPACE
024800             PERFORM 3000-DECIDE-FILE THRU 3000-EXIT
024900     END-EVALUATE.
025000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025100     GOBACK.
025200*----------------------------------------------------------------
025300 1000-INITIALIZE.
025400     OPEN OUTPUT RPT652-FILE.
025500     MOVE WS-HEADING-1 TO RPT652-RECORD.
025600     WRITE RPT652-RECORD.
025700     MOVE WS-HEADING-2 TO RPT652-RECORD.
025800     WRITE RPT652-RECORD.
025900     IF  NOT DSDSB544-MODE-INTAKE
026000     AND NOT DSDSB544-MODE-APPROVE
026100     AND NOT DSDSB544-MODE-REJECT
026200         DISPLAY 'DSDSB544 - MODE MUST BE I, A OR X: '
026300             DSDSB544-MODE
026400         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
026500         MOVE 16 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800     IF  NOT DSDSB544-MODE-INTAKE
026900         IF  DSDSB544-OPER-ID = ZERO
027000             DISPLAY 'DSDSB544 - APPROVE/REJECT NEEDS AN OPER-ID'
027100             PERFORM 9000-LOG-FATAL THRU 9000-EXIT
027200             MOVE 16 TO RETURN-CODE
027300             GOBACK
027400         END-IF
027500         GO TO 1000-EXIT
027600     END-IF.
027700     MOVE DSDSB544-DUP-DAYS TO WS-DUP-DAYS.
027800     IF  WS-DUP-DAYS = ZERO
027900         MOVE 30 TO WS-DUP-DAYS
028000     END-IF.
028100*    THE NEW FILE'S REGISTER KEY.
028200     EXEC SQL
028300         SELECT COALESCE(MAX(AOFL_FILE_SEQ), 0) + 1
028400           INTO :AOFL-FILE-SEQ
028500           FROM DSDS.ACHOFILE
028600     END-EXEC.
028700     IF  SQLCODE NOT = ZERO
028800         DISPLAY 'DSDSB544 - ACHOFILE READ FAILED, SQLCODE '
028900             SQLCODE
029000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
029100         MOVE 16 TO RETURN-CODE
029200         GOBACK
029300     END-IF.
029400     MOVE AOFL-FILE-SEQ TO AOEN-FILE-SEQ.
029500     MOVE SPACES TO AOFL-CREATE-DATE.
029600     MOVE SPACES TO AOFL-FILE-ID-MOD.
029700     OPEN INPUT ACHIN-FILE.
029800     IF  WS-ACHIN-STATUS NOT = '00'
029900         DISPLAY 'DSDSB544 - ACHIN I/O ERROR, STATUS '
030000             WS-ACHIN-STATUS
030100         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
030200         MOVE 16 TO RETURN-CODE
030300         GOBACK
030400     END-IF.
030500*    THE FIRST RECORD MUST BE THE FILE HEADER; ITS CREATION
030600*    DATE AND FILE ID MODIFIER IDENTIFY THE FILE FOR THE
030700*    DUPLICATE CHECK.
030800     PERFORM 2100-READ-ACHIN THRU 2100-EXIT.
030900     IF  WS-EOF-YES
031000         MOVE 'EMPTY FILE' TO WS-REASON
031100         GO TO 1000-EXIT
031200     END-IF.
031300     IF  ACHIN-REC-TYPE NOT = '1'
031400         MOVE 'FIRST RECORD NOT FILE HEADER' TO WS-REASON
031500         GO TO 1000-EXIT
031600     END-IF.
031700     MOVE FH-CREATE-DATE TO AOFL-CREATE-DATE.
031800     MOVE FH-FILE-ID-MOD TO AOFL-FILE-ID-MOD.
031900     PERFORM 2100-READ-ACHIN THRU 2100-EXIT.
032000 1000-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300 2000-PROCESS-RECORD.
032400*    PADDING RECORDS (ALL NINES) AFTER THE FILE CONTROL FILL
032500*    OUT THE LAST BLOCK AND ARE SKIPPED; ANYTHING ELSE THERE IS
032600*    AN ERROR.
032700     IF  WS-FILE-CTL-SEEN
032800         IF  ACHIN-RECORD NOT = ALL '9'
032900             MOVE 'RECORDS AFTER FILE CONTROL' TO WS-REASON
033000             GO TO 2000-EXIT
033100         END-IF
033200         PERFORM 2100-READ-ACHIN THRU 2100-EXIT
033300         GO TO 2000-EXIT
033400     END-IF.
033500     EVALUATE ACHIN-REC-TYPE
033600         WHEN '1'
033700             MOVE 'SECOND FILE HEADER IN FILE' TO WS-REASON
033800         WHEN '5'
033900             PERFORM 2200-BATCH-HEADER THRU 2200-EXIT
034000         WHEN '6'
034100             PERFORM 2300-ENTRY-DETAIL THRU 2300-EXIT
034200         WHEN '7'
034300             PERFORM 2400-ADDENDA THRU 2400-EXIT
034400         WHEN '8'
034500             PERFORM 2500-BATCH-CONTROL THRU 2500-EXIT
034600         WHEN '9'
034700             PERFORM 2600-FILE-CONTROL THRU 2600-EXIT
034800         WHEN OTHER
034900             MOVE 'INVALID RECORD TYPE' TO WS-REASON
035000     END-EVALUATE.
035100     IF  WS-REASON NOT = SPACE
035200         GO TO 2000-EXIT
035300     END-IF.
035400     PERFORM 2100-READ-ACHIN THRU 2100-EXIT.
035500 2000-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800 2100-READ-ACHIN.
035900     READ ACHIN-FILE
036000         AT END
036100             SET WS-EOF-YES TO TRUE
036200     END-READ.
036300     IF  WS-ACHIN-STATUS NOT = '00'
036400     AND WS-ACHIN-STATUS NOT = '10'
036500         DISPLAY 'DSDSB544 - ACHIN I/O ERROR, STATUS '
036600             WS-ACHIN-STATUS
036700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
036800         MOVE 16 TO RETURN-CODE
036900         GOBACK
037000     END-IF.
037100 2100-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400 2200-BATCH-HEADER.
037500     IF  WS-BATCH-OPEN
037600         MOVE 'BATCH HEADER INSIDE A BATCH' TO WS-REASON
037700         GO TO 2200-EXIT
037800     END-IF.
037900     IF  BH-SERVICE-CLASS NOT NUMERIC
038000     OR  NOT (BH-MIXED OR BH-CREDITS-ONLY OR BH-DEBITS-ONLY)
038100         MOVE 'INVALID SERVICE CLASS' TO WS-REASON
038200         GO TO 2200-EXIT
038300     END-IF.
038400     IF  BH-EFF-DATE NOT NUMERIC
038500         MOVE 'INVALID EFFECTIVE ENTRY DATE' TO WS-REASON
038600         GO TO 2200-EXIT
038700     END-IF.
038800*    ONE ORIGINATOR PER FILE -- THE FIRST BATCH NAMES IT AND
038900*    EVERY LATER BATCH MUST CARRY THE SAME COMPANY ID.
039000     IF  WS-COMPANY-ID = SPACE
039100         PERFORM 2210-LOAD-ORIGINATOR THRU 2210-EXIT
039200         IF  WS-REASON NOT = SPACE
039300             GO TO 2200-EXIT
039400         END-IF
039500     END-IF.
039600     IF  BH-COMPANY-ID NOT = WS-COMPANY-ID
039700         MOVE 'MIXED COMPANY IDS IN FILE' TO WS-REASON
039800         GO TO 2200-EXIT
039900     END-IF.
040000     MOVE 'N' TO WS-SEC-HIT-SW.
040100     PERFORM 2220-MATCH-SEC THRU 2220-EXIT
040200         VARYING WS-SX FROM 1 BY 1
040300         UNTIL WS-SX > 5
040400         OR WS-SEC-HIT.
040500     IF  NOT WS-SEC-HIT
040600         STRING 'SEC CODE ' BH-SEC-CODE ' NOT ALLOWED'
040700             DELIMITED BY SIZE INTO WS-REASON
040800         GO TO 2200-EXIT
040900     END-IF.
041000     SET WS-BATCH-OPEN TO TRUE.
041100     ADD 1 TO WS-F-BATCHES.
041200     MOVE ZERO TO WS-B-ENTRIES.
041300     MOVE ZERO TO WS-B-HASH-SUM.
041400     MOVE ZERO TO WS-B-DEBIT.
041500     MOVE ZERO TO WS-B-CREDIT.
041600*    THE BATCH HEADER RIDES ON EVERY STAGED ENTRY.
041700     MOVE BH-BATCH-NBR     TO AOEN-BATCH-NBR.
041800     MOVE BH-SERVICE-CLASS TO AOEN-SVC-CLASS.
041900     MOVE BH-CO-NAME       TO AOEN-CO-NAME.
042000     MOVE BH-CO-DISC       TO AOEN-CO-DISC.
042100     MOVE BH-COMPANY-ID    TO AOEN-COMPANY-ID.
042200     MOVE BH-SEC-CODE      TO AOEN-SEC.
042300     MOVE BH-ENTRY-DESC    TO AOEN-ENTRY-DESC.
042400     MOVE BH-DESC-DATE     TO AOEN-DESC-DATE.
042500     MOVE BH-EFF-DATE      TO AOEN-EFF-DATE.
042600 2200-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900 2210-LOAD-ORIGINATOR.
043000     MOVE BH-COMPANY-ID TO AORG-COMPANY-ID.
043100     EXEC SQL
043200         SELECT AORG_CO_NAME, AORG_BANK_NBR, AORG_ACCT_ID,
043300                AORG_SETTLE_ACCT, AORG_SEC_ALLOWED,
043400                AORG_FILE_LIMIT, AORG_DAILY_LIMIT,
043500                AORG_ACTIVE_IND
043600           INTO :AORG-CO-NAME, :AORG-BANK-NBR, :AORG-ACCT-ID,
043700                :AORG-SETTLE-ACCT, :AORG-SEC-ALLOWED,
043800                :AORG-FILE-LIMIT, :AORG-DAILY-LIMIT,
043900                :AORG-ACTIVE-IND
044000           FROM DSDS.ACHORIG
044100          WHERE AORG_COMPANY_ID = :AORG-COMPANY-ID
044200     END-EXEC.
044300     IF  SQLCODE = 100
044400         MOVE 'COMPANY ID NOT AN ORIGINATOR' TO WS-REASON
044500         GO TO 2210-EXIT
044600     END-IF.
044700     IF  SQLCODE NOT = ZERO
044800         DISPLAY 'DSDSB544 - ACHORIG READ FAILED, SQLCODE '
044900             SQLCODE
045000         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
045100         MOVE 16 TO RETURN-CODE
045200         GOBACK
045300     END-IF.
045400     MOVE AORG-COMPANY-ID TO WS-COMPANY-ID.
045500     IF  NOT AORG-ACTIVE
045600         MOVE 'ORIGINATOR NOT ACTIVE' TO WS-REASON
045700         GO TO 2210-EXIT
045800     END-IF.
045900     MOVE AORG-SEC-ALLOWED TO WS-SEC-ALLOWED.
046000 2210-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300 2220-MATCH-SEC.
046400     IF  WS-SEC-CODE (WS-SX) = BH-SEC-CODE
046500     AND BH-SEC-CODE NOT = SPACE
046600         SET WS-SEC-HIT TO TRUE
046700     END-IF.
046800 2220-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100 2300-ENTRY-DETAIL.
047200     IF  NOT WS-BATCH-OPEN
047300         MOVE 'ENTRY OUTSIDE A BATCH' TO WS-REASON
047400         GO TO 2300-EXIT
047500     END-IF.
047600     IF  WS-ADDENDA-DUE
047700         MOVE 'ADDENDA RECORD MISSING' TO WS-REASON
047800         GO TO 2300-EXIT
047900     END-IF.
048000     IF  ED-TRAN-CODE NOT NUMERIC
048100     OR  ED-RECV-RTN NOT NUMERIC
048200     OR  ED-AMOUNT NOT NUMERIC
048300         MOVE 'NON-NUMERIC ENTRY FIELD' TO WS-REASON
048400         GO TO 2300-EXIT
048500     END-IF.
048600     IF  NOT ED-CREDIT
048700     AND NOT ED-DEBIT
048800         MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
048900         GO TO 2300-EXIT
049000     END-IF.
049100     IF  ED-DEBIT
049200     AND AOEN-SVC-CLASS = 220
049300         MOVE 'DEBIT IN CREDITS-ONLY BATCH' TO WS-REASON
049400         GO TO 2300-EXIT
049500     END-IF.
049600     IF  ED-CREDIT
049700     AND AOEN-SVC-CLASS = 225
049800         MOVE 'CREDIT IN DEBITS-ONLY BATCH' TO WS-REASON
049900         GO TO 2300-EXIT
050000     END-IF.
050100     ADD 1 TO WS-B-ENTRIES.
050200     ADD ED-RDFI-ID TO WS-B-HASH-SUM.
050300     IF  ED-DEBIT
050400         ADD ED-AMOUNT TO WS-B-DEBIT
050500     ELSE
050600         ADD ED-AMOUNT TO WS-B-CREDIT
050700     END-IF.
050800     IF  ED-ADDENDA-IND = '1'
050900         SET WS-ADDENDA-DUE TO TRUE
051000     END-IF.
051100     ADD 1 TO WS-ENTRY-SEQ.
051200     MOVE WS-ENTRY-SEQ    TO AOEN-ENTRY-SEQ.
051300     MOVE ED-TRAN-CODE    TO AOEN-TRAN-CODE.
051400     MOVE ED-RECV-RTN     TO AOEN-RECV-RTN.
051500     MOVE ED-ACCT-NBR     TO AOEN-ACCT.
051600     MOVE ED-AMOUNT       TO AOEN-AMOUNT.
051700     MOVE ED-INDIV-ID     TO AOEN-INDIV-ID.
051800     MOVE ED-INDIV-NAME   TO AOEN-INDIV-NAME.
051900     MOVE ED-DISC-DATA    TO AOEN-DISC-DATA.
052000     MOVE ED-ADDENDA-IND  TO AOEN-ADDENDA-IND.
052100     MOVE SPACES          TO AOEN-ADDENDA.
052200     EXEC SQL
052300         INSERT INTO DSDS.ACHOENT
052400                (AOEN_FILE_SEQ, AOEN_ENTRY_SEQ, AOEN_BATCH_NBR,
052500                 AOEN_SVC_CLASS, AOEN_CO_NAME, AOEN_CO_DISC,
052600                 AOEN_COMPANY_ID, AOEN_SEC, AOEN_ENTRY_DESC,
052700                 AOEN_DESC_DATE, AOEN_EFF_DATE, AOEN_TRAN_CODE,
052800                 AOEN_RECV_RTN, AOEN_ACCT, AOEN_AMOUNT,
052900                 AOEN_INDIV_ID, AOEN_INDIV_NAME, AOEN_DISC_DATA,
053000                 AOEN_ADDENDA_IND, AOEN_ADDENDA)
053100         VALUES (:AOEN-FILE-SEQ, :AOEN-ENTRY-SEQ,
053200                 :AOEN-BATCH-NBR, :AOEN-SVC-CLASS,
053300                 :AOEN-CO-NAME, :AOEN-CO-DISC,
053400                 :AOEN-COMPANY-ID, :AOEN-SEC,
053500                 :AOEN-ENTRY-DESC, :AOEN-DESC-DATE,
053600                 :AOEN-EFF-DATE, :AOEN-TRAN-CODE,
053700                 :AOEN-RECV-RTN, :AOEN-ACCT, :AOEN-AMOUNT,
053800                 :AOEN-INDIV-ID, :AOEN-INDIV-NAME,
053900                 :AOEN-DISC-DATA, :AOEN-ADDENDA-IND,
054000                 :AOEN-ADDENDA)
054100     END-EXEC.
054200     IF  SQLCODE NOT = ZERO
054300         DISPLAY 'DSDSB544 - ACHOENT INSERT FAILED, SQLCODE '
054400             SQLCODE
054500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
054600         MOVE 16 TO RETURN-CODE
054700         GOBACK
054800     END-IF.
054900 2300-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200 2400-ADDENDA.
055300*    ONE 05 ADDENDA PER ENTRY, RIGHT BEHIND IT; ITS PAYMENT
055400*    INFORMATION GOES ON THE STAGED ENTRY.  ADDENDA COUNT IN
055500*    THE CONTROL RECORDS' ENTRY/ADDENDA COUNT BUT NOT THE HASH.
055600     IF  NOT WS-ADDENDA-DUE
055700         MOVE 'UNEXPECTED ADDENDA RECORD' TO WS-REASON
055800         GO TO 2400-EXIT
055900     END-IF.
056000     MOVE 'N' TO WS-ADDENDA-DUE-SW.
056100     ADD 1 TO WS-B-ENTRIES.
056200     MOVE AD-PMT-INFO TO AOEN-ADDENDA.
056300     EXEC SQL
056400         UPDATE DSDS.ACHOENT
056500            SET AOEN_ADDENDA   = :AOEN-ADDENDA
056600          WHERE AOEN_FILE_SEQ  = :AOEN-FILE-SEQ
056700            AND AOEN_ENTRY_SEQ = :AOEN-ENTRY-SEQ
056800     END-EXEC.
056900     IF  SQLCODE NOT = ZERO
057000         DISPLAY 'DSDSB544 - ACHOENT UPDATE FAILED, SQLCODE '
057100             SQLCODE
057200         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
057300         MOVE 16 TO RETURN-CODE
057400         GOBACK
057500     END-IF.
057600 2400-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900 2500-BATCH-CONTROL.
058000     IF  NOT WS-BATCH-OPEN
058100         MOVE 'CONTROL WITHOUT BATCH HEADER' TO WS-REASON
058200         GO TO 2500-EXIT
058300     END-IF.
058400     IF  WS-ADDENDA-DUE
058500         MOVE 'ADDENDA RECORD MISSING' TO WS-REASON
058600         GO TO 2500-EXIT
058700     END-IF.
058800     IF  BC-ENTRY-COUNT NOT NUMERIC
058900     OR  BC-ENTRY-HASH NOT NUMERIC
059000     OR  BC-TOTAL-DEBIT NOT NUMERIC
059100     OR  BC-TOTAL-CREDIT NOT NUMERIC
059200         MOVE 'NON-NUMERIC BATCH CONTROL' TO WS-REASON
059300         GO TO 2500-EXIT
059400     END-IF.
059500*    THE BALANCING TEST -- COUNT, HASH AND BOTH DOLLAR TOTALS
059600*    AS RECOMPUTED FROM THE ENTRIES.
059700     MOVE WS-B-HASH-SUM TO WS-HASH-10.
059800     IF  BC-ENTRY-COUNT  NOT = WS-B-ENTRIES
059900     OR  BC-ENTRY-HASH   NOT = WS-HASH-10
060000     OR  BC-TOTAL-DEBIT  NOT = WS-B-DEBIT
060100     OR  BC-TOTAL-CREDIT NOT = WS-B-CREDIT
060200         MOVE AOEN-BATCH-NBR TO WS-BATCH-EDIT
060300         STRING 'BATCH ' WS-BATCH-EDIT ' OUT OF BALANCE'
060400             DELIMITED BY SIZE INTO WS-REASON
060500         GO TO 2500-EXIT
060600     END-IF.
060700     MOVE 'N' TO WS-BATCH-OPEN-SW.
060800     ADD WS-B-ENTRIES  TO WS-F-ENTRIES.
060900     ADD WS-B-HASH-SUM TO WS-F-HASH-SUM.
061000     ADD WS-B-DEBIT    TO WS-F-DEBIT.
061100     ADD WS-B-CREDIT   TO WS-F-CREDIT.
061200 2500-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500 2600-FILE-CONTROL.
061600     IF  WS-BATCH-OPEN
061700         MOVE 'FILE CONTROL INSIDE A BATCH' TO WS-REASON
061800         GO TO 2600-EXIT
061900     END-IF.
062000     IF  FC-BATCH-COUNT NOT NUMERIC
062100     OR  FC-ENTRY-COUNT NOT NUMERIC
062200     OR  FC-ENTRY-HASH NOT NUMERIC
062300     OR  FC-TOTAL-DEBIT NOT NUMERIC
062400     OR  FC-TOTAL-CREDIT NOT NUMERIC
062500         MOVE 'NON-NUMERIC FILE CONTROL' TO WS-REASON
062600         GO TO 2600-EXIT
062700     END-IF.
062800     MOVE WS-F-HASH-SUM TO WS-HASH-10.
062900     IF  FC-BATCH-COUNT  NOT = WS-F-BATCHES
063000     OR  FC-ENTRY-COUNT  NOT = WS-F-ENTRIES
063100     OR  FC-ENTRY-HASH   NOT = WS-HASH-10
063200     OR  FC-TOTAL-DEBIT  NOT = WS-F-DEBIT
063300     OR  FC-TOTAL-CREDIT NOT = WS-F-CREDIT
063400         MOVE 'FILE CONTROL OUT OF BALANCE' TO WS-REASON
063500         GO TO 2600-EXIT
063600     END-IF.
063700     SET WS-FILE-CTL-SEEN TO TRUE.
063800 2600-EXIT.
063900     EXIT.
064000*----------------------------------------------------------------
064100 3000-DECIDE-FILE.
064200     IF  WS-REASON = SPACE
064300     AND NOT WS-FILE-CTL-SEEN
064400         MOVE 'NO FILE CONTROL RECORD' TO WS-REASON
064500     END-IF.
064600     IF  WS-REASON = SPACE
064700     AND WS-F-BATCHES = ZERO
064800         MOVE 'NO BATCHES IN FILE' TO WS-REASON
064900     END-IF.
065000     MOVE WS-COMPANY-ID TO AOFL-COMPANY-ID.
065100     MOVE WS-F-BATCHES  TO AOFL-BATCH-COUNT.
065200     MOVE WS-F-ENTRIES  TO AOFL-ENTRY-COUNT.
065300     MOVE WS-F-HASH-SUM TO WS-HASH-10.
065400     MOVE WS-HASH-10    TO AOFL-ENTRY-HASH.
065500     MOVE WS-F-DEBIT    TO AOFL-DEBIT-AMT.
065600     MOVE WS-F-CREDIT   TO AOFL-CREDIT-AMT.
065700*    A FILE THAT FAILED AN EDIT OR WOULD NOT BALANCE IS LOGGED
065800*    AND ITS STAGED ENTRIES REMOVED -- THE CUSTOMER RESENDS IT.
065900     IF  WS-REASON NOT = SPACE
066000         SET AOFL-REJECTED TO TRUE
066100         EXEC SQL
066200             DELETE FROM DSDS.ACHOENT
066300              WHERE AOEN_FILE_SEQ = :AOFL-FILE-SEQ
066400         END-EXEC
066500         PERFORM 3500-LOG-FILE THRU 3500-EXIT
066600         GO TO 3000-EXIT
066700     END-IF.
066800     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT.
066900     IF  WS-REASON NOT = SPACE
067000         SET AOFL-HELD-DUPLICATE TO TRUE
067100         PERFORM 3500-LOG-FILE THRU 3500-EXIT
067200         GO TO 3000-EXIT
067300     END-IF.
067400     PERFORM 3200-CHECK-EXPOSURE THRU 3200-EXIT.
067500     IF  WS-REASON NOT = SPACE
067600         SET AOFL-HELD-LIMIT TO TRUE
067700     ELSE
067800         SET AOFL-ACCEPTED TO TRUE
067900     END-IF.
068000     PERFORM 3500-LOG-FILE THRU 3500-EXIT.
068100 3000-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400 3100-CHECK-DUPLICATE.
068500*    THE GUARD TEST -- THE SAME FILE HEADER (CREATION DATE AND
068600*    FILE ID MODIFIER) FROM THE SAME ORIGINATOR, OR THE SAME
068700*    COUNT, HASH AND DOLLARS RECEIVED WITHIN DUP-DAYS UNDER A
068800*    NEW HEADER.  FILES ALREADY REJECTED DO NOT COUNT.
068900     MOVE ZERO TO WS-PRIOR-COUNT.
069000     EXEC SQL
069100         SELECT COUNT(*)
069200           INTO :WS-PRIOR-COUNT
069300           FROM DSDS.ACHOFILE
069400          WHERE AOFL_COMPANY_ID  = :AOFL-COMPANY-ID
069500            AND AOFL_CREATE_DATE = :AOFL-CREATE-DATE
069600            AND AOFL_FILE_ID_MOD = :AOFL-FILE-ID-MOD
069700            AND AOFL_STATUS NOT IN ('R', 'X')
069800     END-EXEC.
069900     IF  WS-PRIOR-COUNT > ZERO
070000         MOVE 'DUPLICATE FILE HEADER' TO WS-REASON
070100         GO TO 3100-EXIT
070200     END-IF.
070300     EXEC SQL
070400         SELECT COUNT(*)
070500           INTO :WS-PRIOR-COUNT
070600           FROM DSDS.ACHOFILE
070700          WHERE AOFL_COMPANY_ID  = :AOFL-COMPANY-ID
070800            AND AOFL_ENTRY_COUNT = :AOFL-ENTRY-COUNT
070900            AND AOFL_ENTRY_HASH  = :AOFL-ENTRY-HASH
071000            AND AOFL_DEBIT_AMT   = :AOFL-DEBIT-AMT
071100            AND AOFL_CREDIT_AMT  = :AOFL-CREDIT-AMT
071200            AND AOFL_RECV_DATE  >= CURRENT DATE
071300                                   - :WS-DUP-DAYS DAYS
071400            AND AOFL_STATUS NOT IN ('R', 'X')
071500     END-EXEC.
071600     IF  WS-PRIOR-COUNT > ZERO
071700         MOVE 'DUPLICATE FILE CONTENTS' TO WS-REASON
071800     END-IF.
071900 3100-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200 3200-CHECK-EXPOSURE.
072300*    EXPOSURE IS DEBITS PLUS CREDITS.  THE DAY'S TOTAL IS
072400*    EVERY FILE RECEIVED TODAY THAT IS GOING OUT OR HAS GONE;
072500*    HELD FILES COUNT ONLY ONCE APPROVED.
072600     COMPUTE WS-GROSS-AMT = AOFL-DEBIT-AMT + AOFL-CREDIT-AMT.
072700     IF  AORG-FILE-LIMIT > ZERO
072800     AND WS-GROSS-AMT > AORG-FILE-LIMIT
072900         MOVE 'OVER PER-FILE EXPOSURE LIMIT' TO WS-REASON
073000         GO TO 3200-EXIT
073100     END-IF.
073200     IF  AORG-DAILY-LIMIT = ZERO
073300         GO TO 3200-EXIT
073400     END-IF.
073500     MOVE ZERO TO WS-DAY-EXPOSURE.
073600     EXEC SQL
073700         SELECT COALESCE(SUM(AOFL_DEBIT_AMT + AOFL_CREDIT_AMT),
073800                0)
073900           INTO :WS-DAY-EXPOSURE
074000           FROM DSDS.ACHOFILE
074100          WHERE AOFL_COMPANY_ID = :AOFL-COMPANY-ID
074200            AND AOFL_RECV_DATE  = CURRENT DATE
074300            AND AOFL_STATUS IN ('A', 'O')
074400     END-EXEC.
074500     IF  WS-DAY-EXPOSURE + WS-GROSS-AMT > AORG-DAILY-LIMIT
074600         MOVE 'OVER DAILY EXPOSURE LIMIT' TO WS-REASON
074700     END-IF.
074800 3200-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100 3500-LOG-FILE.
075200     MOVE WS-REASON TO AOFL-REASON.
075300     EXEC SQL
075400         INSERT INTO DSDS.ACHOFILE
075500                (AOFL_FILE_SEQ, AOFL_COMPANY_ID, AOFL_RECV_DATE,
075600                 AOFL_CREATE_DATE, AOFL_FILE_ID_MOD,
075700                 AOFL_BATCH_COUNT, AOFL_ENTRY_COUNT,
075800                 AOFL_ENTRY_HASH, AOFL_DEBIT_AMT,
075900                 AOFL_CREDIT_AMT, AOFL_STATUS, AOFL_REASON,
076000                 AOFL_APPROVER, AOFL_ACTION_DATE,
076100                 AOFL_SENT_DATE)
076200         VALUES (:AOFL-FILE-SEQ, :AOFL-COMPANY-ID, CURRENT DATE,
076300                 :AOFL-CREATE-DATE, :AOFL-FILE-ID-MOD,
076400                 :AOFL-BATCH-COUNT, :AOFL-ENTRY-COUNT,
076500                 :AOFL-ENTRY-HASH, :AOFL-DEBIT-AMT,
076600                 :AOFL-CREDIT-AMT, :AOFL-STATUS, :AOFL-REASON,
076700                 0, '0001-01-01', '0001-01-01')
076800     END-EXEC.
076900     IF  SQLCODE NOT = ZERO
077000         DISPLAY 'DSDSB544 - ACHOFILE INSERT FAILED, SQLCODE '
077100             SQLCODE
077200         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
077300         MOVE 16 TO RETURN-CODE
077400         GOBACK
077500     END-IF.
077600     EVALUATE TRUE
077700         WHEN AOFL-ACCEPTED
077800             ADD 1 TO WS-TOTAL-ACCEPTED
077900             MOVE 'ACCEPTED' TO DL-DISP
078000         WHEN AOFL-HELD-LIMIT
078100             ADD 1 TO WS-TOTAL-HELD
078200             MOVE 'HELD    ' TO DL-DISP
078300         WHEN AOFL-HELD-DUPLICATE
078400             ADD 1 TO WS-TOTAL-HELD
078500             MOVE 'DUP-HELD' TO DL-DISP
078600         WHEN OTHER
078700             ADD 1 TO WS-TOTAL-REJECTED
078800             MOVE 'REJECTED' TO DL-DISP
078900     END-EVALUATE.
079000     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
079100 3500-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------
079400 3600-WRITE-DETAIL.
079500     MOVE AOFL-FILE-SEQ    TO DL-FILE-SEQ.
079600     MOVE AOFL-COMPANY-ID  TO DL-COMPANY-ID.
079700     MOVE AOFL-BATCH-COUNT TO DL-BATCHES.
079800     MOVE AOFL-ENTRY-COUNT TO DL-ENTRIES.
079900     MOVE AOFL-DEBIT-AMT   TO DL-DEBITS.
080000     MOVE AOFL-CREDIT-AMT  TO DL-CREDITS.
080100     MOVE AOFL-REASON      TO DL-REASON.
080200     MOVE WS-DETAIL-LINE TO RPT652-RECORD.
080300     WRITE RPT652-RECORD.
080400 3600-EXIT.
080500     EXIT.
080600*----------------------------------------------------------------
080700 6000-APPROVE-FILE.
080800*    THE APPROVER LOOKED AT THE HELD FILE AND WANTS IT SENT.
080900*    IT GOES OUT WITH TONIGHT'S COMBINED FILE.
081000     PERFORM 6500-READ-HELD THRU 6500-EXIT.
081100     IF  DL-DISP = 'NOT-HELD'
081200         GO TO 6000-EXIT
081300     END-IF.
081400     EXEC SQL
081500         UPDATE DSDS.ACHOFILE
081600            SET AOFL_STATUS      = 'A',
081700                AOFL_APPROVER    = :DSDSB544-OPER-ID,
081800                AOFL_ACTION_DATE = CURRENT DATE
081900          WHERE AOFL_FILE_SEQ    = :AOFL-FILE-SEQ
082000            AND AOFL_STATUS IN ('H', 'D')
082100     END-EXEC.
082200     IF  SQLCODE NOT = ZERO
082300         DISPLAY 'DSDSB544 - APPROVAL UPDATE FAILED, SQLCODE '
082400             SQLCODE
082500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
082600         MOVE 16 TO RETURN-CODE
082700         GOBACK
082800     END-IF.
082900     ADD 1 TO WS-TOTAL-APPROVED.
083000     MOVE 'APPROVED' TO DL-DISP.
083100     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
083200 6000-EXIT.
083300     EXIT.
083400*----------------------------------------------------------------
083500 6500-READ-HELD.
083600*    ONLY A FILE STILL HELD (LIMIT OR DUPLICATE) CAN BE
083700*    APPROVED OR REJECTED.
083800     MOVE SPACES TO DL-DISP.
083900     MOVE DSDSB544-FILE-SEQ TO AOFL-FILE-SEQ.
084000     EXEC SQL
084100         SELECT AOFL_COMPANY_ID, AOFL_BATCH_COUNT,
084200                AOFL_ENTRY_COUNT, AOFL_DEBIT_AMT,
084300                AOFL_CREDIT_AMT, AOFL_STATUS, AOFL_REASON
084400           INTO :AOFL-COMPANY-ID, :AOFL-BATCH-COUNT,
084500                :AOFL-ENTRY-COUNT, :AOFL-DEBIT-AMT,
084600                :AOFL-CREDIT-AMT, :AOFL-STATUS, :AOFL-REASON
084700           FROM DSDS.ACHOFILE
084800          WHERE AOFL_FILE_SEQ = :AOFL-FILE-SEQ
084900     END-EXEC.
085000     IF  SQLCODE NOT = ZERO
085100         MOVE SPACES TO AOFL-COMPANY-ID
085200         MOVE ZERO   TO AOFL-BATCH-COUNT
085300         MOVE ZERO   TO AOFL-ENTRY-COUNT
085400         MOVE ZERO   TO AOFL-DEBIT-AMT
085500         MOVE ZERO   TO AOFL-CREDIT-AMT
085600         MOVE 'FILE NOT ON REGISTER' TO AOFL-REASON
085700         MOVE 'NOT-HELD' TO DL-DISP
085800     END-IF.
085900     IF  SQLCODE = ZERO
086000     AND NOT AOFL-HELD-LIMIT
086100     AND NOT AOFL-HELD-DUPLICATE
086200         MOVE 'NOT-HELD' TO DL-DISP
086300     END-IF.
086400     IF  DL-DISP = 'NOT-HELD'
086500         ADD 1 TO WS-TOTAL-REJECTED
086600         PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT
086700     END-IF.
086800 6500-EXIT.
086900     EXIT.
087000*----------------------------------------------------------------
087100 7000-REJECT-FILE.
087200*    THE APPROVER TURNED THE FILE DOWN; ITS STAGED ENTRIES GO
087300*    AND THE REGISTER ROW STAYS AS THE RECORD OF IT.
087400     PERFORM 6500-READ-HELD THRU 6500-EXIT.
087500     IF  DL-DISP = 'NOT-HELD'
087600         GO TO 7000-EXIT
087700     END-IF.
087800     EXEC SQL
087900         UPDATE DSDS.ACHOFILE
088000            SET AOFL_STATUS      = 'X',
088100                AOFL_APPROVER    = :DSDSB544-OPER-ID,
088200                AOFL_ACTION_DATE = CURRENT DATE
088300          WHERE AOFL_FILE_SEQ    = :AOFL-FILE-SEQ
088400            AND AOFL_STATUS IN ('H', 'D')
088500     END-EXEC.
088600     IF  SQLCODE NOT = ZERO
088700         DISPLAY 'DSDSB544 - REJECT UPDATE FAILED, SQLCODE '
088800             SQLCODE
088900         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
089000         MOVE 16 TO RETURN-CODE
089100         GOBACK
089200     END-IF.
089300     EXEC SQL
089400         DELETE FROM DSDS.ACHOENT
089500          WHERE AOEN_FILE_SEQ = :AOFL-FILE-SEQ
089600     END-EXEC.
089700     ADD 1 TO WS-TOTAL-REJECTED.
089800     MOVE 'REJECTED' TO DL-DISP.
089900     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
090000 7000-EXIT.
090100     EXIT.
090200*----------------------------------------------------------------
090300 8000-FINALIZE.
090400     IF  DSDSB544-MODE-INTAKE
090500         CLOSE ACHIN-FILE
090600     END-IF.
090700     MOVE SPACES TO RPT652-RECORD.
090800     WRITE RPT652-RECORD.
090900     MOVE 'FILES ACCEPTED          -' TO TL-LABEL.
091000     MOVE WS-TOTAL-ACCEPTED TO TL-COUNT.
091100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
091200     MOVE 'FILES HELD              -' TO TL-LABEL.
091300     MOVE WS-TOTAL-HELD TO TL-COUNT.
091400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
091500     MOVE 'FILES APPROVED          -' TO TL-LABEL.
091600     MOVE WS-TOTAL-APPROVED TO TL-COUNT.
091700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
091800     MOVE 'FILES REJECTED/NOT HELD -' TO TL-LABEL.
091900     MOVE WS-TOTAL-REJECTED TO TL-COUNT.
092000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
092100     CLOSE RPT652-FILE.
092200*    A FILE THAT DID NOT GO STRAIGHT THROUGH NEEDS SOMEONE.
092300     IF  WS-TOTAL-HELD > ZERO
092400     OR  WS-TOTAL-REJECTED > ZERO
092500         MOVE 4 TO RETURN-CODE
092600     END-IF.
092700 8000-EXIT.
092800     EXIT.
092900*----------------------------------------------------------------
093000 8100-WRITE-TOTAL.
093100     MOVE WS-TOTAL-LINE TO RPT652-RECORD.
093200     WRITE RPT652-RECORD.
093300 8100-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------
093600 9000-LOG-FATAL.
093700*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
093800*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
093900*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
094000     MOVE 'DSDSB544'                TO ADMU501-PROGRAM.
094100     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
094200     MOVE SQLCODE                   TO ADMU501-SQLCODE.
094300     MOVE WS-ACHIN-STATUS           TO ADMU501-FILE-STATUS.
094400     MOVE SPACES                    TO ADMU501-KEY-DATA.
094500     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
094600       TO ADMU501-MSG.
094700     CALL 'ADMU501' USING ADMU501-PARAMETERS.
094800 9000-EXIT.
094900     EXIT.
