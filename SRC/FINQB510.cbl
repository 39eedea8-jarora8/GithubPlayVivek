000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQB510.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY REMOTE    *
001500*                      DEPOSIT CAPTURE TIER ASSIGNMENT.  EVERY   *
001600*                      OPEN ACCOUNT ON THE HISTORY FILE IS       *
001700*                      PLACED IN THE HIGHEST FINQ.RDCTIER TIER   *
001800*                      ITS AGE (CIF ACCT_OPEN_DATE), AML RATING  *
001900*                      (DSDS.AMLRISK) AND AVERAGE BALANCE OVER   *
002000*                      THE HISTORY CYCLES QUALIFY IT FOR.  THE   *
002100*                      TIER LANDS ON FINQ.RDCACCT WHERE FINQU502 *
002200*                      READS IT AT DEPOSIT, AND EVERY NEW OR     *
002300*                      CHANGED TIER PRINTS.                      *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HIST501-FILE ASSIGN TO HIST501
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS DSDS-HISTORY-RECORD-KEY
003600         FILE STATUS IS WS-HIST-STATUS.
003700     SELECT RPT661-FILE ASSIGN TO RPT661
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  HIST501-FILE.
004200     COPY DSDSIAT.
004300 FD  RPT661-FILE
004400     RECORDING MODE F.
004500 01  RPT661-RECORD               PIC X(132).
004600*----------------------------------------------------------------
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-EOF-SW                PIC X       VALUE 'N'.
005000         88  WS-EOF-YES                   VALUE 'Y'.
005100     05  WS-TIER-EOF-SW           PIC X       VALUE 'N'.
005200         88  WS-TIER-EOF-YES              VALUE 'Y'.
005300     05  WS-HIST-STATUS           PIC XX      VALUE '00'.
005400 01  WS-WORK-FIELDS.
005500     05  WS-IX                    PIC S9(4)   COMP  VALUE +0.
005600     05  WS-TX                    PIC S9(4)   COMP  VALUE +0.
005700     05  WS-CYCLES-SEEN           PIC S9(4)   COMP  VALUE +0.
005800     05  WS-SUM-BAL               PIC S9(11)  COMP-3 VALUE +0.
005900     05  WS-AVG-BAL               PIC S9(9)V99 COMP-3 VALUE +0.
006000     05  WS-AGE-MOS               PIC S9(5)   COMP-3 VALUE +0.
006100     05  WS-RISK-RATING           PIC X(01)   VALUE SPACE.
006200     05  WS-RISK-RANK             PIC 9(01)   VALUE ZERO.
006300     05  WS-NEW-TIER              PIC S9(1)   COMP-3 VALUE +0.
006400     05  WS-ROW-COUNT             PIC S9(4)   COMP  VALUE +0.
006500     05  WS-TOTAL-TIERED          PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-TOTAL-CHANGED         PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-TOTAL-NO-TIER         PIC S9(7)   COMP  VALUE ZERO.
006800 01  WS-ACCT-KEY-WORK.
006900     05  FILLER                   PIC X(16)   VALUE SPACES.
007000     05  WS-ACCT-KEY-NBR          PIC 9(09).
007100*    THE ELEMENTARY COPY OF THE BUILT KEY -- THE FORM THE SQL
007200*    HOST-VARIABLE REFERENCE NEEDS.
007300 01  WS-ACCT-KEY-25               PIC X(25)   VALUE SPACE.
007400*    THE TIERS, HIGHEST FIRST, WITH THE MAXIMUM AML RATING
007500*    TURNED INTO A RANK (L 1, M 2, H 3) SO IT COMPARES.
007600 01  WS-TIER-TABLE.
007700     05  WS-TIER-COUNT            PIC S9(4)   COMP  VALUE +0.
007800     05  WS-TIER-ENTRY            OCCURS 9 TIMES.
007900         10  WS-TIER-CODE         PIC S9(1)   COMP-3.
008000         10  WS-TIER-MIN-AGE      PIC S9(3)   COMP-3.
008100         10  WS-TIER-MAX-RANK     PIC 9(01).
008200         10  WS-TIER-MIN-BAL      PIC S9(9)V99 COMP-3.
008300*----------------------------------------------------------------
008400     COPY CIFU521P.
008500*----------------------------------------------------------------
008600     COPY CIFU02AR.
008700*----------------------------------------------------------------
008800     COPY CIFU02HH.
008900*----------------------------------------------------------------
009000     COPY DSDSRISK.
009100*----------------------------------------------------------------
009200     COPY FINQTIER.
009300*----------------------------------------------------------------
009400     COPY FINQRACT.
009500*----------------------------------------------------------------
009600 01  WS-HEADING-1.
009700     05  FILLER  PIC X(132) VALUE
009800       'FINQB510  REMOTE DEPOSIT CAPTURE TIER ASSIGNMENT'.
009900 01  WS-HEADING-2.
010000     05  FILLER  PIC X(132) VALUE
010100       'ACTION    BANK  ACCT-NO    PRIOR  NEW  AGE-MOS  RISK   AV
010200-      'G-BALANCE'.
010300 01  WS-DETAIL-LINE.
010400     05  DL-ACTION                PIC X(08).
010500     05  FILLER                   PIC X(02)   VALUE SPACE.
010600     05  DL-BANK-NO               PIC 9(03).
010700     05  FILLER                   PIC X(03)   VALUE SPACE.
010800     05  DL-ACCT-NO               PIC 9(09).
010900     05  FILLER                   PIC X(04)   VALUE SPACE.
011000     05  DL-PRIOR                 PIC 9(01).
011100     05  FILLER                   PIC X(06)   VALUE SPACE.
011200     05  DL-NEW                   PIC 9(01).
011300     05  FILLER                   PIC X(05)   VALUE SPACE.
011400     05  DL-AGE-MOS               PIC ZZ9.
011500     05  FILLER                   PIC X(05)   VALUE SPACE.
011600     05  DL-RISK                  PIC X(01).
011700     05  FILLER                   PIC X(04)   VALUE SPACE.
011800     05  DL-AVG-BAL               PIC ZZZ,ZZZ,ZZ9.99-.
011900     05  FILLER                   PIC X(62)   VALUE SPACE.
012000 01  WS-TOTAL-LINE-1.
012100     05  FILLER       PIC X(19) VALUE 'ACCOUNTS TIERED  - '.
012200     05  TL-TIERED                PIC ZZZ,ZZ9.
012300     05  FILLER                   PIC X(106)  VALUE SPACE.
012400 01  WS-TOTAL-LINE-2.
012500     05  FILLER       PIC X(19) VALUE 'TIERS CHANGED    - '.
012600     05  TL-CHANGED               PIC ZZZ,ZZ9.
012700     05  FILLER                   PIC X(106)  VALUE SPACE.
012800 01  WS-TOTAL-LINE-3.
012900     05  FILLER       PIC X(19) VALUE 'NO TIER MET      - '.
013000     05  TL-NO-TIER               PIC ZZZ,ZZ9.
013100     05  FILLER                   PIC X(106)  VALUE SPACE.
013200*----------------------------------------------------------------
013300 LINKAGE SECTION.
013400 01  FINQB510-PARM.
013500*    THE CIF FILE-ID THE DEPOSIT ACCOUNTS CARRY AND THE NUMBER
013600*    OF MOST RECENT HISTORY CYCLES (1-8) THE AVERAGE BALANCE
013700*    IS TAKEN OVER.
013800     05  FINQB510-FILE-ID          PIC X(04).
013900     05  FINQB510-CYCLES           PIC 9(01).
014000*----------------------------------------------------------------
014100 PROCEDURE DIVISION USING FINQB510-PARM.
014200*
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     PERFORM 2000-TIER-ONE-ACCOUNT THRU 2000-EXIT
014600         UNTIL WS-EOF-YES.
014700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
014800     GOBACK.
014900*----------------------------------------------------------------
015000 1000-INITIALIZE.
015100     IF  FINQB510-CYCLES < 1
015200     OR  FINQB510-CYCLES > 8
015300         DISPLAY 'FINQB510 - CYCLES PARM MUST BE 1-8, GOT '
015400             FINQB510-CYCLES
015500         MOVE 16 TO RETURN-CODE
015600         GOBACK
015700     END-IF.
015800     OPEN OUTPUT RPT661-FILE.
015900     MOVE WS-HEADING-1 TO RPT661-RECORD.
016000     WRITE RPT661-RECORD.
016100     MOVE WS-HEADING-2 TO RPT661-RECORD.
016200     WRITE RPT661-RECORD.
016300     PERFORM 1100-LOAD-TIERS THRU 1100-EXIT.
016400     IF  WS-TIER-COUNT = ZERO
016500         DISPLAY 'FINQB510 - NO TIERS ON FINQ.RDCTIER'
016600         MOVE 16 TO RETURN-CODE
016700         GOBACK
016800     END-IF.
016900     OPEN INPUT HIST501-FILE.
017000     IF  WS-HIST-STATUS NOT = '00'
017100         DISPLAY 'FINQB510 - HIST501 I/O ERROR, STATUS '
017200             WS-HIST-STATUS
017300         MOVE 16 TO RETURN-CODE
017400         GOBACK
017500     END-IF.
017600     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
017700 1000-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000 1100-LOAD-TIERS.
018100     EXEC SQL
018200         DECLARE CSR661 CURSOR FOR
018300         SELECT TIER_CODE, TIER_MIN_AGE_MOS, TIER_MAX_RISK,
018400                TIER_MIN_AVG_BAL
018500           FROM FINQ.RDCTIER
018600          ORDER BY TIER_CODE DESC
018700     END-EXEC.
018800     EXEC SQL
018900         OPEN CSR661
019000     END-EXEC.
019100     MOVE ZERO TO WS-TIER-COUNT.
019200     PERFORM 1200-FETCH-TIER THRU 1200-EXIT
019300         UNTIL WS-TIER-EOF-YES.
019400     EXEC SQL
019500         CLOSE CSR661
019600     END-EXEC.
019700 1100-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000 1200-FETCH-TIER.
020100     EXEC SQL
020200         FETCH CSR661
020300          INTO :TIER-CODE, :TIER-MIN-AGE-MOS, :TIER-MAX-RISK,
020400               :TIER-MIN-AVG-BAL
020500     END-EXEC.
020600     IF  SQLCODE NOT = ZERO
020700     AND SQLCODE NOT = +100
020800         DISPLAY 'FINQB510 - FINQ.RDCTIER FETCH FAILED, SQLCODE '
020900             SQLCODE
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK
021200     END-IF.
021300     IF  SQLCODE NOT = ZERO
021400     OR  WS-TIER-COUNT = 9
021500         SET WS-TIER-EOF-YES TO TRUE
021600         GO TO 1200-EXIT
021700     END-IF.
021800     ADD 1 TO WS-TIER-COUNT.
021900     MOVE TIER-CODE        TO WS-TIER-CODE (WS-TIER-COUNT).
022000     MOVE TIER-MIN-AGE-MOS TO WS-TIER-MIN-AGE (WS-TIER-COUNT).
022100     MOVE TIER-MIN-AVG-BAL TO WS-TIER-MIN-BAL (WS-TIER-COUNT).
022200     EVALUATE TIER-MAX-RISK
022300         WHEN 'L'
022400             MOVE 1 TO WS-TIER-MAX-RANK (WS-TIER-COUNT)
022500         WHEN 'M'
022600             MOVE 2 TO WS-TIER-MAX-RANK (WS-TIER-COUNT)
022700         WHEN OTHER
022800             MOVE 3 TO WS-TIER-MAX-RANK (WS-TIER-COUNT)
022900     END-EVALUATE.
023000 1200-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300 2000-TIER-ONE-ACCOUNT.
023400     IF  DSDS-HIST-OPEN
023500         PERFORM 3000-GATHER-FACTORS THRU 3000-EXIT
023600         PERFORM 4000-CHOOSE-TIER THRU 4000-EXIT
023700         IF  WS-NEW-TIER = ZERO
023800             ADD 1 TO WS-TOTAL-NO-TIER
023900         ELSE
024000             PERFORM 5000-STORE-TIER THRU 5000-EXIT
024100         END-IF
024200     END-IF.
024300     PERFORM 2100-READ-RECORD THRU 2100-EXIT.
024400 2000-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700 2100-READ-RECORD.
024800     READ HIST501-FILE NEXT RECORD
024900         AT END
025000             SET WS-EOF-YES TO TRUE
025100     END-READ.
025200     IF  WS-HIST-STATUS NOT = '00'
025300     AND WS-HIST-STATUS NOT = '10'
025400         DISPLAY 'FINQB510 - HIST501 I/O ERROR, STATUS '
025500             WS-HIST-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         GOBACK
025800     END-IF.
025900 2100-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200 3000-GATHER-FACTORS.
026300*    AGE IN WHOLE CALENDAR MONTHS OFF CIF.  AN ACCOUNT CIF
026400*    CANNOT PLACE IS TREATED AS OPENED THIS MONTH.
026500     MOVE DSDS-HIST-ACCOUNT-NO TO WS-ACCT-KEY-NBR.
026600     MOVE WS-ACCT-KEY-WORK     TO WS-ACCT-KEY-25.
026700     MOVE ZERO TO WS-AGE-MOS.
026800     EXEC SQL
026900         SELECT (YEAR(CURRENT DATE) - YEAR(ACCT_OPEN_DATE)) * 12
027000                + MONTH(CURRENT DATE) - MONTH(ACCT_OPEN_DATE)
027100           INTO :WS-AGE-MOS
027200           FROM CIF.ACCOUNT
027300          WHERE ACCT_BANK_NBR = :DSDS-HIST-BANK-NO
027400            AND ACCT_FILE_ID  = :FINQB510-FILE-ID
027500            AND ACCT_KEY      = :WS-ACCT-KEY-25
027600     END-EXEC.
027700     IF  SQLCODE NOT = ZERO
027800     OR  WS-AGE-MOS < ZERO
027900         MOVE ZERO TO WS-AGE-MOS
028000     END-IF.
028100     IF  WS-AGE-MOS > 999
028200         MOVE 999 TO WS-AGE-MOS
028300     END-IF.
028400*    THE CUSTOMER'S AML RATING.  AN UNRATED CUSTOMER RANKS AS
028500*    HIGH RISK UNTIL DSDSB530 HAS RATED IT.
028600     MOVE SPACE TO WS-RISK-RATING.
028700     MOVE 3     TO WS-RISK-RANK.
028800     MOVE DSDS-HIST-BANK-NO TO U021-BANK-NBR.
028900     MOVE FINQB510-FILE-ID  TO U021-FILE-ID.
029000     MOVE WS-ACCT-KEY-25    TO U021-FILE-KEY.
029100     MOVE 'N'               TO U021-DEMOGRAPHICS-IND.
029200     MOVE 'S'               TO U021-FUNCTION.
029300     CALL 'CIFU021' USING CIFU021-PARAMETERS
029400                          CIFU021-BULK-PARAMETERS
029500                          CIFU021-HOUSEHOLD-PARAMETERS.
029600     IF  U021-GOOD-RETURN
029700         EXEC SQL
029800             SELECT RISK_RATING
029900               INTO :RISK-RATING
030000               FROM DSDS.AMLRISK
030100              WHERE RISK_CUST_ID = :U021-CUST-ID
030200         END-EXEC
030300         IF  SQLCODE = ZERO
030400             MOVE RISK-RATING TO WS-RISK-RATING
030500             EVALUATE TRUE
030600                 WHEN RISK-RATING-LOW
030700                     MOVE 1 TO WS-RISK-RANK
030800                 WHEN RISK-RATING-MEDIUM
030900                     MOVE 2 TO WS-RISK-RANK
031000             END-EVALUATE
031100         END-IF
031200     END-IF.
031300*    AVERAGE BALANCE OVER THE CALLER'S CYCLES, SKIPPING ANY
031400*    CYCLE WITH NO USABLE FIGURE.
031500     MOVE ZERO TO WS-CYCLES-SEEN.
031600     MOVE ZERO TO WS-SUM-BAL.
031700     PERFORM 3100-SUM-ONE-CYCLE THRU 3100-EXIT
031800         VARYING WS-IX FROM 1 BY 1
031900         UNTIL WS-IX > FINQB510-CYCLES.
032000     IF  WS-CYCLES-SEEN > ZERO
032100         COMPUTE WS-AVG-BAL ROUNDED =
032200             WS-SUM-BAL / WS-CYCLES-SEEN
032300     ELSE
032400         MOVE ZERO TO WS-AVG-BAL
032500     END-IF.
032600 3000-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900 3100-SUM-ONE-CYCLE.
033000     IF  AVG-CURR-BAL-CYC (WS-IX) NUMERIC
033100     AND NOT HIST-NOT-AVAILABLE (WS-IX)
033200         ADD 1 TO WS-CYCLES-SEEN
033300         ADD AVG-CURR-BAL-CYC (WS-IX) TO WS-SUM-BAL
033400     END-IF.
033500 3100-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800 4000-CHOOSE-TIER.
033900*    THE TABLE IS HIGHEST TIER FIRST, SO THE FIRST TIER THE
034000*    ACCOUNT MEETS IS THE ONE IT GETS.
034100     MOVE ZERO TO WS-NEW-TIER.
034200     PERFORM 4100-TEST-ONE-TIER THRU 4100-EXIT
034300         VARYING WS-TX FROM 1 BY 1
034400         UNTIL WS-TX > WS-TIER-COUNT
034500            OR WS-NEW-TIER NOT = ZERO.
034600 4000-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900 4100-TEST-ONE-TIER.
035000     IF  WS-AGE-MOS   >= WS-TIER-MIN-AGE (WS-TX)
035100     AND WS-RISK-RANK <= WS-TIER-MAX-RANK (WS-TX)
035200     AND WS-AVG-BAL   >= WS-TIER-MIN-BAL (WS-TX)
035300         MOVE WS-TIER-CODE (WS-TX) TO WS-NEW-TIER
035400     END-IF.
035500 4100-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800 5000-STORE-TIER.
035900     MOVE WS-ACCT-KEY-NBR TO RACT-ACCT-NBR.
036000     MOVE ZERO TO RACT-TIER-CODE.
036100     MOVE ZERO TO WS-ROW-COUNT.
036200     EXEC SQL
036300         SELECT COUNT(*), COALESCE(MAX(RACT_TIER_CODE), 0)
036400           INTO :WS-ROW-COUNT, :RACT-TIER-CODE
036500           FROM FINQ.RDCACCT
036600          WHERE RACT_BANK_NBR = :DSDS-HIST-BANK-NO
036700            AND RACT_ACCT_ID  = :DSDS-HIST-ACCOUNT-ID
036800            AND RACT_ACCT_NBR = :RACT-ACCT-NBR
036900     END-EXEC.
037000     IF  WS-ROW-COUNT > ZERO
037100         EXEC SQL
037200             UPDATE FINQ.RDCACCT
037300                SET RACT_PRIOR_TIER  = RACT_TIER_CODE,
037400                    RACT_TIER_CODE   = :WS-NEW-TIER,
037500                    RACT_AGE_MOS     = :WS-AGE-MOS,
037600                    RACT_RISK_RATING = :WS-RISK-RATING,
037700                    RACT_AVG_BAL     = :WS-AVG-BAL,
037800                    RACT_ASSIGN_DATE = CURRENT DATE
037900              WHERE RACT_BANK_NBR = :DSDS-HIST-BANK-NO
038000                AND RACT_ACCT_ID  = :DSDS-HIST-ACCOUNT-ID
038100                AND RACT_ACCT_NBR = :RACT-ACCT-NBR
038200         END-EXEC
038300     ELSE
038400         EXEC SQL
038500             INSERT INTO FINQ.RDCACCT
038600                    (RACT_BANK_NBR, RACT_ACCT_ID, RACT_ACCT_NBR,
038700                     RACT_TIER_CODE, RACT_PRIOR_TIER,
038800                     RACT_AGE_MOS, RACT_RISK_RATING,
038900                     RACT_AVG_BAL, RACT_ASSIGN_DATE)
039000             VALUES (:DSDS-HIST-BANK-NO,
039100                     :DSDS-HIST-ACCOUNT-ID,
039200                     :RACT-ACCT-NBR,
039300                     :WS-NEW-TIER, 0, :WS-AGE-MOS,
039400                     :WS-RISK-RATING, :WS-AVG-BAL,
039500                     CURRENT DATE)
039600         END-EXEC
039700     END-IF.
039800     ADD 1 TO WS-TOTAL-TIERED.
039900     IF  RACT-TIER-CODE NOT = WS-NEW-TIER
040000         ADD 1 TO WS-TOTAL-CHANGED
040100         IF  WS-ROW-COUNT > ZERO
040200             MOVE 'CHANGED ' TO DL-ACTION
040300         ELSE
040400             MOVE 'NEW     ' TO DL-ACTION
040500         END-IF
040600         MOVE DSDS-HIST-BANK-NO    TO DL-BANK-NO
040700         MOVE DSDS-HIST-ACCOUNT-NO TO DL-ACCT-NO
040800         MOVE RACT-TIER-CODE       TO DL-PRIOR
040900         MOVE WS-NEW-TIER          TO DL-NEW
041000         MOVE WS-AGE-MOS           TO DL-AGE-MOS
041100         MOVE WS-RISK-RATING       TO DL-RISK
041200         MOVE WS-AVG-BAL           TO DL-AVG-BAL
041300         MOVE WS-DETAIL-LINE TO RPT661-RECORD
041400         WRITE RPT661-RECORD
041500     END-IF.
041600 5000-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 8000-FINALIZE.
042000     MOVE WS-TOTAL-TIERED TO TL-TIERED.
042100     MOVE WS-TOTAL-LINE-1 TO RPT661-RECORD.
042200     WRITE RPT661-RECORD.
042300     MOVE WS-TOTAL-CHANGED TO TL-CHANGED.
042400     MOVE WS-TOTAL-LINE-2 TO RPT661-RECORD.
042500     WRITE RPT661-RECORD.
042600     MOVE WS-TOTAL-NO-TIER TO TL-NO-TIER.
042700     MOVE WS-TOTAL-LINE-3 TO RPT661-RECORD.
042800     WRITE RPT661-RECORD.
042900     CLOSE HIST501-FILE.
043000     CLOSE RPT661-FILE.
043100 8000-EXIT.
043200     EXIT.
