000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINQB509.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY           *
001500*                      DUPLICATE PRESENTMENT DETECTION.  EVERY   *
001600*                      NEW FINQ.DEPITEM CHECK, FROM ANY CHANNEL, *
001700*                      IS FINGERPRINTED (ROUTING, DRAWER         *
001800*                      ACCOUNT, SERIAL, AMOUNT) INTO             *
001900*                      FINQ.DEPFPRT AND MATCHED AGAINST EVERY    *
002000*                      FINGERPRINT AT THE BANK IN THE ROLLING    *
002100*                      WINDOW.  A MATCH PUTS AN EXCEPTION HOLD   *
002200*                      ON THE LATER DEPOSIT UNDER ITS VALIDATED  *
002300*                      REFERENCE SOURCE (FINQU501), IS RECORDED  *
002400*                      ON FINQ.DUPSUSP FOR DSDSB535, AND IS      *
002500*                      REPORTED FOR REVIEW.                      *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RPT660-FILE ASSIGN TO RPT660
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RPT660-FILE
003900     RECORDING MODE F.
004000 01  RPT660-RECORD               PIC X(132).
004100*----------------------------------------------------------------
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-EOF-SW                PIC X       VALUE 'N'.
004500         88  WS-EOF-YES                   VALUE 'Y'.
004600 01  WS-WORK-FIELDS.
004700     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
004800     05  WS-RELEASE-DATE          PIC S9(7)   COMP-3 VALUE +0.
004900     05  WS-CUTOFF-DATE           PIC S9(7)   COMP-3 VALUE +0.
005000     05  WS-SERIAL-9              PIC 9(11)   VALUE ZERO.
005100     05  WS-HOLD-DESC             PIC X(27)   VALUE SPACE.
005200     05  WS-TOTAL-ITEMS           PIC S9(7)   COMP  VALUE ZERO.
005300     05  WS-TOTAL-PRINTED         PIC S9(7)   COMP  VALUE ZERO.
005400     05  WS-TOTAL-NO-MICR         PIC S9(7)   COMP  VALUE ZERO.
005500     05  WS-TOTAL-SUSPECTS        PIC S9(7)   COMP  VALUE ZERO.
005600     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
005700     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
005800     05  WS-TOTAL-PURGED          PIC S9(7)   COMP  VALUE ZERO.
005900*----------------------------------------------------------------
006000     COPY FINQDITM.
006100*----------------------------------------------------------------
006200     COPY FINQFPRT.
006300*----------------------------------------------------------------
006400     COPY FINQDUPS.
006500*----------------------------------------------------------------
006600     COPY FINQVREF.
006700*----------------------------------------------------------------
006800 01  WS-HEADING-1.
006900     05  FILLER  PIC X(132) VALUE
007000       'FINQB509  DUPLICATE CHECK PRESENTMENT REVIEW'.
007100 01  WS-HEADING-2.
007200     05  FILLER  PIC X(48)  VALUE
007300       'DISP       BNK ACCOUNT   CHANNEL    SERIAL      '.
007400     05  FILLER  PIC X(47)  VALUE
007500       '        AMOUNT  FIRST ACCT FIRST CHAN FIRST    '.
007600     05  FILLER  PIC X(37)  VALUE
007700       'ROUTING   DRAWER ACCOUNT             '.
007800 01  WS-DETAIL-LINE.
007900     05  DL-DISP                  PIC X(09).
008000     05  FILLER                   PIC X(02)   VALUE SPACE.
008100     05  DL-BANK-NBR              PIC 9(03).
008200     05  FILLER                   PIC X(01)   VALUE SPACE.
008300     05  DL-ACCT-NBR              PIC X(09).
008400     05  FILLER                   PIC X(01)   VALUE SPACE.
008500     05  DL-CHANNEL               PIC X(10).
008600     05  FILLER                   PIC X(01)   VALUE SPACE.
008700     05  DL-SERIAL                PIC 9(11).
008800     05  FILLER                   PIC X(01)   VALUE SPACE.
008900     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
009000     05  FILLER                   PIC X(02)   VALUE SPACE.
009100     05  DL-FIRST-ACCT            PIC X(09).
009200     05  FILLER                   PIC X(02)   VALUE SPACE.
009300     05  DL-FIRST-CHANNEL         PIC X(10).
009400     05  FILLER                   PIC X(01)   VALUE SPACE.
009500     05  DL-FIRST-DATE            PIC 9(07).
009600     05  FILLER                   PIC X(02)   VALUE SPACE.
009700     05  DL-ROUTING               PIC X(09).
009800     05  FILLER                   PIC X(01)   VALUE SPACE.
009900     05  DL-CHK-ACCT              PIC X(17).
010000     05  FILLER                   PIC X(10)   VALUE SPACE.
010100 01  WS-TOTAL-LINE-1.
010200     05  FILLER       PIC X(19) VALUE 'ITEMS READ       - '.
010300     05  TL-ITEMS                 PIC ZZZ,ZZ9.
010400     05  FILLER                   PIC X(106)  VALUE SPACE.
010500 01  WS-TOTAL-LINE-2.
010600     05  FILLER       PIC X(19) VALUE 'FINGERPRINTED    - '.
010700     05  TL-PRINTED               PIC ZZZ,ZZ9.
010800     05  FILLER                   PIC X(106)  VALUE SPACE.
010900 01  WS-TOTAL-LINE-3.
011000     05  FILLER       PIC X(19) VALUE 'NO MICR DATA     - '.
011100     05  TL-NO-MICR               PIC ZZZ,ZZ9.
011200     05  FILLER                   PIC X(106)  VALUE SPACE.
011300 01  WS-TOTAL-LINE-4.
011400     05  FILLER       PIC X(19) VALUE 'SUSPECTED DUPS   - '.
011500     05  TL-SUSPECTS              PIC ZZZ,ZZ9.
011600     05  FILLER                   PIC X(106)  VALUE SPACE.
011700 01  WS-TOTAL-LINE-5.
011800     05  FILLER       PIC X(19) VALUE 'HOLDS PLACED     - '.
011900     05  TL-HELD                  PIC ZZZ,ZZ9.
012000     05  FILLER                   PIC X(106)  VALUE SPACE.
012100 01  WS-TOTAL-LINE-6.
012200     05  FILLER       PIC X(19) VALUE 'WRITE FAILURES   - '.
012300     05  TL-ERRORS                PIC ZZZ,ZZ9.
012400     05  FILLER                   PIC X(106)  VALUE SPACE.
012500 01  WS-TOTAL-LINE-7.
012600     05  FILLER       PIC X(19) VALUE 'PRINTS AGED OUT  - '.
012700     05  TL-PURGED                PIC ZZZ,ZZ9.
012800     05  FILLER                   PIC X(106)  VALUE SPACE.
012900*----------------------------------------------------------------
013000 LINKAGE SECTION.
013100 01  FINQB509-PARM.
013200*    THE HOLD TYPE AND DAYS FOR A SUSPECTED DUPLICATE, AND THE
013300*    ROLLING WINDOW OF DAYS THE FINGERPRINTS ARE KEPT FOR.
013400     05  FINQB509-HOLD-TYPE        PIC 9(03).
013500     05  FINQB509-HOLD-DAYS        PIC 9(03).
013600     05  FINQB509-WINDOW-DAYS      PIC 9(03).
013700*----------------------------------------------------------------
013800 PROCEDURE DIVISION USING FINQB509-PARM.
013900*
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     PERFORM 2000-PRINT-ONE-ITEM THRU 2000-EXIT
014300         UNTIL WS-EOF-YES.
014400     EXEC SQL CLOSE CSR660 END-EXEC.
014500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
014600     GOBACK.
014700*----------------------------------------------------------------
014800 1000-INITIALIZE.
014900     OPEN OUTPUT RPT660-FILE.
015000     MOVE WS-HEADING-1 TO RPT660-RECORD.
015100     WRITE RPT660-RECORD.
015200     MOVE WS-HEADING-2 TO RPT660-RECORD.
015300     WRITE RPT660-RECORD.
015400     EXEC SQL
015500         SET :WS-TODAY-DATE =
015600             (YEAR(CURRENT DATE) - 1900) * 10000
015700             + MONTH(CURRENT DATE) * 100
015800             + DAY(CURRENT DATE)
015900     END-EXEC.
016000     EXEC SQL
016100         SET :WS-RELEASE-DATE =
016200             (YEAR(CURRENT DATE + :FINQB509-HOLD-DAYS DAYS)
016300                 - 1900) * 10000
016400             + MONTH(CURRENT DATE + :FINQB509-HOLD-DAYS DAYS)
016500                 * 100
016600             + DAY(CURRENT DATE + :FINQB509-HOLD-DAYS DAYS)
016700     END-EXEC.
016800     EXEC SQL
016900         SET :WS-CUTOFF-DATE =
017000             (YEAR(CURRENT DATE - :FINQB509-WINDOW-DAYS DAYS)
017100                 - 1900) * 10000
017200             + MONTH(CURRENT DATE - :FINQB509-WINDOW-DAYS DAYS)
017300                 * 100
017400             + DAY(CURRENT DATE - :FINQB509-WINDOW-DAYS DAYS)
017500     END-EXEC.
017600*    FINGERPRINTS OLDER THAN THE WINDOW AGE OUT FIRST, SO THE
017700*    STORE IS ONLY EVER THE WINDOW DEEP.
017800     EXEC SQL
017900         SELECT COUNT(*)
018000           INTO :WS-TOTAL-PURGED
018100           FROM FINQ.DEPFPRT
018200          WHERE FPRT_PLACE_DATE < :WS-CUTOFF-DATE
018300     END-EXEC.
018400     IF  WS-TOTAL-PURGED > ZERO
018500         EXEC SQL
018600             DELETE FROM FINQ.DEPFPRT
018700              WHERE FPRT_PLACE_DATE < :WS-CUTOFF-DATE
018800         END-EXEC
018900     END-IF.
019000*    EVERY DEPOSITED ITEM IN THE WINDOW NOT YET FINGERPRINTED --
019100*    TONIGHT'S, PLUS ANY A CHANNEL WROTE LATE OR A FAILED RUN
019200*    DID NOT REACH.  OLDEST FIRST, SO THE EARLIER DEPOSIT IS
019300*    ALWAYS THE FIRST PRESENTMENT.
019400     EXEC SQL
019500         DECLARE CSR660 CURSOR FOR
019600         SELECT I.DITM_BANK_NBR, I.DITM_ACCT_ID, I.DITM_ACCT_NBR,
019700                I.DITM_PLACE_DATE, I.DITM_REFERENCE_SOURCE,
019800                I.DITM_REFERENCE_ID, I.DITM_ITEM_SEQ,
019900                I.DITM_ROUTING, I.DITM_CHK_ACCT, I.DITM_SERIAL,
020000                I.DITM_AMOUNT
020100           FROM FINQ.DEPITEM I
020200          WHERE I.DITM_PLACE_DATE >= :WS-CUTOFF-DATE
020300            AND NOT EXISTS
020400                (SELECT 1
020500                   FROM FINQ.DEPFPRT F
020600                  WHERE F.FPRT_BANK_NBR   = I.DITM_BANK_NBR
020700                    AND F.FPRT_ACCT_ID    = I.DITM_ACCT_ID
020800                    AND F.FPRT_ACCT_NBR   = I.DITM_ACCT_NBR
020900                    AND F.FPRT_PLACE_DATE = I.DITM_PLACE_DATE
021000                    AND F.FPRT_REFERENCE_SOURCE =
021100                        I.DITM_REFERENCE_SOURCE
021200                    AND F.FPRT_REFERENCE_ID = I.DITM_REFERENCE_ID
021300                    AND F.FPRT_ITEM_SEQ   = I.DITM_ITEM_SEQ)
021400          ORDER BY I.DITM_PLACE_DATE, I.DITM_BANK_NBR,
021500                   I.DITM_ACCT_NBR, I.DITM_REFERENCE_ID,
021600                   I.DITM_ITEM_SEQ
021700     END-EXEC.
021800     EXEC SQL OPEN CSR660 END-EXEC.
021900     IF  SQLCODE NOT = ZERO
022000         DISPLAY 'FINQB509 - DEPITEM OPEN FAILED, SQLCODE '
022100             SQLCODE
022200         MOVE 16 TO RETURN-CODE
022300         GOBACK
022400     END-IF.
022500 1000-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800 2000-PRINT-ONE-ITEM.
022900     EXEC SQL
023000         FETCH CSR660
023100          INTO :DITM-BANK-NBR, :DITM-ACCT-ID, :DITM-ACCT-NBR,
023200               :DITM-PLACE-DATE, :DITM-REFERENCE-SOURCE,
023300               :DITM-REFERENCE-ID, :DITM-ITEM-SEQ,
023400               :DITM-ROUTING, :DITM-CHK-ACCT, :DITM-SERIAL,
023500               :DITM-AMOUNT
023600     END-EXEC.
023700     IF  SQLCODE = 100
023800         SET WS-EOF-YES TO TRUE
023900         GO TO 2000-EXIT
024000     END-IF.
024100     IF  SQLCODE NOT = ZERO
024200         DISPLAY 'FINQB509 - DEPITEM FETCH FAILED, SQLCODE '
024300             SQLCODE
024400         MOVE 16 TO RETURN-CODE
024500         GOBACK
024600     END-IF.
024700     ADD 1 TO WS-TOTAL-ITEMS.
024800*    AN ITEM WITHOUT A READABLE ROUTING NUMBER AND SERIAL HAS
024900*    NO FINGERPRINT WORTH MATCHING -- IT WOULD ONLY FALSE-HIT.
025000     IF  DITM-ROUTING = SPACES
025100     OR  DITM-SERIAL = ZERO
025200         ADD 1 TO WS-TOTAL-NO-MICR
025300         GO TO 2000-EXIT
025400     END-IF.
025500*    THE EARLIEST DEPOSIT OF THE SAME CHECK STILL IN THE WINDOW,
025600*    ON ANY CHANNEL AND ANY ACCOUNT AT THE BANK.
025700     EXEC SQL
025800         SELECT FPRT_ACCT_ID, FPRT_ACCT_NBR, FPRT_PLACE_DATE,
025900                FPRT_REFERENCE_SOURCE
026000           INTO :FPRT-ACCT-ID, :FPRT-ACCT-NBR, :FPRT-PLACE-DATE,
026100                :FPRT-REFERENCE-SOURCE
026200           FROM FINQ.DEPFPRT
026300          WHERE FPRT_BANK_NBR = :DITM-BANK-NBR
026400            AND FPRT_ROUTING  = :DITM-ROUTING
026500            AND FPRT_CHK_ACCT = :DITM-CHK-ACCT
026600            AND FPRT_SERIAL   = :DITM-SERIAL
026700            AND FPRT_AMOUNT   = :DITM-AMOUNT
026800          ORDER BY FPRT_PLACE_DATE
026900          FETCH FIRST 1 ROW ONLY
027000     END-EXEC.
027100     IF  SQLCODE = ZERO
027200         PERFORM 3000-SUSPECT-DUPLICATE THRU 3000-EXIT
027300     END-IF.
027400     EXEC SQL
027500         INSERT INTO FINQ.DEPFPRT
027600                (FPRT_BANK_NBR, FPRT_ROUTING, FPRT_CHK_ACCT,
027700                 FPRT_SERIAL, FPRT_AMOUNT, FPRT_ACCT_ID,
027800                 FPRT_ACCT_NBR, FPRT_PLACE_DATE,
027900                 FPRT_REFERENCE_SOURCE, FPRT_REFERENCE_ID,
028000                 FPRT_ITEM_SEQ)
028100         VALUES (:DITM-BANK-NBR, :DITM-ROUTING, :DITM-CHK-ACCT,
028200                 :DITM-SERIAL, :DITM-AMOUNT, :DITM-ACCT-ID,
028300                 :DITM-ACCT-NBR, :DITM-PLACE-DATE,
028400                 :DITM-REFERENCE-SOURCE, :DITM-REFERENCE-ID,
028500                 :DITM-ITEM-SEQ)
028600     END-EXEC.
028700     IF  SQLCODE = ZERO
028800         ADD 1 TO WS-TOTAL-PRINTED
028900     ELSE
029000         ADD 1 TO WS-TOTAL-ERRORS
029100         DISPLAY 'FINQB509 - DEPFPRT INSERT FAILED, SQLCODE '
029200             SQLCODE ' ACCT ' DITM-ACCT-NBR
029300     END-IF.
029400 2000-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 3000-SUSPECT-DUPLICATE.
029800*    THE LATER DEPOSIT IS THE ONE THAT WILL COME BACK, SO IT
029900*    TAKES THE EXCEPTION HOLD, UNDER ITS OWN CHANNEL'S
030000*    VALIDATED REFERENCE SOURCE AND REFERENCE ID.
030100     ADD 1 TO WS-TOTAL-SUSPECTS.
030200     MOVE 'N' TO DUPS-HOLD-IND.
030300     MOVE DITM-REFERENCE-SOURCE TO FINQU501-REFERENCE-SOURCE.
030400     CALL 'FINQU501' USING FINQU501-PARAMETERS.
030500     IF  FINQU501-INVALID
030600         ADD 1 TO WS-TOTAL-ERRORS
030700         MOVE 'SRC-ERR  ' TO DL-DISP
030800         DISPLAY 'FINQB509 - REFERENCE SOURCE REFUSED: '
030900             FINQU501-ERROR-TEXT
031000         GO TO 3000-RECORD
031100     END-IF.
031200     MOVE DITM-SERIAL TO WS-SERIAL-9.
031300     MOVE SPACES TO WS-HOLD-DESC.
031400     STRING 'DUPLICATE CHECK ' WS-SERIAL-9
031500         DELIMITED BY SIZE
031600         INTO WS-HOLD-DESC.
031700     EXEC SQL
031800         INSERT INTO FINQ.HOLD
031900                (HOLD_BANK_NBR, HOLD_ACCT_ID, HOLD_ACCT_NBR,
032000                 HOLD_TYPE, HOLD_SOURCE_USER, HOLD_SOURCE_PROG,
032100                 HOLD_PLACE_DATE, HOLD_RELEASE_DATE, HOLD_AMOUNT,
032200                 HOLD_CHECK_NBR, HOLD_LAST_UPDATE, HOLD_TX_DESC,
032300                 HOLD_LST_4_DIGITS, HOLD_REFERENCE_SOURCE,
032400                 HOLD_REFERENCE_ID, HOLD_MEMO_ID,
032500                 HOLD_CREATE_TS, HOLD_UPDATE_TS)
032600         VALUES (:DITM-BANK-NBR, :DITM-ACCT-ID, :DITM-ACCT-NBR,
032700                 :FINQB509-HOLD-TYPE, 0, 'FINQB509',
032800                 :WS-TODAY-DATE, :WS-RELEASE-DATE, :DITM-AMOUNT,
032900                 0, CURRENT TIMESTAMP,
033000                 :WS-HOLD-DESC,
033100                 0, :DITM-REFERENCE-SOURCE, :DITM-REFERENCE-ID,
033200                 0, CURRENT TIMESTAMP, CURRENT TIMESTAMP)
033300     END-EXEC.
033400     IF  SQLCODE = ZERO
033500         ADD 1 TO WS-TOTAL-HELD
033600         MOVE 'Y' TO DUPS-HOLD-IND
033700         MOVE 'HELD     ' TO DL-DISP
033800     ELSE
033900         ADD 1 TO WS-TOTAL-ERRORS
034000         MOVE 'HOLD-ERR ' TO DL-DISP
034100     END-IF.
034200 3000-RECORD.
034300     EXEC SQL
034400         INSERT INTO FINQ.DUPSUSP
034500                (DUPS_BANK_NBR, DUPS_ROUTING, DUPS_CHK_ACCT,
034600                 DUPS_SERIAL, DUPS_AMOUNT, DUPS_FIRST_ACCT_ID,
034700                 DUPS_FIRST_ACCT_NBR, DUPS_FIRST_SOURCE,
034800                 DUPS_FIRST_DATE, DUPS_DUP_ACCT_ID,
034900                 DUPS_DUP_ACCT_NBR, DUPS_DUP_SOURCE,
035000                 DUPS_DUP_REF_ID, DUPS_DUP_DATE, DUPS_HOLD_IND,
035100                 DUPS_DETECT_DATE, DUPS_RETURN_DATE)
035200         VALUES (:DITM-BANK-NBR, :DITM-ROUTING, :DITM-CHK-ACCT,
035300                 :DITM-SERIAL, :DITM-AMOUNT, :FPRT-ACCT-ID,
035400                 :FPRT-ACCT-NBR, :FPRT-REFERENCE-SOURCE,
035500                 :FPRT-PLACE-DATE, :DITM-ACCT-ID,
035600                 :DITM-ACCT-NBR, :DITM-REFERENCE-SOURCE,
035700                 :DITM-REFERENCE-ID, :DITM-PLACE-DATE,
035800                 :DUPS-HOLD-IND, :WS-TODAY-DATE, 0)
035900     END-EXEC.
036000     IF  SQLCODE NOT = ZERO
036100         ADD 1 TO WS-TOTAL-ERRORS
036200         DISPLAY 'FINQB509 - DUPSUSP INSERT FAILED, SQLCODE '
036300             SQLCODE ' ACCT ' DITM-ACCT-NBR
036400     END-IF.
036500     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
036600 3000-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900 6000-WRITE-DETAIL.
037000     MOVE DITM-BANK-NBR         TO DL-BANK-NBR.
037100     MOVE DITM-ACCT-NBR         TO DL-ACCT-NBR.
037200     MOVE DITM-REFERENCE-SOURCE TO DL-CHANNEL.
037300     MOVE DITM-SERIAL           TO DL-SERIAL.
037400     MOVE DITM-AMOUNT           TO DL-AMOUNT.
037500     MOVE FPRT-ACCT-NBR         TO DL-FIRST-ACCT.
037600     MOVE FPRT-REFERENCE-SOURCE TO DL-FIRST-CHANNEL.
037700     MOVE FPRT-PLACE-DATE       TO DL-FIRST-DATE.
037800     MOVE DITM-ROUTING          TO DL-ROUTING.
037900     MOVE DITM-CHK-ACCT         TO DL-CHK-ACCT.
038000     MOVE WS-DETAIL-LINE TO RPT660-RECORD.
038100     WRITE RPT660-RECORD.
038200 6000-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500 8000-FINALIZE.
038600     MOVE SPACES TO RPT660-RECORD.
038700     WRITE RPT660-RECORD.
038800     MOVE WS-TOTAL-ITEMS TO TL-ITEMS.
038900     MOVE WS-TOTAL-LINE-1 TO RPT660-RECORD.
039000     WRITE RPT660-RECORD.
039100     MOVE WS-TOTAL-PRINTED TO TL-PRINTED.
039200     MOVE WS-TOTAL-LINE-2 TO RPT660-RECORD.
039300     WRITE RPT660-RECORD.
039400     MOVE WS-TOTAL-NO-MICR TO TL-NO-MICR.
039500     MOVE WS-TOTAL-LINE-3 TO RPT660-RECORD.
039600     WRITE RPT660-RECORD.
039700     MOVE WS-TOTAL-SUSPECTS TO TL-SUSPECTS.
039800     MOVE WS-TOTAL-LINE-4 TO RPT660-RECORD.
039900     WRITE RPT660-RECORD.
040000     MOVE WS-TOTAL-HELD TO TL-HELD.
040100     MOVE WS-TOTAL-LINE-5 TO RPT660-RECORD.
040200     WRITE RPT660-RECORD.
040300     MOVE WS-TOTAL-ERRORS TO TL-ERRORS.
040400     MOVE WS-TOTAL-LINE-6 TO RPT660-RECORD.
040500     WRITE RPT660-RECORD.
040600     MOVE WS-TOTAL-PURGED TO TL-PURGED.
040700     MOVE WS-TOTAL-LINE-7 TO RPT660-RECORD.
040800     WRITE RPT660-RECORD.
040900     CLOSE RPT660-FILE.
041000     IF  WS-TOTAL-ERRORS > ZERO
041100         MOVE 4 TO RETURN-CODE
041200     END-IF.
041300 8000-EXIT.
041400     EXIT.
