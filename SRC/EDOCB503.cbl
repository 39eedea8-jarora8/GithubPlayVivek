000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EDOCB503.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY PRINT-    *
001500*                      AND-MAIL CONSOLIDATION, RUN AFTER THE     *
001600*                      EDOCB501 DIGEST.  EVERY PAPER-METHOD      *
001700*                      PIECE ON EDOC.CORRARCH NOT YET MAILED IS  *
001800*                      ADDRESSED FROM CIF.ADDRESS AS CIFU022     *
001900*                      STANDARDIZES IT, PUT IN ONE ENVELOPE PER  *
002000*                      CUSTOMER (TEN PIECES MAX; EDOCSTND FORMS  *
002100*                      ALONE), GIVEN AN INTELLIGENT MAIL BARCODE *
002200*                      (MAILER ID AND SERIAL), PRESORTED BY ZIP  *
002300*                      AND WRITTEN TO ONE PRINT STREAM BETWEEN A *
002400*                      JOB HEADER AND A CONTROL TRAILER.  EACH   *
002500*                      PIECE'S BARCODE IS SAVED ON EDOC.MAILPC   *
002600*                      AGAINST ITS ARCHIVE ENTRY FOR THE USPS    *
002700*                      TRACKING SCANS.  THE JOB MANIFEST SHOWS   *
002800*                      THE PRESORT BY 3-DIGIT ZIP AND THE PIECES *
002900*                      HELD FOR NO USABLE ADDRESS.               *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SORTWK-FILE ASSIGN TO SORTWK01.
003900     SELECT PRTSTRM-FILE ASSIGN TO PRTSTRM
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT RPT678-FILE ASSIGN TO RPT678
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*    ONE SORT RECORD PER PIECE, ADDRESSED, IN ZIP ORDER -- THE
004600*    ENVELOPE NUMBER KEEPS A CUSTOMER'S PIECES TOGETHER AND
004700*    SPLITS OUT THE ONES THAT TRAVEL ALONE.
004800 SD  SORTWK-FILE.
004900 01  SORTWK-RECORD.
005000     05  SW-ZIP                  PIC X(09).
005100     05  SW-BANK-NBR             PIC 9(03).
005200     05  SW-FILE-ID              PIC X(04).
005300     05  SW-FILE-KEY             PIC X(25).
005400     05  SW-ENV-NBR              PIC 9(03).
005500     05  SW-SENT-TS              PIC X(26).
005600     05  SW-FORM-ID              PIC X(08).
005700     05  SW-SUBJECT              PIC X(80).
005800     05  SW-PAYLOAD              PIC X(80).
005900     05  SW-MAIL-NAME            PIC X(40).
006000     05  SW-LINE1                PIC X(40).
006100     05  SW-LINE2                PIC X(40).
006200     05  SW-CITY                 PIC X(25).
006300     05  SW-STATE                PIC X(02).
006400 FD  PRTSTRM-FILE
006500     RECORDING MODE F.
006600*    PRINT VENDOR MAIL STREAM.  'H' OPENS THE JOB, 'E' IS ONE
006700*    ENVELOPE IN PRESORT ORDER WITH ITS ADDRESS BLOCK AND
006800*    BARCODE, 'D' IS ONE DOCUMENT INSIDE THE ENVELOPE AHEAD OF
006900*    IT, 'T' CLOSES THE JOB WITH THE COUNTS AND SERIAL RANGE
007000*    THE VENDOR PROVES AGAINST.
007100 01  PRT-RECORD.
007200     05  PRT-REC-TYPE            PIC X(01).
007300     05  PRT-DATA                PIC X(249).
007400 01  PRT-HEADER-RECORD.
007500     05  FILLER                  PIC X(01).
007600     05  PRT-HDR-FILE-ID         PIC X(08).
007700     05  PRT-HDR-JOB-ID          PIC X(10).
007800     05  PRT-HDR-CREATE-DATE     PIC 9(08).
007900     05  PRT-HDR-MAILER-ID       PIC X(09).
008000     05  PRT-HDR-STID            PIC X(03).
008100     05  FILLER                  PIC X(211).
008200 01  PRT-ENVELOPE-RECORD.
008300     05  FILLER                  PIC X(01).
008400     05  PRT-ENV-PRESORT-SEQ     PIC 9(07).
008500     05  PRT-ENV-LEVEL           PIC X(01).
008600     05  PRT-ENV-IMB             PIC X(31).
008700     05  PRT-ENV-MAIL-NAME       PIC X(40).
008800     05  PRT-ENV-LINE1           PIC X(40).
008900     05  PRT-ENV-LINE2           PIC X(40).
009000     05  PRT-ENV-CITY            PIC X(25).
009100     05  PRT-ENV-STATE           PIC X(02).
009200     05  PRT-ENV-ZIP             PIC X(09).
009300     05  FILLER                  PIC X(54).
009400 01  PRT-DOCUMENT-RECORD.
009500     05  FILLER                  PIC X(01).
009600     05  PRT-DOC-PRESORT-SEQ     PIC 9(07).
009700     05  PRT-DOC-BANK-NBR        PIC 9(03).
009800     05  PRT-DOC-FILE-ID         PIC X(04).
009900     05  PRT-DOC-FILE-KEY        PIC X(25).
010000     05  PRT-DOC-FORM-ID         PIC X(08).
010100     05  PRT-DOC-SUBJECT         PIC X(80).
010200     05  PRT-DOC-PAYLOAD         PIC X(80).
010300     05  FILLER                  PIC X(42).
010400 01  PRT-TRAILER-RECORD.
010500     05  FILLER                  PIC X(01).
010600     05  PRT-TRL-JOB-ID          PIC X(10).
010700     05  PRT-TRL-ENVELOPES       PIC 9(07).
010800     05  PRT-TRL-DOCUMENTS       PIC 9(07).
010900     05  PRT-TRL-FIRST-SERIAL    PIC 9(09).
011000     05  PRT-TRL-LAST-SERIAL     PIC 9(09).
011100     05  FILLER                  PIC X(207).
011200 FD  RPT678-FILE
011300     RECORDING MODE F.
011400 01  RPT678-RECORD               PIC X(132).
011500*----------------------------------------------------------------
011600 WORKING-STORAGE SECTION.
011700 01  WS-SWITCHES.
011800     05  WS-EOF-SW                PIC X       VALUE 'N'.
011900         88  WS-EOF-YES                   VALUE 'Y'.
012000     05  WS-SORT-EOF-SW           PIC X       VALUE 'N'.
012100         88  WS-SORT-EOF-YES              VALUE 'Y'.
012200     05  WS-STANDALONE-SW         PIC X       VALUE 'N'.
012300         88  WS-STANDALONE                VALUE 'Y'.
012400     05  WS-MID-9-SW              PIC X       VALUE 'N'.
012500         88  WS-MID-9                     VALUE 'Y'.
012600 01  WS-WORK-FIELDS.
012700     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
012800     05  WS-ZX                    PIC S9(4)   COMP  VALUE +0.
012900     05  WS-LOOKBACK-DAYS         PIC S9(3)   COMP-3 VALUE +0.
013000     05  WS-TRAY-MIN              PIC S9(7)   COMP  VALUE ZERO.
013100     05  WS-LOOKBACK-TS           PIC X(26)   VALUE SPACE.
013200     05  WS-HOLD-REASON           PIC X(20)   VALUE SPACE.
013300     05  WS-MAIL-NAME             PIC X(40)   VALUE SPACE.
013400     05  WS-ENV-HIGH              PIC 9(03)   VALUE ZERO.
013500     05  WS-ENV-COMBINED          PIC 9(03)   VALUE ZERO.
013600     05  WS-ENV-PIECES            PIC S9(4)   COMP  VALUE +0.
013700     05  WS-PRESORT-SEQ           PIC 9(07)   VALUE ZERO.
013800     05  WS-SERIAL                PIC 9(09)   VALUE ZERO.
013900     05  WS-SERIAL-LIMIT          PIC 9(09)   VALUE ZERO.
014000     05  WS-FIRST-SERIAL          PIC 9(09)   VALUE ZERO.
014100     05  WS-BATCH-SEQ             PIC 9(02)   VALUE ZERO.
014200     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
014300     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
014400     05  WS-TOTAL-ENVELOPES       PIC S9(7)   COMP  VALUE ZERO.
014500     05  WS-TOTAL-DOCUMENTS       PIC S9(7)   COMP  VALUE ZERO.
014600     05  WS-TOTAL-3-DIGIT         PIC S9(7)   COMP  VALUE ZERO.
014700     05  WS-TOTAL-MIXED           PIC S9(7)   COMP  VALUE ZERO.
014800     05  WS-TOTAL-SAVED           PIC S9(7)   COMP  VALUE ZERO.
014900*    THE CUSTOMER WHOSE PIECES ARE BEING ADDRESSED.
015000 01  WS-CUR-KEY.
015100     05  WS-CUR-BANK-NBR          PIC 9(03)   VALUE ZERO.
015200     05  WS-CUR-FILE-ID           PIC X(04)   VALUE SPACE.
015300     05  WS-CUR-FILE-KEY          PIC X(25)   VALUE SPACE.
015400 01  WS-ROW-KEY.
015500     05  WS-ROW-BANK-NBR          PIC 9(03)   VALUE ZERO.
015600     05  WS-ROW-FILE-ID           PIC X(04)   VALUE SPACE.
015700     05  WS-ROW-FILE-KEY          PIC X(25)   VALUE SPACE.
015800*    THE ENVELOPE BEING WRITTEN.
015900 01  WS-ENV-KEY.
016000     05  WS-ENV-ZIP               PIC X(09)   VALUE SPACE.
016100     05  WS-ENV-BANK-NBR          PIC 9(03)   VALUE ZERO.
016200     05  WS-ENV-FILE-ID           PIC X(04)   VALUE SPACE.
016300     05  WS-ENV-FILE-KEY          PIC X(25)   VALUE SPACE.
016400     05  WS-ENV-NBR               PIC 9(03)   VALUE ZERO.
016500 01  WS-SW-ENV-KEY.
016600     05  WS-SW-ZIP                PIC X(09).
016700     05  WS-SW-BANK-NBR           PIC 9(03).
016800     05  WS-SW-FILE-ID            PIC X(04).
016900     05  WS-SW-FILE-KEY           PIC X(25).
017000     05  WS-SW-ENV-NBR            PIC 9(03).
017100 01  WS-PRIOR-ZIP3                PIC X(03)   VALUE SPACE.
017200*    ENVELOPES PER 3-DIGIT ZIP, COUNTED AS THE PIECES ARE
017300*    ADDRESSED -- A ZIP3 WITH A FULL TRAY'S WORTH SORTS TO
017400*    THE 3-DIGIT LEVEL, THE REST GO MIXED AADC.
017500 01  WS-ZIP3-TABLE.
017600     05  WS-ZIP3-COUNT            PIC S9(7)   COMP
017700                                  OCCURS 1000 TIMES.
017800 01  WS-ZIP3-NUM                  PIC 9(03)   VALUE ZERO.
017900*    THE INTELLIGENT MAIL BARCODE -- BARCODE ID, SERVICE TYPE,
018000*    MAILER ID AND SERIAL (6+9 OR 9+6 DIGITS), ROUTING ZIP.
018100 01  WS-IMB.
018200     05  WS-IMB-BARCODE-ID        PIC X(02)   VALUE '00'.
018300     05  WS-IMB-STID              PIC X(03)   VALUE SPACE.
018400     05  WS-IMB-MID-SERIAL        PIC X(15)   VALUE SPACE.
018500     05  WS-IMB-ROUTING           PIC X(09)   VALUE SPACE.
018600     05  FILLER                   PIC X(02)   VALUE SPACE.
018700 01  WS-MID-SERIAL-6.
018800     05  WS-MS6-MID               PIC X(06).
018900     05  WS-MS6-SERIAL            PIC 9(09).
019000 01  WS-MID-SERIAL-9.
019100     05  WS-MS9-MID               PIC X(09).
019200     05  WS-MS9-SERIAL            PIC 9(06).
019300 01  WS-TODAY-ISO                 PIC X(10)   VALUE SPACE.
019400 01  FILLER REDEFINES WS-TODAY-ISO.
019500     05  WS-TODAY-YYYY            PIC X(04).
019600     05  FILLER                   PIC X(01).
019700     05  WS-TODAY-MM              PIC X(02).
019800     05  FILLER                   PIC X(01).
019900     05  WS-TODAY-DD              PIC X(02).
020000 01  WS-BATCH-ID.
020100     05  WS-BATCH-DATE            PIC X(08).
020200     05  WS-BATCH-SEQ-X           PIC 9(02).
020300*----------------------------------------------------------------
020400     COPY EDOCSTND.
020500*----------------------------------------------------------------
020600     COPY EDOCCARC.
020700*----------------------------------------------------------------
020800     COPY EDOCMLPC.
020900*----------------------------------------------------------------
021000     COPY CIFADDR.
021100*----------------------------------------------------------------
021200     COPY CIFU022P.
021300*----------------------------------------------------------------
021400 01  WS-HEADING-1.
021500     05  FILLER  PIC X(132) VALUE
021600       'EDOCB503  PRINT-AND-MAIL JOB MANIFEST'.
021700 01  WS-HEADING-2.
021800     05  FILLER  PIC X(16)  VALUE 'MAIL JOB -      '.
021900     05  HD-JOB-ID                PIC X(10).
022000     05  FILLER  PIC X(16)  VALUE '   MAILER ID -  '.
022100     05  HD-MAILER-ID             PIC X(09).
022200     05  FILLER  PIC X(11)  VALUE '   STID -  '.
022300     05  HD-STID                  PIC X(03).
022400     05  FILLER                   PIC X(67)   VALUE SPACE.
022500 01  WS-HEADING-3.
022600     05  FILLER  PIC X(45)  VALUE
022700       'DISP      BNK FILE KEY                       '.
022800     05  FILLER  PIC X(48)  VALUE
022900       'FORM     REASON               NAME              '.
023000     05  FILLER  PIC X(39)  VALUE SPACE.
023100 01  WS-HEADING-4.
023200     05  FILLER  PIC X(48)  VALUE
023300       '          SCF ENVELOPES  PRESORT LEVEL          '.
023400     05  FILLER  PIC X(84)  VALUE SPACE.
023500 01  WS-DETAIL-LINE.
023600     05  DL-DISP                  PIC X(08).
023700     05  FILLER                   PIC X(02)   VALUE SPACE.
023800     05  DL-BANK-NBR              PIC 9(03).
023900     05  FILLER                   PIC X(01)   VALUE SPACE.
024000     05  DL-FILE-ID               PIC X(04).
024100     05  FILLER                   PIC X(01)   VALUE SPACE.
024200     05  DL-FILE-KEY              PIC X(25).
024300     05  FILLER                   PIC X(01)   VALUE SPACE.
024400     05  DL-FORM-ID               PIC X(08).
024500     05  FILLER                   PIC X(01)   VALUE SPACE.
024600     05  DL-REASON                PIC X(20).
024700     05  FILLER                   PIC X(01)   VALUE SPACE.
024800     05  DL-NAME                  PIC X(40).
024900     05  FILLER                   PIC X(17)   VALUE SPACE.
025000 01  WS-ZIP3-LINE.
025100     05  ZL-DISP                  PIC X(08)   VALUE 'PRESORT'.
025200     05  FILLER                   PIC X(02)   VALUE SPACE.
025300     05  ZL-ZIP3                  PIC X(03).
025400     05  FILLER                   PIC X(03)   VALUE SPACE.
025500     05  ZL-ENVELOPES             PIC ZZZ,ZZ9.
025600     05  FILLER                   PIC X(02)   VALUE SPACE.
025700     05  ZL-LEVEL                 PIC X(20).
025800     05  FILLER                   PIC X(87)   VALUE SPACE.
025900 01  WS-TOTAL-LINE.
026000     05  TL-LABEL                 PIC X(26).
026100     05  TL-COUNT                 PIC ZZZ,ZZ9.
026200     05  FILLER                   PIC X(99)   VALUE SPACE.
026300*----------------------------------------------------------------
026400 LINKAGE SECTION.
026500 01  EDOCB503-PARM.
026600*    PAPER-METHOD IS THE EDOC050 DELIVERY METHOD THE SOURCE
026700*    PROGRAMS USE FOR PAPER.  MAILER-ID IS THE USPS-ASSIGNED
026800*    ID -- NINE DIGITS WHEN IT BEGINS WITH 9, OTHERWISE SIX,
026900*    LEFT-JUSTIFIED.  STID IS THE SERVICE TYPE ID FOR THE MAIL
027000*    CLASS AND TRACKING SERVICE.  LOOKBACK-DAYS BOUNDS HOW FAR
027100*    BACK AN UNMAILED PIECE IS STILL PICKED UP (7 WHEN ZERO);
027200*    TRAY-MIN IS THE ENVELOPE COUNT THAT EARNS A 3-DIGIT TRAY
027300*    (150 WHEN ZERO).  THE JOB ID IS THE RUN DATE AND JOB-SEQ
027400*    (01 WHEN ZERO).
027500     05  EDOCB503-PAPER-METHOD     PIC 9(03).
027600     05  EDOCB503-MAILER-ID        PIC X(09).
027700     05  EDOCB503-STID             PIC X(03).
027800     05  EDOCB503-LOOKBACK-DAYS    PIC 9(03).
027900     05  EDOCB503-TRAY-MIN         PIC 9(05).
028000     05  EDOCB503-JOB-SEQ          PIC 9(02).
028100*----------------------------------------------------------------
028200 PROCEDURE DIVISION USING EDOCB503-PARM.
028300*
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     SORT SORTWK-FILE
028700         ON ASCENDING KEY SW-ZIP SW-BANK-NBR SW-FILE-ID
028800                          SW-FILE-KEY SW-ENV-NBR SW-SENT-TS
028900         INPUT PROCEDURE IS 2000-SELECT-PIECES
029000             THRU 2000-EXIT
029100         OUTPUT PROCEDURE IS 5000-WRITE-STREAM
029200             THRU 5000-EXIT.
029300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
029400     GOBACK.
029500*----------------------------------------------------------------
029600 1000-INITIALIZE.
029700     IF  EDOCB503-MAILER-ID (1:6) NOT NUMERIC
029800     OR  EDOCB503-STID NOT NUMERIC
029900         DISPLAY 'EDOCB503 - MAILER ID OR STID NOT NUMERIC'
030000         MOVE 16 TO RETURN-CODE
030100         GOBACK
030200     END-IF.
030300*    A NINE-DIGIT MAILER ID LEAVES SIX DIGITS OF SERIAL; A
030400*    SIX-DIGIT ONE LEAVES NINE.
030500     IF  EDOCB503-MAILER-ID (1:1) = '9'
030600         IF  EDOCB503-MAILER-ID NOT NUMERIC
030700             DISPLAY 'EDOCB503 - MAILER ID NOT NUMERIC'
030800             MOVE 16 TO RETURN-CODE
030900             GOBACK
031000         END-IF
031100         SET WS-MID-9 TO TRUE
031200         MOVE 999999    TO WS-SERIAL-LIMIT
031300         MOVE EDOCB503-MAILER-ID TO WS-MS9-MID
031400     ELSE
031500         MOVE 999999999 TO WS-SERIAL-LIMIT
031600         MOVE EDOCB503-MAILER-ID (1:6) TO WS-MS6-MID
031700     END-IF.
031800     MOVE EDOCB503-STID TO WS-IMB-STID.
031900     MOVE EDOCB503-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS.
032000     IF  WS-LOOKBACK-DAYS = ZERO
032100         MOVE 7 TO WS-LOOKBACK-DAYS
032200     END-IF.
032300     MOVE EDOCB503-TRAY-MIN TO WS-TRAY-MIN.
032400     IF  WS-TRAY-MIN = ZERO
032500         MOVE 150 TO WS-TRAY-MIN
032600     END-IF.
032700     PERFORM 1050-CLEAR-ZIP3 THRU 1050-EXIT
032800         VARYING WS-ZX FROM 1 BY 1 UNTIL WS-ZX > 1000.
032900     EXEC SQL
033000         SET :WS-TODAY-ISO   = CURRENT DATE,
033100             :WS-LOOKBACK-TS = CURRENT TIMESTAMP
033200                             - :WS-LOOKBACK-DAYS DAYS
033300     END-EXEC.
033400     MOVE EDOCB503-JOB-SEQ TO WS-BATCH-SEQ.
033500     IF  WS-BATCH-SEQ = ZERO
033600         MOVE 1 TO WS-BATCH-SEQ
033700     END-IF.
033800     STRING WS-TODAY-YYYY WS-TODAY-MM WS-TODAY-DD
033900         DELIMITED BY SIZE INTO WS-BATCH-DATE.
034000     MOVE WS-BATCH-SEQ TO WS-BATCH-SEQ-X.
034100*    THE SERIAL CARRIES ON FROM THE MAILER ID'S LAST PIECE --
034200*    THE LATEST PRINTED, SO A WRAP BACK TO 1 IS FOLLOWED.
034300     EXEC SQL
034400         SELECT MLPC_SERIAL
034500           INTO :MLPC-SERIAL
034600           FROM EDOC.MAILPC
034700          WHERE MLPC_MAILER_ID = :EDOCB503-MAILER-ID
034800          ORDER BY MLPC_PRINT_TS DESC, MLPC_SERIAL DESC
034900          FETCH FIRST 1 ROW ONLY
035000     END-EXEC.
035100     IF  SQLCODE = ZERO
035200         MOVE MLPC-SERIAL TO WS-SERIAL
035300     ELSE
035400         MOVE ZERO TO WS-SERIAL
035500     END-IF.
035600     OPEN OUTPUT PRTSTRM-FILE.
035700     OPEN OUTPUT RPT678-FILE.
035800     MOVE WS-HEADING-1 TO RPT678-RECORD.
035900     WRITE RPT678-RECORD.
036000     MOVE WS-BATCH-ID        TO HD-JOB-ID.
036100     MOVE EDOCB503-MAILER-ID TO HD-MAILER-ID.
036200     MOVE EDOCB503-STID      TO HD-STID.
036300     MOVE WS-HEADING-2 TO RPT678-RECORD.
036400     WRITE RPT678-RECORD.
036500     MOVE WS-HEADING-3 TO RPT678-RECORD.
036600     WRITE RPT678-RECORD.
036700     MOVE SPACES          TO PRT-RECORD.
036800     MOVE 'H'             TO PRT-REC-TYPE.
036900     MOVE 'PRTSTRM '      TO PRT-HDR-FILE-ID.
037000     MOVE WS-BATCH-ID     TO PRT-HDR-JOB-ID.
037100     MOVE WS-BATCH-DATE   TO PRT-HDR-CREATE-DATE.
037200     MOVE EDOCB503-MAILER-ID TO PRT-HDR-MAILER-ID.
037300     MOVE EDOCB503-STID   TO PRT-HDR-STID.
037400     WRITE PRT-RECORD.
037500 1000-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800 1050-CLEAR-ZIP3.
037900     MOVE ZERO TO WS-ZIP3-COUNT (WS-ZX).
038000 1050-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300 2000-SELECT-PIECES.
038400*    EVERY PAPER PIECE THE ARCHIVE HOLDS THAT HAS NO MAIL PIECE
038500*    YET, A CUSTOMER AT A TIME.
038600     EXEC SQL
038700         DECLARE CSR678 CURSOR FOR
038800         SELECT C.CARC_BANK_NBR, C.CARC_FILE_ID, C.CARC_KEY,
038900                C.CARC_FORM_ID, C.CARC_SUBJECT, C.CARC_PAYLOAD,
039000                C.CARC_SENT_TS
039100           FROM EDOC.CORRARCH C
039200          WHERE C.CARC_DEL_METHOD = :EDOCB503-PAPER-METHOD
039300            AND C.CARC_SENT_TS   >= :WS-LOOKBACK-TS
039400            AND NOT EXISTS
039500                (SELECT 1
039600                   FROM EDOC.MAILPC M
039700                  WHERE M.MLPC_BANK_NBR = C.CARC_BANK_NBR
039800                    AND M.MLPC_FILE_ID  = C.CARC_FILE_ID
039900                    AND M.MLPC_KEY      = C.CARC_KEY
040000                    AND M.MLPC_FORM_ID  = C.CARC_FORM_ID
040100                    AND M.MLPC_SENT_TS  = C.CARC_SENT_TS)
040200          ORDER BY C.CARC_BANK_NBR, C.CARC_FILE_ID, C.CARC_KEY,
040300                   C.CARC_SENT_TS
040400     END-EXEC.
040500     EXEC SQL
040600         OPEN CSR678
040700     END-EXEC.
040800     IF  SQLCODE NOT = ZERO
040900         DISPLAY 'EDOCB503 - CSR678 OPEN FAILED, SQLCODE '
041000             SQLCODE
041100         MOVE 16 TO RETURN-CODE
041200         GOBACK
041300     END-IF.
041400     PERFORM 2100-FETCH-PIECE THRU 2100-EXIT.
041500     PERFORM 2200-ADDRESS-PIECE THRU 2200-EXIT
041600         UNTIL WS-EOF-YES.
041700     EXEC SQL
041800         CLOSE CSR678
041900     END-EXEC.
042000 2000-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300 2100-FETCH-PIECE.
042400     EXEC SQL
042500         FETCH CSR678
042600          INTO :CARC-BANK-NBR, :CARC-FILE-ID, :CARC-KEY,
042700               :CARC-FORM-ID, :CARC-SUBJECT, :CARC-PAYLOAD,
042800               :CARC-SENT-TS
042900     END-EXEC.
043000     IF  SQLCODE NOT = ZERO
043100         SET WS-EOF-YES TO TRUE
043200     END-IF.
043300 2100-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600 2200-ADDRESS-PIECE.
043700     ADD 1 TO WS-TOTAL-READ.
043800     MOVE CARC-BANK-NBR TO WS-ROW-BANK-NBR.
043900     MOVE CARC-FILE-ID  TO WS-ROW-FILE-ID.
044000     MOVE CARC-KEY      TO WS-ROW-FILE-KEY.
044100     IF  WS-ROW-KEY NOT = WS-CUR-KEY
044200         MOVE WS-ROW-KEY TO WS-CUR-KEY
044300         MOVE ZERO TO WS-ENV-HIGH WS-ENV-COMBINED WS-ENV-PIECES
044400         PERFORM 3000-GET-ADDRESS THRU 3000-EXIT
044500     END-IF.
044600     IF  WS-HOLD-REASON NOT = SPACES
044700         ADD 1 TO WS-TOTAL-HELD
044800         MOVE 'HELD'         TO DL-DISP
044900         MOVE CARC-BANK-NBR  TO DL-BANK-NBR
045000         MOVE CARC-FILE-ID   TO DL-FILE-ID
045100         MOVE CARC-KEY       TO DL-FILE-KEY
045200         MOVE CARC-FORM-ID   TO DL-FORM-ID
045300         MOVE WS-HOLD-REASON TO DL-REASON
045400         MOVE WS-MAIL-NAME   TO DL-NAME
045500         MOVE WS-DETAIL-LINE TO RPT678-RECORD
045600         WRITE RPT678-RECORD
045700         GO TO 2200-NEXT
045800     END-IF.
045900*    A TRAVEL-ALONE FORM TAKES AN ENVELOPE OF ITS OWN.  THE
046000*    REST SHARE THE CUSTOMER'S ENVELOPE, TEN PIECES TO AN
046100*    ENVELOPE -- THE SAME LIMIT AS A DIGEST PACKAGE.
046200     MOVE 'N' TO WS-STANDALONE-SW.
046300     PERFORM 2300-TEST-STANDALONE THRU 2300-EXIT
046400         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
046500     IF  WS-STANDALONE
046600         ADD 1 TO WS-ENV-HIGH
046700         MOVE WS-ENV-HIGH TO SW-ENV-NBR
046800         ADD 1 TO WS-ZIP3-COUNT (WS-ZX)
046900     ELSE
047000         IF  WS-ENV-COMBINED = ZERO
047100         OR  WS-ENV-PIECES >= 10
047200             ADD 1 TO WS-ENV-HIGH
047300             MOVE WS-ENV-HIGH TO WS-ENV-COMBINED
047400             MOVE ZERO TO WS-ENV-PIECES
047500             ADD 1 TO WS-ZIP3-COUNT (WS-ZX)
047600         END-IF
047700         ADD 1 TO WS-ENV-PIECES
047800         MOVE WS-ENV-COMBINED TO SW-ENV-NBR
047900     END-IF.
048000     MOVE CIFU022-OUT-ZIP   TO SW-ZIP.
048100     MOVE CARC-BANK-NBR     TO SW-BANK-NBR.
048200     MOVE CARC-FILE-ID      TO SW-FILE-ID.
048300     MOVE CARC-KEY          TO SW-FILE-KEY.
048400     MOVE CARC-SENT-TS      TO SW-SENT-TS.
048500     MOVE CARC-FORM-ID      TO SW-FORM-ID.
048600     MOVE CARC-SUBJECT      TO SW-SUBJECT.
048700     MOVE CARC-PAYLOAD      TO SW-PAYLOAD.
048800     MOVE WS-MAIL-NAME      TO SW-MAIL-NAME.
048900     MOVE CIFU022-OUT-LINE1 TO SW-LINE1.
049000     MOVE CIFU022-OUT-LINE2 TO SW-LINE2.
049100     MOVE CIFU022-OUT-CITY  TO SW-CITY.
049200     MOVE CIFU022-OUT-STATE TO SW-STATE.
049300     RELEASE SORTWK-RECORD.
049400 2200-NEXT.
049500     PERFORM 2100-FETCH-PIECE THRU 2100-EXIT.
049600 2200-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900 2300-TEST-STANDALONE.
050000     IF  WS-SA-FORM (WS-SUB) = CARC-FORM-ID
050100         SET WS-STANDALONE TO TRUE
050200     END-IF.
050300 2300-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600 3000-GET-ADDRESS.
050700*    AN ACCOUNT-KEYED PIECE MAILS TO THE ACCOUNT'S ADDRESS
050800*    UNDER ITS REGISTRATION NAME.  A CUSTOMER-KEYED PIECE
050900*    MAILS TO THE CUSTOMER'S NAME AT THE ADDRESS OF ITS
051000*    OLDEST ACCOUNT THAT HAS ONE.  EITHER WAY CIFU022 HAS THE
051100*    LAST WORD -- AN ADDRESS IT CANNOT CONFIRM HOLDS THE
051200*    PIECE, SINCE IT WOULD ONLY COME BACK.
051300     MOVE SPACES TO WS-HOLD-REASON WS-MAIL-NAME.
051400     MOVE ZERO   TO ADDR-ADDRESS-ID.
051500     EXEC SQL
051600         SELECT ACCT_NAME_RPL, ACCT_ADDRESS_ID
051700           INTO :WS-MAIL-NAME, :ADDR-ADDRESS-ID
051800           FROM CIF.ACCOUNT
051900          WHERE ACCT_BANK_NBR = :CARC-BANK-NBR
052000            AND ACCT_FILE_ID  = :CARC-FILE-ID
052100            AND ACCT_KEY      = :CARC-KEY
052200     END-EXEC.
052300     IF  SQLCODE NOT = ZERO
052400         EXEC SQL
052500             SELECT CUST_NAME
052600               INTO :WS-MAIL-NAME
052700               FROM CIF.CUSTOMER
052800              WHERE CUST_BANK_NBR = :CARC-BANK-NBR
052900                AND CUST_FILE_ID  = :CARC-FILE-ID
053000                AND CUST_FILE_KEY = :CARC-KEY
053100         END-EXEC
053200         IF  SQLCODE NOT = ZERO
053300             MOVE 'NO CIF RECORD' TO WS-HOLD-REASON
053400             GO TO 3000-EXIT
053500         END-IF
053600         EXEC SQL
053700             SELECT A.ACCT_ADDRESS_ID
053800               INTO :ADDR-ADDRESS-ID
053900               FROM CIF.CUSTXREF XREF
054000               JOIN CIF.ACCOUNT A
054100                 ON A.ACCT_BANK_NBR = XREF.BANK_NBR
054200                AND A.ACCT_FILE_ID  = XREF.FILE_ID
054300                AND A.ACCT_KEY      = XREF.FILE_KEY
054400              WHERE XREF.RELATED_BANK_NBR = :CARC-BANK-NBR
054500                AND XREF.RELATED_FILE_ID  = :CARC-FILE-ID
054600                AND XREF.RELATED_FILE_KEY = :CARC-KEY
054700                AND A.ACCT_ADDRESS_ID     > 0
054800              ORDER BY A.ACCT_OPEN_DATE
054900              FETCH FIRST 1 ROW ONLY
055000         END-EXEC
055100         IF  SQLCODE NOT = ZERO
055200             MOVE ZERO TO ADDR-ADDRESS-ID
055300         END-IF
055400     END-IF.
055500     IF  WS-MAIL-NAME = SPACES
055600         MOVE 'NO MAILING NAME' TO WS-HOLD-REASON
055700         GO TO 3000-EXIT
055800     END-IF.
055900     IF  ADDR-ADDRESS-ID = ZERO
056000         MOVE 'NO MAILING ADDRESS' TO WS-HOLD-REASON
056100         GO TO 3000-EXIT
056200     END-IF.
056300     EXEC SQL
056400         SELECT ADDR_LINE1, ADDR_LINE2, ADDR_CITY,
056500                ADDR_STATE, ADDR_ZIP
056600           INTO :ADDR-LINE1, :ADDR-LINE2, :ADDR-CITY,
056700                :ADDR-STATE, :ADDR-ZIP
056800           FROM CIF.ADDRESS
056900          WHERE ADDR_ADDRESS_ID = :ADDR-ADDRESS-ID
057000     END-EXEC.
057100     IF  SQLCODE NOT = ZERO
057200         MOVE 'NO MAILING ADDRESS' TO WS-HOLD-REASON
057300         GO TO 3000-EXIT
057400     END-IF.
057500     MOVE ADDR-LINE1 TO CIFU022-IN-LINE1.
057600     MOVE ADDR-LINE2 TO CIFU022-IN-LINE2.
057700     MOVE ADDR-CITY  TO CIFU022-IN-CITY.
057800     MOVE ADDR-STATE TO CIFU022-IN-STATE.
057900     MOVE ADDR-ZIP   TO CIFU022-IN-ZIP.
058000     CALL 'CIFU022' USING CIFU022-PARAMETERS.
058100     IF  CIFU022-INVALID
058200     OR  CIFU022-CONF-FAILED
058300     OR  CIFU022-OUT-ZIP (1:5) NOT NUMERIC
058400         MOVE 'ADDRESS NOT STANDARD' TO WS-HOLD-REASON
058500         GO TO 3000-EXIT
058600     END-IF.
058700     MOVE CIFU022-OUT-ZIP (1:3) TO WS-ZIP3-NUM.
058800     COMPUTE WS-ZX = WS-ZIP3-NUM + 1.
058900 3000-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200 5000-WRITE-STREAM.
059300     MOVE WS-HEADING-4 TO RPT678-RECORD.
059400     WRITE RPT678-RECORD.
059500     RETURN SORTWK-FILE
059600         AT END
059700             SET WS-SORT-EOF-YES TO TRUE
059800     END-RETURN.
059900     PERFORM 5100-WRITE-ONE-PIECE THRU 5100-EXIT
060000         UNTIL WS-SORT-EOF-YES.
060100     MOVE SPACES             TO PRT-RECORD.
060200     MOVE 'T'                TO PRT-REC-TYPE.
060300     MOVE WS-BATCH-ID        TO PRT-TRL-JOB-ID.
060400     MOVE WS-TOTAL-ENVELOPES TO PRT-TRL-ENVELOPES.
060500     MOVE WS-TOTAL-DOCUMENTS TO PRT-TRL-DOCUMENTS.
060600     MOVE WS-FIRST-SERIAL    TO PRT-TRL-FIRST-SERIAL.
060700     MOVE WS-SERIAL          TO PRT-TRL-LAST-SERIAL.
060800     IF  WS-TOTAL-ENVELOPES = ZERO
060900         MOVE ZERO TO PRT-TRL-LAST-SERIAL
061000     END-IF.
061100     WRITE PRT-RECORD.
061200 5000-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500 5100-WRITE-ONE-PIECE.
061600     MOVE SW-ZIP      TO WS-SW-ZIP.
061700     MOVE SW-BANK-NBR TO WS-SW-BANK-NBR.
061800     MOVE SW-FILE-ID  TO WS-SW-FILE-ID.
061900     MOVE SW-FILE-KEY TO WS-SW-FILE-KEY.
062000     MOVE SW-ENV-NBR  TO WS-SW-ENV-NBR.
062100     IF  WS-SW-ENV-KEY NOT = WS-ENV-KEY
062200         MOVE WS-SW-ENV-KEY TO WS-ENV-KEY
062300         PERFORM 5200-START-ENVELOPE THRU 5200-EXIT
062400     END-IF.
062500     PERFORM 5300-WRITE-DOCUMENT THRU 5300-EXIT.
062600     RETURN SORTWK-FILE
062700         AT END
062800             SET WS-SORT-EOF-YES TO TRUE
062900     END-RETURN.
063000 5100-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300 5200-START-ENVELOPE.
063400*    A NEW 3-DIGIT ZIP FIRST GOES ON THE MANIFEST WITH ITS
063500*    TRAY LEVEL.  THE ENVELOPE THEN TAKES THE NEXT SERIAL AND
063600*    PRESORT POSITION.
063700     MOVE SW-ZIP (1:3) TO WS-ZIP3-NUM.
063800     COMPUTE WS-ZX = WS-ZIP3-NUM + 1.
063900     IF  SW-ZIP (1:3) NOT = WS-PRIOR-ZIP3
064000         MOVE SW-ZIP (1:3) TO WS-PRIOR-ZIP3 ZL-ZIP3
064100         MOVE WS-ZIP3-COUNT (WS-ZX) TO ZL-ENVELOPES
064200         IF  WS-ZIP3-COUNT (WS-ZX) >= WS-TRAY-MIN
064300             MOVE '3-DIGIT ZIP TRAY' TO ZL-LEVEL
064400         ELSE
064500             MOVE 'MIXED AADC' TO ZL-LEVEL
064600         END-IF
064700         MOVE WS-ZIP3-LINE TO RPT678-RECORD
064800         WRITE RPT678-RECORD
064900     END-IF.
065000     ADD 1 TO WS-SERIAL.
065100     IF  WS-SERIAL > WS-SERIAL-LIMIT
065200         MOVE 1 TO WS-SERIAL
065300     END-IF.
065400     IF  WS-TOTAL-ENVELOPES = ZERO
065500         MOVE WS-SERIAL TO WS-FIRST-SERIAL
065600     END-IF.
065700     ADD 1 TO WS-TOTAL-ENVELOPES.
065800     ADD 1 TO WS-PRESORT-SEQ.
065900     IF  WS-MID-9
066000         MOVE WS-SERIAL TO WS-MS9-SERIAL
066100         MOVE WS-MID-SERIAL-9 TO WS-IMB-MID-SERIAL
066200     ELSE
066300         MOVE WS-SERIAL TO WS-MS6-SERIAL
066400         MOVE WS-MID-SERIAL-6 TO WS-IMB-MID-SERIAL
066500     END-IF.
066600     IF  SW-ZIP (6:4) NUMERIC
066700         MOVE SW-ZIP TO WS-IMB-ROUTING
066800     ELSE
066900         MOVE SW-ZIP (1:5) TO WS-IMB-ROUTING
067000     END-IF.
067100     MOVE SPACES              TO PRT-RECORD.
067200     MOVE 'E'                 TO PRT-REC-TYPE.
067300     MOVE WS-PRESORT-SEQ      TO PRT-ENV-PRESORT-SEQ.
067400     IF  WS-ZIP3-COUNT (WS-ZX) >= WS-TRAY-MIN
067500         MOVE '3'             TO PRT-ENV-LEVEL
067600         ADD 1 TO WS-TOTAL-3-DIGIT
067700     ELSE
067800         MOVE 'A'             TO PRT-ENV-LEVEL
067900         ADD 1 TO WS-TOTAL-MIXED
068000     END-IF.
068100     MOVE WS-IMB              TO PRT-ENV-IMB.
068200     MOVE SW-MAIL-NAME        TO PRT-ENV-MAIL-NAME.
068300     MOVE SW-LINE1            TO PRT-ENV-LINE1.
068400     MOVE SW-LINE2            TO PRT-ENV-LINE2.
068500     MOVE SW-CITY             TO PRT-ENV-CITY.
068600     MOVE SW-STATE            TO PRT-ENV-STATE.
068700     MOVE SW-ZIP              TO PRT-ENV-ZIP.
068800     WRITE PRT-RECORD.
068900 5200-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200 5300-WRITE-DOCUMENT.
069300*    THE DOCUMENT GOES IN THE ENVELOPE AHEAD OF IT, AND ITS
069400*    BARCODE IS SAVED AGAINST ITS ARCHIVE ENTRY.
069500     ADD 1 TO WS-TOTAL-DOCUMENTS.
069600     MOVE SPACES              TO PRT-RECORD.
069700     MOVE 'D'                 TO PRT-REC-TYPE.
069800     MOVE WS-PRESORT-SEQ      TO PRT-DOC-PRESORT-SEQ.
069900     MOVE SW-BANK-NBR         TO PRT-DOC-BANK-NBR.
070000     MOVE SW-FILE-ID          TO PRT-DOC-FILE-ID.
070100     MOVE SW-FILE-KEY         TO PRT-DOC-FILE-KEY.
070200     MOVE SW-FORM-ID          TO PRT-DOC-FORM-ID.
070300     MOVE SW-SUBJECT          TO PRT-DOC-SUBJECT.
070400     MOVE SW-PAYLOAD          TO PRT-DOC-PAYLOAD.
070500     WRITE PRT-RECORD.
070600     MOVE SW-BANK-NBR         TO MLPC-BANK-NBR.
070700     MOVE SW-FILE-ID          TO MLPC-FILE-ID.
070800     MOVE SW-FILE-KEY         TO MLPC-KEY.
070900     MOVE SW-FORM-ID          TO MLPC-FORM-ID.
071000     MOVE SW-SENT-TS          TO MLPC-SENT-TS.
071100     MOVE WS-BATCH-ID         TO MLPC-JOB-ID.
071200     MOVE EDOCB503-MAILER-ID  TO MLPC-MAILER-ID.
071300     MOVE WS-SERIAL           TO MLPC-SERIAL.
071400     MOVE WS-IMB              TO MLPC-IMB.
071500     MOVE WS-PRESORT-SEQ      TO MLPC-PRESORT-SEQ.
071600     MOVE SW-ZIP              TO MLPC-ZIP.
071700     EXEC SQL
071800         INSERT INTO EDOC.MAILPC
071900                (MLPC_BANK_NBR, MLPC_FILE_ID, MLPC_KEY,
072000                 MLPC_FORM_ID, MLPC_SENT_TS, MLPC_JOB_ID,
072100                 MLPC_MAILER_ID, MLPC_SERIAL, MLPC_IMB,
072200                 MLPC_PRESORT_SEQ, MLPC_ZIP, MLPC_PRINT_TS,
072300                 MLPC_SCAN_TS, MLPC_SCAN_OP_CODE)
072400         VALUES (:MLPC-BANK-NBR, :MLPC-FILE-ID, :MLPC-KEY,
072500                 :MLPC-FORM-ID, :MLPC-SENT-TS, :MLPC-JOB-ID,
072600                 :MLPC-MAILER-ID, :MLPC-SERIAL, :MLPC-IMB,
072700                 :MLPC-PRESORT-SEQ, :MLPC-ZIP, CURRENT TIMESTAMP,
072800                 '0001-01-01-00.00.00.000000', ' ')
072900     END-EXEC.
073000     IF  SQLCODE = ZERO
073100         ADD 1 TO WS-TOTAL-SAVED
073200     ELSE
073300         DISPLAY 'EDOCB503 - MAILPC INSERT FAILED, SQLCODE '
073400             SQLCODE ' FORM ' SW-FORM-ID ' KEY ' SW-FILE-KEY
073500         MOVE 4 TO RETURN-CODE
073600     END-IF.
073700 5300-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------
074000 8000-FINALIZE.
074100     CLOSE PRTSTRM-FILE.
074200     MOVE SPACES TO RPT678-RECORD.
074300     WRITE RPT678-RECORD.
074400     MOVE 'PAPER PIECES READ       - ' TO TL-LABEL.
074500     MOVE WS-TOTAL-READ         TO TL-COUNT.
074600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074700     MOVE 'PIECES HELD, NO ADDRESS - ' TO TL-LABEL.
074800     MOVE WS-TOTAL-HELD         TO TL-COUNT.
074900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075000     MOVE 'DOCUMENTS PRINTED       - ' TO TL-LABEL.
075100     MOVE WS-TOTAL-DOCUMENTS    TO TL-COUNT.
075200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075300     MOVE 'ENVELOPES MAILED        - ' TO TL-LABEL.
075400     MOVE WS-TOTAL-ENVELOPES    TO TL-COUNT.
075500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075600     MOVE '  3-DIGIT ZIP TRAYS     - ' TO TL-LABEL.
075700     MOVE WS-TOTAL-3-DIGIT      TO TL-COUNT.
075800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075900     MOVE '  MIXED AADC            - ' TO TL-LABEL.
076000     MOVE WS-TOTAL-MIXED        TO TL-COUNT.
076100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
076200     MOVE 'BARCODES SAVED          - ' TO TL-LABEL.
076300     MOVE WS-TOTAL-SAVED        TO TL-COUNT.
076400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
076500     IF  WS-TOTAL-HELD > ZERO
076600     AND RETURN-CODE = ZERO
076700         MOVE 4 TO RETURN-CODE
076800     END-IF.
076900     CLOSE RPT678-FILE.
077000 8000-EXIT.
077100     EXIT.
077200*----------------------------------------------------------------
077300 8100-WRITE-TOTAL.
077400     MOVE WS-TOTAL-LINE TO RPT678-RECORD.
077500     WRITE RPT678-RECORD.
077600 8100-EXIT.
077700     EXIT.
