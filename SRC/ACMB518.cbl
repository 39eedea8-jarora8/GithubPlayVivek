000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMB518.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CARD VENDOR       *
001500*                      CONFIRMATION LOAD.  EACH SHIPPED PLASTIC  *
001600*                      ON THE VENDOR'S FILE CLOSES ITS           *
001700*                      ACM.CARDPROD ORDER WITH THE MAIL DATE AND *
001800*                      MOVES THE ACM.DEBCARD ROW FROM ISSUE-CARD *
001900*                      OR PEND-REISSUE TO OPEN (50); EACH REJECT *
002000*                      IS RECORDED WITH ITS REASON AND REPORTED. *
002100*                      THE TRAILER COUNT IS PROVED, AND EVERY    *
002200*                      ORDER STILL UNCONFIRMED AFTER THE         *
002300*                      CALLER'S DAY LIMIT IS LISTED BY AGE.      *
002400*                                                                *
002420*   10/15/2026 RM     THE MOVE TO OPEN (50) NOW GOES THROUGH    *
002440*                      ACMU503 SO THE STATUS CHANGE IS           *
002460*                      JOURNALED ON ACM.CARDJRNL.                *
002480*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CONFIN-FILE ASSIGN TO CONFIN
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CONF-STATUS.
003500     SELECT RPT637-FILE ASSIGN TO RPT637
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CONFIN-FILE
004000     RECORDING MODE F.
004100*    THE CARD VENDOR'S CONFIRMATION FILE -- 'H' NAMES THE
004200*    EMBOSS BATCH, 'D' IS ONE PLASTIC SHIPPED (S) OR REJECTED
004300*    (R), 'T' THE DETAIL COUNT THE FILE PROVES AGAINST.
004400 01  CONFIN-RECORD.
004500     05  CONF-REC-TYPE           PIC X(01).
004600         88  CONF-HEADER                 VALUE 'H'.
004700         88  CONF-DETAIL                 VALUE 'D'.
004800         88  CONF-TRAILER                VALUE 'T'.
004900     05  CONF-DATA               PIC X(79).
005000 01  CONF-HEADER-RECORD.
005100     05  FILLER                  PIC X(01).
005200     05  CONF-HDR-BATCH-ID       PIC X(10).
005300     05  CONF-HDR-FILE-DATE      PIC 9(08).
005400     05  FILLER                  PIC X(61).
005500 01  CONF-DETAIL-RECORD.
005600     05  FILLER                  PIC X(01).
005700     05  CONF-BANK-NBR           PIC 9(03).
005800     05  CONF-CARD-NBR           PIC X(19).
005900     05  CONF-RESULT             PIC X(01).
006000         88  CONF-SHIPPED                VALUE 'S'.
006100         88  CONF-REJECTED               VALUE 'R'.
006200     05  CONF-MAIL-DATE          PIC 9(08).
006300     05  FILLER REDEFINES CONF-MAIL-DATE.
006400         10  CONF-MAIL-YYYY      PIC X(04).
006500         10  CONF-MAIL-MM        PIC X(02).
006600         10  CONF-MAIL-DD        PIC X(02).
006700     05  CONF-REJECT-CODE        PIC X(04).
006800     05  CONF-REJECT-DESC        PIC X(30).
006900     05  FILLER                  PIC X(14).
007000 01  CONF-TRAILER-RECORD.
007100     05  FILLER                  PIC X(01).
007200     05  CONF-TRL-BATCH-ID       PIC X(10).
007300     05  CONF-TRL-COUNT          PIC 9(07).
007400     05  FILLER                  PIC X(62).
007500 FD  RPT637-FILE
007600     RECORDING MODE F.
007700 01  RPT637-RECORD               PIC X(132).
007800*----------------------------------------------------------------
007900 WORKING-STORAGE SECTION.
008000*    ADMU501-PARAMETERS (COPY ADMU501P) -- THE COMMON ERROR
008100*    LOGGER EVERY OVERNIGHT JOB CALLS ON A FATAL CONDITION.
008200     COPY ADMU501P.
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SW                PIC X       VALUE 'N'.
008500         88  WS-EOF-YES                   VALUE 'Y'.
008600     05  WS-AGE-EOF-SW            PIC X       VALUE 'N'.
008700         88  WS-AGE-EOF-YES               VALUE 'Y'.
008800     05  WS-TRAILER-SW            PIC X       VALUE 'N'.
008900         88  WS-TRAILER-FOUND             VALUE 'Y'.
009000     05  WS-CONF-STATUS           PIC XX      VALUE '00'.
009100 01  WS-WORK-FIELDS.
009200     05  WS-UNCONF-DAYS           PIC S9(5)   COMP-3 VALUE +0.
009300     05  WS-AGE-DAYS              PIC S9(5)   COMP-3 VALUE +0.
009400     05  WS-MAIL-DATE-ISO         PIC X(10)   VALUE SPACE.
009500     05  WS-TRAILER-COUNT         PIC S9(7)   COMP  VALUE ZERO.
009600     05  WS-TOTAL-DETAILS         PIC S9(7)   COMP  VALUE ZERO.
009700     05  WS-TOTAL-SHIPPED         PIC S9(7)   COMP  VALUE ZERO.
009800     05  WS-TOTAL-REJECTED        PIC S9(7)   COMP  VALUE ZERO.
009900     05  WS-TOTAL-UNMATCHED       PIC S9(7)   COMP  VALUE ZERO.
010000     05  WS-TOTAL-MOVED-ON        PIC S9(7)   COMP  VALUE ZERO.
010100     05  WS-TOTAL-BAD-RECORD      PIC S9(7)   COMP  VALUE ZERO.
010200     05  WS-TOTAL-UNCONFIRMED     PIC S9(7)   COMP  VALUE ZERO.
010300*----------------------------------------------------------------
010400     COPY ACMCPROD.
010430*----------------------------------------------------------------
010460     COPY ACMU503P.
010500*----------------------------------------------------------------
010600 01  WS-HEADING-1.
010700     05  FILLER  PIC X(132) VALUE
010800       'ACMB518  CARD VENDOR CONFIRMATION LOAD'.
010900 01  WS-HEADING-2.
011000     05  FILLER  PIC X(16)  VALUE 'VENDOR BATCH -  '.
011100     05  HD-BATCH-ID              PIC X(10).
011200     05  FILLER                   PIC X(106)  VALUE SPACE.
011300 01  WS-HEADING-3.
011400     05  FILLER  PIC X(46)  VALUE
011500       'DISP       BNK CARD NUMBER         BATCH      '.
011600     05  FILLER  PIC X(86)  VALUE
011700       'DATE       CODE REASON                          AGE'.
011800 01  WS-DETAIL-LINE.
011900     05  DL-DISP                  PIC X(10).
012000     05  FILLER                   PIC X(01)   VALUE SPACE.
012100     05  DL-BANK-NBR              PIC 9(03).
012200     05  FILLER                   PIC X(01)   VALUE SPACE.
012300     05  DL-CARD-NBR              PIC X(19).
012400     05  FILLER                   PIC X(01)   VALUE SPACE.
012500     05  DL-BATCH-ID              PIC X(10).
012600     05  FILLER                   PIC X(01)   VALUE SPACE.
012700     05  DL-DATE                  PIC X(10).
012800     05  FILLER                   PIC X(01)   VALUE SPACE.
012900     05  DL-REJECT-CODE           PIC X(04).
013000     05  FILLER                   PIC X(01)   VALUE SPACE.
013100     05  DL-REJECT-DESC           PIC X(30).
013200     05  FILLER                   PIC X(01)   VALUE SPACE.
013300     05  DL-AGE                   PIC ZZZZ9.
013400     05  FILLER                   PIC X(33)   VALUE SPACE.
013500 01  WS-PROOF-LINE.
013600     05  FILLER  PIC X(19)  VALUE 'TRAILER COUNT    - '.
013700     05  PL-TRAILER-COUNT         PIC ZZZ,ZZ9.
013800     05  FILLER  PIC X(19)  VALUE '   DETAILS READ - '.
013900     05  PL-DETAIL-COUNT          PIC ZZZ,ZZ9.
014000     05  FILLER                   PIC X(03)   VALUE SPACE.
014100     05  PL-VERDICT               PIC X(14).
014200     05  FILLER                   PIC X(63)   VALUE SPACE.
014300 01  WS-TOTAL-LINE.
014400     05  TL-LABEL                 PIC X(26).
014500     05  TL-COUNT                 PIC ZZZ,ZZ9.
014600     05  FILLER                   PIC X(99)   VALUE SPACE.
014700*----------------------------------------------------------------
014800 LINKAGE SECTION.
014900 01  ACMB518-PARM.
015000*    AN ORDER WITH NO CONFIRMATION THIS MANY DAYS AFTER IT WENT
015100*    TO THE VENDOR IS LISTED AS UNCONFIRMED (10 WHEN ZERO).
015200     05  ACMB518-UNCONF-DAYS       PIC 9(03).
015300*----------------------------------------------------------------
015400 PROCEDURE DIVISION USING ACMB518-PARM.
015500*
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800     PERFORM 2000-PROCESS-CONFIRMATION THRU 2000-EXIT
015900         UNTIL WS-EOF-YES.
016000     PERFORM 5000-PROVE-TRAILER THRU 5000-EXIT.
016100     PERFORM 6000-LIST-UNCONFIRMED THRU 6000-EXIT.
016200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016300     GOBACK.
016400*----------------------------------------------------------------
016500 1000-INITIALIZE.
016600     MOVE ACMB518-UNCONF-DAYS TO WS-UNCONF-DAYS.
016700     IF  WS-UNCONF-DAYS = ZERO
016800         MOVE 10 TO WS-UNCONF-DAYS
016900     END-IF.
017000     OPEN OUTPUT RPT637-FILE.
017100     MOVE WS-HEADING-1 TO RPT637-RECORD.
017200     WRITE RPT637-RECORD.
017300     OPEN INPUT CONFIN-FILE.
017400     IF  WS-CONF-STATUS NOT = '00'
017500         DISPLAY 'ACMB518 - CONFIN I/O ERROR, STATUS '
017600             WS-CONF-STATUS
017700         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
017800         MOVE 16 TO RETURN-CODE
017900         GOBACK
018000     END-IF.
018100     PERFORM 2100-READ-CONFIRMATION THRU 2100-EXIT.
018200     IF  NOT WS-EOF-YES
018300     AND CONF-HEADER
018400         MOVE CONF-HDR-BATCH-ID TO HD-BATCH-ID
018500         PERFORM 2100-READ-CONFIRMATION THRU 2100-EXIT
018600     ELSE
018700         MOVE '*NO HEADER' TO HD-BATCH-ID
018800     END-IF.
018900     MOVE WS-HEADING-2 TO RPT637-RECORD.
019000     WRITE RPT637-RECORD.
019100     MOVE WS-HEADING-3 TO RPT637-RECORD.
019200     WRITE RPT637-RECORD.
019300 1000-EXIT.
019400     EXIT.
019500*----------------------------------------------------------------
019600 2000-PROCESS-CONFIRMATION.
019700     EVALUATE TRUE
019800         WHEN CONF-DETAIL
019900             ADD 1 TO WS-TOTAL-DETAILS
020000             PERFORM 3000-CONFIRM-ONE-CARD THRU 3000-EXIT
020100         WHEN CONF-TRAILER
020200             SET WS-TRAILER-FOUND TO TRUE
020300             MOVE CONF-TRL-COUNT TO WS-TRAILER-COUNT
020400     END-EVALUATE.
020500     PERFORM 2100-READ-CONFIRMATION THRU 2100-EXIT.
020600 2000-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900 2100-READ-CONFIRMATION.
021000     READ CONFIN-FILE
021100         AT END
021200             SET WS-EOF-YES TO TRUE
021300     END-READ.
021400     IF  WS-CONF-STATUS NOT = '00'
021500     AND WS-CONF-STATUS NOT = '10'
021600         DISPLAY 'ACMB518 - CONFIN I/O ERROR, STATUS '
021700             WS-CONF-STATUS
021800         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
021900         MOVE 16 TO RETURN-CODE
022000         GOBACK
022100     END-IF.
022200 2100-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500 3000-CONFIRM-ONE-CARD.
022600*    ONLY AN ORDER STILL OUT IS CONFIRMED -- A DUPLICATE OR A
022700*    CARD NEVER ORDERED IS REPORTED AND LEFT ALONE.
022800     MOVE SPACES           TO DL-REJECT-CODE DL-REJECT-DESC.
022900     MOVE ZERO             TO DL-AGE.
023000     MOVE CONF-BANK-NBR    TO DL-BANK-NBR CPRD-BANK-NBR.
023100     MOVE CONF-CARD-NBR    TO DL-CARD-NBR CPRD-CARD-NBR.
023200     MOVE SPACES           TO DL-BATCH-ID DL-DATE.
023300     IF  CONF-BANK-NBR NOT NUMERIC
023400     OR  NOT (CONF-SHIPPED OR CONF-REJECTED)
023500         ADD 1 TO WS-TOTAL-BAD-RECORD
023600         MOVE 'BAD RECORD' TO DL-DISP
023700         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
023800         GO TO 3000-EXIT
023900     END-IF.
024000     EXEC SQL
024100         SELECT CPRD_BATCH_ID, CPRD_FROM_STATUS
024200           INTO :CPRD-BATCH-ID, :CPRD-FROM-STATUS
024300           FROM ACM.CARDPROD
024400          WHERE CPRD_BANK_NBR = :CPRD-BANK-NBR
024500            AND CPRD_CARD_NBR = :CPRD-CARD-NBR
024600            AND CPRD_STATUS   = 'O'
024700     END-EXEC.
024800     IF  SQLCODE NOT = ZERO
024900         ADD 1 TO WS-TOTAL-UNMATCHED
025000         MOVE 'UNMATCHED ' TO DL-DISP
025100         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
025200         GO TO 3000-EXIT
025300     END-IF.
025400     MOVE CPRD-BATCH-ID TO DL-BATCH-ID.
025500     IF  CONF-SHIPPED
025600         PERFORM 3100-RECORD-SHIPPED THRU 3100-EXIT
025700     ELSE
025800         PERFORM 3200-RECORD-REJECTED THRU 3200-EXIT
025900     END-IF.
026000 3000-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------
026300 3100-RECORD-SHIPPED.
026400*    THE PLASTIC IS IN THE MAIL -- THE CARD MOVES TO OPEN WITH
026500*    THE MAIL DATE AS ITS ISSUE (FROM 10) OR REISSUE (FROM 60)
026600*    DATE.  A CARD STATUSED SOMETHING ELSE SINCE IT WAS ORDERED
026700*    (HOT-CARDED, CLOSED) IS NOT MOVED AND IS REPORTED.
026800     IF  CONF-MAIL-DATE NOT NUMERIC
026900     OR  CONF-MAIL-DATE = ZERO
027000         EXEC SQL
027100             SET :WS-MAIL-DATE-ISO = CURRENT DATE
027200         END-EXEC
027300     ELSE
027400         STRING CONF-MAIL-YYYY '-' CONF-MAIL-MM '-' CONF-MAIL-DD
027500             DELIMITED BY SIZE INTO WS-MAIL-DATE-ISO
027600     END-IF.
027700     MOVE WS-MAIL-DATE-ISO TO DL-DATE.
027800     EXEC SQL
027900         UPDATE ACM.CARDPROD
028000            SET CPRD_STATUS       = 'S',
028100                CPRD_CONFIRM_DATE = CURRENT DATE,
028200                CPRD_MAIL_DATE    = :WS-MAIL-DATE-ISO
028300          WHERE CPRD_BANK_NBR = :CPRD-BANK-NBR
028400            AND CPRD_CARD_NBR = :CPRD-CARD-NBR
028500            AND CPRD_STATUS   = 'O'
028600     END-EXEC.
028700     IF  SQLCODE NOT = ZERO
028800         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
028900     END-IF.
029000     ADD 1 TO WS-TOTAL-SHIPPED.
029060*    THE STATUS MOVE GOES THROUGH ACMU503 SO IT IS JOURNALED,
029120*    STILL ONLY IF THE CARD HAS NOT MOVED SINCE IT WAS ORDERED;
029180*    THE ISSUE OR REISSUE DATE IS THIS PROGRAM'S OWN UPDATE.
029240     INITIALIZE ACMU503-PARAMETERS.
029300     MOVE CPRD-BANK-NBR    TO ACMU503-BANK-NBR.
029360     MOVE CPRD-CARD-NBR    TO ACMU503-CARD-NBR.
029420     MOVE 'ACMB518'        TO ACMU503-SOURCE-PROG.
029450     MOVE 'ACMB518'        TO ACMU503-USER-ID.
029480     MOVE 'Y'              TO ACMU503-CHG-STATUS.
029540     MOVE '50'             TO ACMU503-NEW-STATUS.
029600     IF  CPRD-FROM-STATUS = '10'
029660         MOVE '10'         TO ACMU503-EXPECT-STATUS
029720     ELSE
029780         MOVE '60'         TO ACMU503-EXPECT-STATUS
029840     END-IF.
029900     CALL 'ACMU503' USING ACMU503-PARAMETERS.
029905     IF  ACMU503-INVALID
029910         DISPLAY 'ACMB518 - ' ACMU503-ERROR-TEXT
029915         DISPLAY 'ACMB518 - ACMU503 SQLCODE ' ACMU503-SQLCODE
029920         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
029925         MOVE 16 TO RETURN-CODE
029930         GOBACK
029935     END-IF.
029960     IF  NOT ACMU503-VALID
030020         ADD 1 TO WS-TOTAL-MOVED-ON
030080         MOVE 'SHIP-NOMOV' TO DL-DISP
030140         MOVE 'CARD STATUS CHANGED SINCE ORDER'
030200                           TO DL-REJECT-DESC
030260         GO TO 3100-WRITE
030320     END-IF.
030380     IF  CPRD-FROM-STATUS = '10'
030440         EXEC SQL
030500             UPDATE ACM.DEBCARD
030560                SET ADC_ISSUE_DATE   = :WS-MAIL-DATE-ISO
030620              WHERE ADC_BANK_NBR = :CPRD-BANK-NBR
030680                AND ADC_CARD_NBR = :CPRD-CARD-NBR
030740         END-EXEC
030800     ELSE
030860         EXEC SQL
030920             UPDATE ACM.DEBCARD
030980                SET ADC_REISSUE_DATE = :WS-MAIL-DATE-ISO
031040              WHERE ADC_BANK_NBR = :CPRD-BANK-NBR
031100                AND ADC_CARD_NBR = :CPRD-CARD-NBR
031160         END-EXEC
031220     END-IF.
031280     IF  SQLCODE NOT = ZERO
031340         PERFORM 9200-CARD-FATAL THRU 9200-EXIT
031400     END-IF.
031460     MOVE 'SHIPPED   ' TO DL-DISP.
031520 3100-WRITE.
031800     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
031900 3100-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200 3200-RECORD-REJECTED.
032300*    THE CARD STAYS AT 10 OR 60.  ACMB517 ORDERS IT AGAIN ONCE
032400*    ITS ADDRESS OR DESIGN HAS BEEN CORRECTED.
032500     EXEC SQL
032600         UPDATE ACM.CARDPROD
032700            SET CPRD_STATUS       = 'R',
032800                CPRD_CONFIRM_DATE = CURRENT DATE,
032900                CPRD_REJECT_CODE  = :CONF-REJECT-CODE,
033000                CPRD_REJECT_DESC  = :CONF-REJECT-DESC
033100          WHERE CPRD_BANK_NBR = :CPRD-BANK-NBR
033200            AND CPRD_CARD_NBR = :CPRD-CARD-NBR
033300            AND CPRD_STATUS   = 'O'
033400     END-EXEC.
033500     IF  SQLCODE NOT = ZERO
033600         PERFORM 9100-SQL-FATAL THRU 9100-EXIT
033700     END-IF.
033800     ADD 1 TO WS-TOTAL-REJECTED.
033900     MOVE 'REJECTED  '     TO DL-DISP.
034000     MOVE CONF-REJECT-CODE TO DL-REJECT-CODE.
034100     MOVE CONF-REJECT-DESC TO DL-REJECT-DESC.
034200     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
034300 3200-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600 5000-PROVE-TRAILER.
034700*    A MISSING TRAILER OR A COUNT THAT DOES NOT AGREE MEANS A
034800*    SHORT OR DAMAGED FILE -- THE RUN ENDS WITH RETURN CODE 4
034900*    SO OPERATIONS ASK THE VENDOR FOR A RESEND.
035000     MOVE WS-TRAILER-COUNT TO PL-TRAILER-COUNT.
035100     MOVE WS-TOTAL-DETAILS TO PL-DETAIL-COUNT.
035200     IF  WS-TRAILER-FOUND
035300     AND WS-TRAILER-COUNT = WS-TOTAL-DETAILS
035400         MOVE 'IN BALANCE    ' TO PL-VERDICT
035500     ELSE
035600         MOVE '*OUT OF PROOF*' TO PL-VERDICT
035700         MOVE 4 TO RETURN-CODE
035800     END-IF.
035900     MOVE SPACES TO RPT637-RECORD.
036000     WRITE RPT637-RECORD.
036100     MOVE WS-PROOF-LINE TO RPT637-RECORD.
036200     WRITE RPT637-RECORD.
036300     MOVE SPACES TO RPT637-RECORD.
036400     WRITE RPT637-RECORD.
036500 5000-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800 6000-LIST-UNCONFIRMED.
036900*    EVERY ORDER STILL OUT PAST THE LIMIT, OLDEST FIRST -- A
037000*    PLASTIC THE VENDOR NEVER ACKNOWLEDGED IS A CUSTOMER WITH
037100*    NO CARD.
037200     EXEC SQL
037300         DECLARE CSR518 CURSOR FOR
037400         SELECT CPRD_BANK_NBR, CPRD_CARD_NBR, CPRD_BATCH_ID,
037500                CPRD_ORDER_DATE,
037600                DAYS(CURRENT DATE) - DAYS(CPRD_ORDER_DATE)
037700           FROM ACM.CARDPROD
037800          WHERE CPRD_STATUS = 'O'
037900            AND CPRD_ORDER_DATE <
038000                CURRENT DATE - :WS-UNCONF-DAYS DAYS
038100          ORDER BY CPRD_ORDER_DATE, CPRD_BANK_NBR,
038200                   CPRD_CARD_NBR
038300     END-EXEC.
038400     EXEC SQL
038500         OPEN CSR518
038600     END-EXEC.
038700     PERFORM 6100-FETCH-UNCONFIRMED THRU 6100-EXIT.
038800     PERFORM 6200-LIST-ONE-UNCONFIRMED THRU 6200-EXIT
038900         UNTIL WS-AGE-EOF-YES.
039000     EXEC SQL
039100         CLOSE CSR518
039200     END-EXEC.
039300 6000-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 6100-FETCH-UNCONFIRMED.
039700     EXEC SQL
039800         FETCH CSR518
039900          INTO :CPRD-BANK-NBR, :CPRD-CARD-NBR, :CPRD-BATCH-ID,
040000               :CPRD-ORDER-DATE, :WS-AGE-DAYS
040100     END-EXEC.
040200     IF  SQLCODE NOT = ZERO
040300         SET WS-AGE-EOF-YES TO TRUE
040400     END-IF.
040500 6100-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 6200-LIST-ONE-UNCONFIRMED.
040900     ADD 1 TO WS-TOTAL-UNCONFIRMED.
041000     MOVE 'UNCONFIRMD'     TO DL-DISP.
041100     MOVE CPRD-BANK-NBR    TO DL-BANK-NBR.
041200     MOVE CPRD-CARD-NBR    TO DL-CARD-NBR.
041300     MOVE CPRD-BATCH-ID    TO DL-BATCH-ID.
041400     MOVE CPRD-ORDER-DATE  TO DL-DATE.
041500     MOVE SPACES           TO DL-REJECT-CODE DL-REJECT-DESC.
041600     MOVE WS-AGE-DAYS      TO DL-AGE.
041700     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
041800     PERFORM 6100-FETCH-UNCONFIRMED THRU 6100-EXIT.
041900 6200-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200 7000-WRITE-DETAIL.
042300     MOVE WS-DETAIL-LINE TO RPT637-RECORD.
042400     WRITE RPT637-RECORD.
042500 7000-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800 8000-FINALIZE.
042900     MOVE SPACES TO RPT637-RECORD.
043000     WRITE RPT637-RECORD.
043100     MOVE 'CONFIRMATIONS READ      - ' TO TL-LABEL.
043200     MOVE WS-TOTAL-DETAILS     TO TL-COUNT.
043300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
043400     MOVE 'SHIPPED                 - ' TO TL-LABEL.
043500     MOVE WS-TOTAL-SHIPPED     TO TL-COUNT.
043600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
043700     MOVE '  CARD NOT MOVED TO OPEN- ' TO TL-LABEL.
043800     MOVE WS-TOTAL-MOVED-ON    TO TL-COUNT.
043900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044000     MOVE 'REJECTED                - ' TO TL-LABEL.
044100     MOVE WS-TOTAL-REJECTED    TO TL-COUNT.
044200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044300     MOVE 'NO ORDER OUTSTANDING    - ' TO TL-LABEL.
044400     MOVE WS-TOTAL-UNMATCHED   TO TL-COUNT.
044500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044600     MOVE 'BAD RECORDS             - ' TO TL-LABEL.
044700     MOVE WS-TOTAL-BAD-RECORD  TO TL-COUNT.
044800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044900     MOVE 'UNCONFIRMED PAST LIMIT  - ' TO TL-LABEL.
045000     MOVE WS-TOTAL-UNCONFIRMED TO TL-COUNT.
045100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
045200     CLOSE CONFIN-FILE.
045300     CLOSE RPT637-FILE.
045400 8000-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700 8100-WRITE-TOTAL.
045800     MOVE WS-TOTAL-LINE TO RPT637-RECORD.
045900     WRITE RPT637-RECORD.
046000 8100-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300 9000-LOG-FATAL.
046400*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
046500*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
046600*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
046700     MOVE 'ACMB518 '                TO ADMU501-PROGRAM.
046800     MOVE 'SEE JOB LOG'             TO ADMU501-PARAGRAPH.
046900     MOVE SQLCODE                   TO ADMU501-SQLCODE.
047000     MOVE WS-CONF-STATUS            TO ADMU501-FILE-STATUS.
047100     MOVE CONF-CARD-NBR             TO ADMU501-KEY-DATA.
047200     MOVE 'FATAL I/O OR SQL CONDITION - RUN STOPPED'
047300       TO ADMU501-MSG.
047400     CALL 'ADMU501' USING ADMU501-PARAMETERS.
047500 9000-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800 9100-SQL-FATAL.
047900     DISPLAY 'ACMB518 - ACM.CARDPROD UPDATE FAILED, SQLCODE '
048000         SQLCODE.
048100     PERFORM 9000-LOG-FATAL THRU 9000-EXIT.
048200     MOVE 16 TO RETURN-CODE.
048300     GOBACK.
048400 9100-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700 9200-CARD-FATAL.
048800     DISPLAY 'ACMB518 - ACM.DEBCARD UPDATE FAILED, SQLCODE '
048900         SQLCODE.
049000     PERFORM 9000-LOG-FATAL THRU 9000-EXIT.
049100     MOVE 16 TO RETURN-CODE.
049200     GOBACK.
049300 9200-EXIT.
049400     EXIT.
