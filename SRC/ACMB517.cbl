000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMB517.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY CARD      *
001500*                      VENDOR EMBOSS FILE BUILD.  ACM.DEBCARD    *
001600*                      ROWS AT ISSUE-CARD (10) OR PEND-REISSUE   *
001700*                      (60) -- LESS VIRTUAL PLASTICS AND INSTANT *
001800*                      ISSUES ALREADY PRINTED AT A BRANCH -- GO  *
001900*                      ON THE EMBOSS FILE WITH DESIGN, PLASTIC   *
002000*                      TYPE, EXPIRY, AND THE CIFU022-STANDARD    *
002100*                      MAILING ADDRESS OF THE CARD'S CHECKING    *
002200*                      ACCOUNT, BETWEEN A BATCH HEADER AND A     *
002300*                      CONTROL-TOTAL TRAILER.  EACH ORDER IS     *
002400*                      RECORDED ON ACM.CARDPROD FOR ACMB518 TO   *
002500*                      CONFIRM.  CARDS WITH NO USABLE ADDRESS    *
002600*                      ARE HELD AND REPORTED.                    *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT EMBOSS-FILE ASSIGN TO EMBOSS
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT RPT636-FILE ASSIGN TO RPT636
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  EMBOSS-FILE
004200     RECORDING MODE F.
004300*    CARD VENDOR EMBOSS/PERSONALIZATION RECORD.  'H' OPENS THE
004400*    BATCH, 'D' IS ONE PLASTIC, 'T' CLOSES THE BATCH WITH THE
004500*    COUNTS AND CARD-NUMBER HASH THE VENDOR PROVES AGAINST.
004600 01  EMB-RECORD.
004700     05  EMB-REC-TYPE            PIC X(01).
004800     05  EMB-DATA                PIC X(249).
004900 01  EMB-HEADER-RECORD.
005000     05  FILLER                  PIC X(01).
005100     05  EMB-HDR-FILE-ID         PIC X(08).
005200     05  EMB-HDR-BATCH-ID        PIC X(10).
005300     05  EMB-HDR-CREATE-DATE     PIC 9(08).
005400     05  FILLER                  PIC X(223).
005500 01  EMB-DETAIL-RECORD.
005600     05  FILLER                  PIC X(01).
005700     05  EMB-BANK-NBR            PIC 9(03).
005800     05  EMB-CARD-NBR            PIC X(19).
005900     05  EMB-CARD-SEQ-NBR        PIC 9(03).
006000     05  EMB-ORDER-TYPE          PIC X(01).
006100     05  EMB-CARD-TYPE           PIC X(01).
006200     05  EMB-CARD-DESIGN         PIC 9(03).
006300     05  EMB-PLASTIC-TYPE        PIC 9(04).
006400     05  EMB-EXPIRE-MMYY         PIC 9(04).
006500     05  EMB-EMBOSS-NAME         PIC X(26).
006600     05  EMB-MAIL-NAME           PIC X(40).
006700     05  EMB-ADDR-LINE1          PIC X(40).
006800     05  EMB-ADDR-LINE2          PIC X(40).
006900     05  EMB-ADDR-CITY           PIC X(25).
007000     05  EMB-ADDR-STATE          PIC X(02).
007100     05  EMB-ADDR-ZIP            PIC X(09).
007200     05  FILLER                  PIC X(29).
007300 01  EMB-TRAILER-RECORD.
007400     05  FILLER                  PIC X(01).
007500     05  EMB-TRL-BATCH-ID        PIC X(10).
007600     05  EMB-TRL-CARD-COUNT      PIC 9(07).
007700     05  EMB-TRL-NEW-COUNT       PIC 9(07).
007800     05  EMB-TRL-REISSUE-COUNT   PIC 9(07).
007900     05  EMB-TRL-CARD-HASH       PIC 9(15).
008000     05  FILLER                  PIC X(203).
008100 FD  RPT636-FILE
008200     RECORDING MODE F.
008300 01  RPT636-RECORD               PIC X(132).
008400*----------------------------------------------------------------
008500 WORKING-STORAGE SECTION.
008600*    ADMU501-PARAMETERS (COPY ADMU501P) -- THE COMMON ERROR
008700*    LOGGER EVERY OVERNIGHT JOB CALLS ON A FATAL CONDITION.
008800     COPY ADMU501P.
008900 01  WS-SWITCHES.
009000     05  WS-EOF-SW                PIC X       VALUE 'N'.
009100         88  WS-EOF-YES                   VALUE 'Y'.
009200 01  WS-WORK-FIELDS.
009300     05  WS-PRIOR-STATUS          PIC X(01)   VALUE SPACE.
009400     05  WS-MAIL-NAME             PIC X(40)   VALUE SPACE.
009500     05  WS-HOLD-REASON           PIC X(20)   VALUE SPACE.
009600     05  WS-ORDER-TYPE            PIC X(01)   VALUE SPACE.
009700     05  WS-BATCH-SEQ             PIC 9(02)   VALUE ZERO.
009800     05  WS-CARD-HASH             PIC S9(15)  COMP-3 VALUE +0.
009900     05  WS-TOTAL-SELECTED        PIC S9(7)   COMP  VALUE ZERO.
010000     05  WS-TOTAL-ORDERED         PIC S9(7)   COMP  VALUE ZERO.
010100     05  WS-TOTAL-NEW             PIC S9(7)   COMP  VALUE ZERO.
010200     05  WS-TOTAL-REISSUE         PIC S9(7)   COMP  VALUE ZERO.
010300     05  WS-TOTAL-REORDER         PIC S9(7)   COMP  VALUE ZERO.
010400     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
010500 01  WS-TODAY-ISO                 PIC X(10)   VALUE SPACE.
010600 01  FILLER REDEFINES WS-TODAY-ISO.
010700     05  WS-TODAY-YYYY            PIC X(04).
010800     05  FILLER                   PIC X(01).
010900     05  WS-TODAY-MM              PIC X(02).
011000     05  FILLER                   PIC X(01).
011100     05  WS-TODAY-DD              PIC X(02).
011200 01  WS-BATCH-ID.
011300     05  WS-BATCH-DATE            PIC X(08).
011400     05  WS-BATCH-SEQ-X           PIC 9(02).
011500*    THE CARD-NUMBER HASH ADDS THE TEN DIGITS AHEAD OF THE
011600*    CHECK DIGIT OF EACH SIXTEEN-DIGIT PAN.
011700 01  WS-PAN-WORK                  PIC X(19)   VALUE SPACE.
011800 01  FILLER REDEFINES WS-PAN-WORK.
011900     05  FILLER                   PIC X(05).
012000     05  WS-PAN-HASH-DIGITS       PIC 9(10).
012100     05  FILLER                   PIC X(04).
012200*----------------------------------------------------------------
012300     COPY ACRSTRAN.
012400*----------------------------------------------------------------
012500     COPY ACMCPROD.
012600*----------------------------------------------------------------
012700     COPY CIFADDR.
012800*----------------------------------------------------------------
012900     COPY CIFU022P.
013000*----------------------------------------------------------------
013100 01  WS-HEADING-1.
013200     05  FILLER  PIC X(132) VALUE
013300       'ACMB517  CARD VENDOR EMBOSS FILE BUILD'.
013400 01  WS-HEADING-2.
013500     05  FILLER  PIC X(16)  VALUE 'EMBOSS BATCH -  '.
013600     05  HD-BATCH-ID              PIC X(10).
013700     05  FILLER                   PIC X(106)  VALUE SPACE.
013800 01  WS-HEADING-3.
013900     05  FILLER  PIC X(132) VALUE
014000       'DISP      BNK CARD NUMBER         ST DSN PLST  EXP  NAME'.
014100 01  WS-DETAIL-LINE.
014200     05  DL-DISP                  PIC X(08).
014300     05  FILLER                   PIC X(02)   VALUE SPACE.
014400     05  DL-BANK-NBR              PIC 9(03).
014500     05  FILLER                   PIC X(01)   VALUE SPACE.
014600     05  DL-CARD-NBR              PIC X(19).
014700     05  FILLER                   PIC X(01)   VALUE SPACE.
014800     05  DL-STATUS                PIC X(02).
014900     05  FILLER                   PIC X(01)   VALUE SPACE.
015000     05  DL-DESIGN                PIC 9(03).
015100     05  FILLER                   PIC X(01)   VALUE SPACE.
015200     05  DL-PLASTIC               PIC 9(04).
015300     05  FILLER                   PIC X(02)   VALUE SPACE.
015400     05  DL-EXPIRE                PIC 9(04).
015500     05  FILLER                   PIC X(01)   VALUE SPACE.
015600     05  DL-NAME                  PIC X(40).
015700     05  FILLER                   PIC X(01)   VALUE SPACE.
015800     05  DL-REASON                PIC X(20).
015900     05  FILLER                   PIC X(19)   VALUE SPACE.
016000 01  WS-TOTAL-LINE.
016100     05  TL-LABEL                 PIC X(26).
016200     05  TL-COUNT                 PIC ZZZ,ZZ9.
016300     05  FILLER                   PIC X(99)   VALUE SPACE.
016400*----------------------------------------------------------------
016500 LINKAGE SECTION.
016600 01  ACMB517-PARM.
016700*    THE BATCH ID IS THE RUN DATE AND THIS SEQUENCE (01 WHEN
016800*    ZERO), SO A SECOND BATCH THE SAME DAY STAYS DISTINCT.
016900     05  ACMB517-BATCH-SEQ         PIC 9(02).
017000*----------------------------------------------------------------
017100 PROCEDURE DIVISION USING ACMB517-PARM.
017200*
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
017600         UNTIL WS-EOF-YES.
017700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017800     GOBACK.
017900*----------------------------------------------------------------
018000 1000-INITIALIZE.
018100     EXEC SQL
018200         SET :WS-TODAY-ISO = CURRENT DATE
018300     END-EXEC.
018400     MOVE ACMB517-BATCH-SEQ TO WS-BATCH-SEQ.
018500     IF  WS-BATCH-SEQ = ZERO
018600         MOVE 1 TO WS-BATCH-SEQ
018700     END-IF.
018800     STRING WS-TODAY-YYYY WS-TODAY-MM WS-TODAY-DD
018900         DELIMITED BY SIZE INTO WS-BATCH-DATE.
019000     MOVE WS-BATCH-SEQ TO WS-BATCH-SEQ-X.
019100     OPEN OUTPUT EMBOSS-FILE.
019200     OPEN OUTPUT RPT636-FILE.
019300     MOVE WS-HEADING-1 TO RPT636-RECORD.
019400     WRITE RPT636-RECORD.
019500     MOVE WS-BATCH-ID  TO HD-BATCH-ID.
019600     MOVE WS-HEADING-2 TO RPT636-RECORD.
019700     WRITE RPT636-RECORD.
019800     MOVE WS-HEADING-3 TO RPT636-RECORD.
019900     WRITE RPT636-RECORD.
020000     MOVE SPACES        TO EMB-RECORD.
020100     MOVE 'H'           TO EMB-REC-TYPE.
020200     MOVE 'EMBOSS  '    TO EMB-HDR-FILE-ID.
020300     MOVE WS-BATCH-ID   TO EMB-HDR-BATCH-ID.
020400     MOVE WS-BATCH-DATE TO EMB-HDR-CREATE-DATE.
020500     WRITE EMB-RECORD.
020600*    A CARD GOES WHEN IT HAS NEVER BEEN ORDERED, WHEN ITS LAST
020700*    ORDER SHIPPED (IT IS BACK AT 10 OR 60, SO THIS IS A NEW
020800*    NEED), OR WHEN ITS LAST ORDER WAS REJECTED AND THE ADDRESS
020900*    OR DESIGN HAS SINCE BEEN CORRECTED.  AN ORDER STILL OUT
021000*    IS NOT SENT TWICE.
021100     EXEC SQL
021200         DECLARE CSR517 CURSOR FOR
021300         SELECT ADC.ADC_BANK_NBR, ADC.ADC_CARD_NBR,
021400                ADC.ADC_STATUS, ADC.ADC_CARD_TYPE,
021500                ADC.ADC_EXPIRE_DATE, ADC.ADC_CARD_DESIGN,
021600                ADC.ADC_PLASTIC_TYPE, ADC.ADC_CARD_SEQ_NBR,
021700                COALESCE(A.ACCT_NAME_RPL, ' '),
021800                COALESCE(A.ACCT_ADDRESS_ID, 0),
021900                COALESCE(P.CPRD_STATUS, ' ')
022000           FROM ACM.DEBCARD ADC
022100           LEFT JOIN ACM.DEBCXREF X
022200             ON X.ADCX_BANK_NBR  = ADC.ADC_BANK_NBR
022300            AND X.ADCX_CARD_NBR  = ADC.ADC_CARD_NBR
022400            AND X.ADCX_FILE_TYPE = 1
022500           LEFT JOIN CIF.ACCOUNT A
022600             ON A.ACCT_BANK_NBR  = X.ADCX_FILE_BANK
022700            AND A.ACCT_FILE_ID   = X.ADCX_FILE_ID
022800            AND A.ACCT_KEY       = X.ADCX_FILE_KEY
022900           LEFT JOIN ACM.CARDPROD P
023000             ON P.CPRD_BANK_NBR  = ADC.ADC_BANK_NBR
023100            AND P.CPRD_CARD_NBR  = ADC.ADC_CARD_NBR
023200          WHERE ADC.ADC_STATUS IN ('10', '60')
023300            AND ADC.ADC_PLASTIC_TYPE <> 90
023400            AND NOT (ADC.ADC_INSTANT_ISSUE_IND = 'Y'
023500                AND  ADC.ADC_INSTANT_ISSUE_PRINT_TS >
023600                     '0001-01-01-00.00.00.000000')
023700            AND (P.CPRD_CARD_NBR IS NULL
023800             OR  P.CPRD_STATUS = 'S'
023900             OR (P.CPRD_STATUS = 'R'
024000            AND (P.CPRD_ADDRESS_ID  <> A.ACCT_ADDRESS_ID
024100             OR  P.CPRD_CARD_DESIGN <> ADC.ADC_CARD_DESIGN)))
024200          ORDER BY ADC.ADC_BANK_NBR, ADC.ADC_CARD_NBR
024300     END-EXEC.
024400     EXEC SQL
024500         OPEN CSR517
024600     END-EXEC.
024700     PERFORM 2100-FETCH-CARD THRU 2100-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100 2000-PROCESS-CARD.
025200     ADD 1 TO WS-TOTAL-SELECTED.
025300     PERFORM 3000-GET-ADDRESS THRU 3000-EXIT.
025400     IF  WS-HOLD-REASON NOT = SPACES
025500         ADD 1 TO WS-TOTAL-HELD
025600         MOVE 'HELD    '   TO DL-DISP
025700         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
025800         GO TO 2000-READ-NEXT
025900     END-IF.
026000     PERFORM 4000-WRITE-EMBOSS THRU 4000-EXIT.
026100     PERFORM 5000-RECORD-ORDER THRU 5000-EXIT.
026200     MOVE 'ORDERED '       TO DL-DISP.
026300     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
026400 2000-READ-NEXT.
026500     PERFORM 2100-FETCH-CARD THRU 2100-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900 2100-FETCH-CARD.
027000     EXEC SQL
027100         FETCH CSR517
027200          INTO :ADC-BANK-NBR, :ADC-CARD-NBR, :ADC-STATUS,
027300               :ADC-CARD-TYPE, :ADC-EXPIRE-DATE,
027400               :ADC-CARD-DESIGN, :ADC-PLASTIC-TYPE,
027500               :ADC-CARD-SEQ-NBR, :WS-MAIL-NAME,
027600               :ADDR-ADDRESS-ID, :WS-PRIOR-STATUS
027700     END-EXEC.
027800     IF  SQLCODE NOT = ZERO
027900         SET WS-EOF-YES TO TRUE
028000     END-IF.
028100 2100-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400 3000-GET-ADDRESS.
028500*    THE PLASTIC MAILS TO THE CHECKING ACCOUNT'S ADDRESS, AS
028600*    CIFU022 STANDARDIZES IT.  NO LINKED ACCOUNT, NO ADDRESS,
028700*    OR AN ADDRESS CIFU022 CANNOT CONFIRM HOLDS THE CARD --
028800*    A PLASTIC MAILED THERE COMES BACK.
028900     MOVE SPACES TO WS-HOLD-REASON.
029000     IF  ADDR-ADDRESS-ID = ZERO
029100         MOVE 'NO MAILING ADDRESS' TO WS-HOLD-REASON
029200         GO TO 3000-EXIT
029300     END-IF.
029400     EXEC SQL
029500         SELECT ADDR_LINE1, ADDR_LINE2, ADDR_CITY,
029600                ADDR_STATE, ADDR_ZIP
029700           INTO :ADDR-LINE1, :ADDR-LINE2, :ADDR-CITY,
029800                :ADDR-STATE, :ADDR-ZIP
029900           FROM CIF.ADDRESS
030000          WHERE ADDR_ADDRESS_ID = :ADDR-ADDRESS-ID
030100     END-EXEC.
030200     IF  SQLCODE NOT = ZERO
030300         MOVE 'NO MAILING ADDRESS' TO WS-HOLD-REASON
030400         GO TO 3000-EXIT
030500     END-IF.
030600     MOVE ADDR-LINE1 TO CIFU022-IN-LINE1.
030700     MOVE ADDR-LINE2 TO CIFU022-IN-LINE2.
030800     MOVE ADDR-CITY  TO CIFU022-IN-CITY.
030900     MOVE ADDR-STATE TO CIFU022-IN-STATE.
031000     MOVE ADDR-ZIP   TO CIFU022-IN-ZIP.
031100     CALL 'CIFU022' USING CIFU022-PARAMETERS.
031200     IF  CIFU022-INVALID
031300     OR  CIFU022-CONF-FAILED
031400         MOVE 'ADDRESS NOT STANDARD' TO WS-HOLD-REASON
031500     END-IF.
031600 3000-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900 4000-WRITE-EMBOSS.
032000*    ORDER TYPE N IS A FIRST ISSUE (10), R A REISSUE (60).
032100     IF  ADC-STATUS-ISSUE-CARD
032200         MOVE 'N' TO WS-ORDER-TYPE
032300         ADD 1 TO WS-TOTAL-NEW
032400     ELSE
032500         MOVE 'R' TO WS-ORDER-TYPE
032600         ADD 1 TO WS-TOTAL-REISSUE
032700     END-IF.
032800     IF  WS-PRIOR-STATUS = 'R'
032900         ADD 1 TO WS-TOTAL-REORDER
033000     END-IF.
033100     MOVE SPACES              TO EMB-RECORD.
033200     MOVE 'D'                 TO EMB-REC-TYPE.
033300     MOVE ADC-BANK-NBR        TO EMB-BANK-NBR.
033400     MOVE ADC-CARD-NBR        TO EMB-CARD-NBR.
033500     MOVE ADC-CARD-SEQ-NBR    TO EMB-CARD-SEQ-NBR.
033600     MOVE WS-ORDER-TYPE       TO EMB-ORDER-TYPE.
033700     MOVE ADC-CARD-TYPE       TO EMB-CARD-TYPE.
033800     MOVE ADC-CARD-DESIGN     TO EMB-CARD-DESIGN.
033900     MOVE ADC-PLASTIC-TYPE    TO EMB-PLASTIC-TYPE.
034000     MOVE ADC-EXPIRE-DATE-MO  TO EMB-EXPIRE-MMYY (1:2).
034100     MOVE ADC-EXPIRE-DATE (3:2) TO EMB-EXPIRE-MMYY (3:2).
034200     MOVE WS-MAIL-NAME        TO EMB-EMBOSS-NAME.
034300     MOVE WS-MAIL-NAME        TO EMB-MAIL-NAME.
034400     MOVE CIFU022-OUT-LINE1   TO EMB-ADDR-LINE1.
034500     MOVE CIFU022-OUT-LINE2   TO EMB-ADDR-LINE2.
034600     MOVE CIFU022-OUT-CITY    TO EMB-ADDR-CITY.
034700     MOVE CIFU022-OUT-STATE   TO EMB-ADDR-STATE.
034800     MOVE CIFU022-OUT-ZIP     TO EMB-ADDR-ZIP.
034900     WRITE EMB-RECORD.
035000     ADD 1 TO WS-TOTAL-ORDERED.
035100     MOVE ADC-CARD-NBR TO WS-PAN-WORK.
035200     IF  WS-PAN-HASH-DIGITS NUMERIC
035300         ADD WS-PAN-HASH-DIGITS TO WS-CARD-HASH
035400     END-IF.
035500 4000-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800 5000-RECORD-ORDER.
035900*    THE ROW CARRIES WHAT WAS ORDERED AND WAITS FOR ACMB518.
036000     IF  WS-PRIOR-STATUS = SPACE
036100         EXEC SQL
036200             INSERT INTO ACM.CARDPROD
036300                    (CPRD_BANK_NBR, CPRD_CARD_NBR,
036400                     CPRD_BATCH_ID, CPRD_FROM_STATUS,
036500                     CPRD_ORDER_DATE, CPRD_ADDRESS_ID,
036600                     CPRD_CARD_DESIGN, CPRD_STATUS,
036700                     CPRD_CONFIRM_DATE, CPRD_MAIL_DATE,
036800                     CPRD_REJECT_CODE, CPRD_REJECT_DESC)
036900             VALUES (:ADC-BANK-NBR, :ADC-CARD-NBR,
037000                     :WS-BATCH-ID, :ADC-STATUS,
037100                     CURRENT DATE, :ADDR-ADDRESS-ID,
037200                     :ADC-CARD-DESIGN, 'O',
037300                     '0001-01-01', '0001-01-01', ' ', ' ')
037400         END-EXEC
037500     ELSE
037600         EXEC SQL
037700             UPDATE ACM.CARDPROD
037800                SET CPRD_BATCH_ID     = :WS-BATCH-ID,
037900                    CPRD_FROM_STATUS  = :ADC-STATUS,
038000                    CPRD_ORDER_DATE   = CURRENT DATE,
038100                    CPRD_ADDRESS_ID   = :ADDR-ADDRESS-ID,
038200                    CPRD_CARD_DESIGN  = :ADC-CARD-DESIGN,
038300                    CPRD_STATUS       = 'O',
038400                    CPRD_CONFIRM_DATE = '0001-01-01',
038500                    CPRD_MAIL_DATE    = '0001-01-01',
038600                    CPRD_REJECT_CODE  = ' ',
038700                    CPRD_REJECT_DESC  = ' '
038800              WHERE CPRD_BANK_NBR = :ADC-BANK-NBR
038900                AND CPRD_CARD_NBR = :ADC-CARD-NBR
039000         END-EXEC
039100     END-IF.
039200     IF  SQLCODE NOT = ZERO
039300         DISPLAY 'ACMB517 - ACM.CARDPROD UPDATE FAILED, SQLCODE '
039400             SQLCODE
039500         PERFORM 9000-LOG-FATAL THRU 9000-EXIT
039600         MOVE 16 TO RETURN-CODE
039700         GOBACK
039800     END-IF.
039900 5000-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200 6000-WRITE-DETAIL.
040300     MOVE ADC-BANK-NBR        TO DL-BANK-NBR.
040400     MOVE ADC-CARD-NBR        TO DL-CARD-NBR.
040500     MOVE ADC-STATUS          TO DL-STATUS.
040600     MOVE ADC-CARD-DESIGN     TO DL-DESIGN.
040700     MOVE ADC-PLASTIC-TYPE    TO DL-PLASTIC.
040800     MOVE ADC-EXPIRE-DATE-MO  TO DL-EXPIRE (1:2).
040900     MOVE ADC-EXPIRE-DATE (3:2) TO DL-EXPIRE (3:2).
041000     MOVE WS-MAIL-NAME        TO DL-NAME.
041100     MOVE WS-HOLD-REASON      TO DL-REASON.
041200     MOVE WS-DETAIL-LINE TO RPT636-RECORD.
041300     WRITE RPT636-RECORD.
041400 6000-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 8000-FINALIZE.
041800*    THE TRAILER CARRIES THE FIGURES THE VENDOR BALANCES THE
041900*    BATCH AGAINST BEFORE PRODUCING IT.
042000     EXEC SQL
042100         CLOSE CSR517
042200     END-EXEC.
042300     MOVE SPACES            TO EMB-RECORD.
042400     MOVE 'T'               TO EMB-REC-TYPE.
042500     MOVE WS-BATCH-ID       TO EMB-TRL-BATCH-ID.
042600     MOVE WS-TOTAL-ORDERED  TO EMB-TRL-CARD-COUNT.
042700     MOVE WS-TOTAL-NEW      TO EMB-TRL-NEW-COUNT.
042800     MOVE WS-TOTAL-REISSUE  TO EMB-TRL-REISSUE-COUNT.
042900     MOVE WS-CARD-HASH      TO EMB-TRL-CARD-HASH.
043000     WRITE EMB-RECORD.
043100     MOVE 'CARDS SELECTED          - ' TO TL-LABEL.
043200     MOVE WS-TOTAL-SELECTED TO TL-COUNT.
043300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
043400     MOVE 'CARDS ORDERED           - ' TO TL-LABEL.
043500     MOVE WS-TOTAL-ORDERED  TO TL-COUNT.
043600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
043700     MOVE '  NEW ISSUE (10)        - ' TO TL-LABEL.
043800     MOVE WS-TOTAL-NEW      TO TL-COUNT.
043900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044000     MOVE '  REISSUE (60)          - ' TO TL-LABEL.
044100     MOVE WS-TOTAL-REISSUE  TO TL-COUNT.
044200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044300     MOVE '  REORDER AFTER REJECT  - ' TO TL-LABEL.
044400     MOVE WS-TOTAL-REORDER  TO TL-COUNT.
044500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044600     MOVE 'HELD - NO USABLE ADDRESS- ' TO TL-LABEL.
044700     MOVE WS-TOTAL-HELD     TO TL-COUNT.
044800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
044900     CLOSE EMBOSS-FILE.
045000     CLOSE RPT636-FILE.
045100 8000-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400 8100-WRITE-TOTAL.
045500     MOVE WS-TOTAL-LINE TO RPT636-RECORD.
045600     WRITE RPT636-RECORD.
045700 8100-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000 9000-LOG-FATAL.
046100*    ONE STANDARDIZED ADM.ERRLOG ROW FOR THE CONDITION THAT IS
046200*    ABOUT TO STOP THE RUN, SO THE MORNING EXCEPTION REPORT
046300*    (ADMB502) SHOWS IT WITHOUT A TRIP THROUGH THE JOB LOG.
046400     MOVE 'ACMB517 '                TO ADMU501-PROGRAM.
046500     MOVE '5000-RECORD-ORDER'       TO ADMU501-PARAGRAPH.
046600     MOVE SQLCODE                   TO ADMU501-SQLCODE.
046700     MOVE SPACES                    TO ADMU501-FILE-STATUS.
046800     MOVE ADC-CARD-NBR              TO ADMU501-KEY-DATA.
046900     MOVE 'ACM.CARDPROD ORDER NOT RECORDED - RUN STOPPED'
047000       TO ADMU501-MSG.
047100     CALL 'ADMU501' USING ADMU501-PARAMETERS.
047200 9000-EXIT.
047300     EXIT.
