000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IRSB506.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  IRS BULK TIN      *
001500*                      MATCHING RESULT LOAD.  EACH RESULT LINE   *
001600*                      (THE TINREQ LINE IRSB505 SENT WITH THE    *
001700*                      IRS MATCH INDICATOR APPENDED) IS POSTED   *
001800*                      TO IRS.TINMATCH WITH ITS RESULT DATE.     *
001900*                      MISMATCHES (1, 2, 3) GO ON THE WORKLIST   *
002000*                      AND DRAW A W-9 SOLICITATION THROUGH       *
002100*                      EDOC050 SO THE NAME/TIN IS CORRECTED      *
002200*                      BEFORE THE 1099 EXTRACT READS             *
002300*                      IRS.PENDLST.  INVALID AND DUPLICATE       *
002400*                      REQUESTS (4, 5) ARE MARKED FOR IRSB505 TO *
002500*                      RESUBMIT.                                 *
002510*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002520*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002530*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002540*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TINRSP-FILE ASSIGN TO TINRSP
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RSP-STATUS.
003700     SELECT RPT630-FILE ASSIGN TO RPT630
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*    ONE IRS RESULT PER LINE -- TIN TYPE;TIN;NAME;ACCOUNT
004200*    NUMBER;MATCH INDICATOR.  THE ACCOUNT NUMBER IS THE
004300*    CIF CUSTOMER ID IRSB505 SENT.
004400 FD  TINRSP-FILE
004500     RECORDING MODE F.
004600 01  TINRSP-RECORD               PIC X(80).
004700 FD  RPT630-FILE
004800     RECORDING MODE F.
004900 01  RPT630-RECORD               PIC X(132).
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SW                PIC X       VALUE 'N'.
005400         88  WS-EOF-YES                   VALUE 'Y'.
005500     05  WS-RSP-STATUS            PIC XX      VALUE '00'.
005600 01  WS-WORK-FIELDS.
005700     05  WS-TAX-ID                PIC S9(9)   COMP-3 VALUE +0.
005800     05  WS-CUST-ID               PIC S9(9)   COMP-3 VALUE +0.
005900     05  WS-CUST-BANK-NBR         PIC S9(3)   COMP-3 VALUE +0.
006000     05  WS-CUST-FILE-ID          PIC X(04)   VALUE SPACE.
006100     05  WS-CUST-FILE-KEY         PIC X(25)   VALUE SPACE.
006200     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
006300     05  WS-TOTAL-MATCHED         PIC S9(7)   COMP  VALUE ZERO.
006400     05  WS-TOTAL-MISMATCH        PIC S9(7)   COMP  VALUE ZERO.
006500     05  WS-TOTAL-NOTICES         PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-TOTAL-RESUBMIT        PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-TOTAL-REJECTED        PIC S9(7)   COMP  VALUE ZERO.
006800*    THE RESULT LINE, UNSTRUNG.
006900 01  WS-RESULT-FIELDS.
007000     05  RS-TIN-TYPE              PIC X(01).
007100     05  RS-TIN                   PIC X(09).
007200     05  RS-TIN-N  REDEFINES RS-TIN
007300                                  PIC 9(09).
007400     05  RS-NAME                  PIC X(40).
007500     05  RS-ACCOUNT               PIC X(09).
007600     05  RS-ACCOUNT-N  REDEFINES RS-ACCOUNT
007700                                  PIC 9(09).
007800     05  RS-CODE                  PIC X(01).
007900*----------------------------------------------------------------
008000     COPY IRSTINM.
008100*----------------------------------------------------------------
008200     COPY EMPWORK.
008300*----------------------------------------------------------------
008400     COPY EDOCU51P.
008410*----------------------------------------------------------------
008420     COPY EDOCU53P.
008500*----------------------------------------------------------------
008600 01  WS-HEADING-1.
008700     05  FILLER  PIC X(132) VALUE
008800       'IRSB506  IRS BULK TIN MATCHING RESULTS AND WORKLIST'.
008900 01  WS-HEADING-2.
009000     05  FILLER  PIC X(132) VALUE
009100       'DISP       TAX-ID     CUST-ID    CD  REASON'.
009200 01  WS-DETAIL-LINE.
009300     05  DL-DISP                  PIC X(09).
009400     05  FILLER                   PIC X(02)   VALUE SPACE.
009500     05  DL-TAX-ID                PIC X(09).
009600     05  FILLER                   PIC X(02)   VALUE SPACE.
009700     05  DL-CUST-ID               PIC X(09).
009800     05  FILLER                   PIC X(02)   VALUE SPACE.
009900     05  DL-CODE                  PIC X(01).
010000     05  FILLER                   PIC X(03)   VALUE SPACE.
010100     05  DL-REASON                PIC X(40).
010200     05  FILLER                   PIC X(55)   VALUE SPACE.
010300 01  WS-TOTAL-LINE.
010400     05  TL-LABEL                 PIC X(26).
010500     05  TL-COUNT                 PIC ZZZ,ZZ9.
010600     05  FILLER                   PIC X(99)   VALUE SPACE.
010700*----------------------------------------------------------------
010800 LINKAGE SECTION.
010900 01  IRSB506-PARM.
011000     05  IRSB506-DEL-METHOD        PIC 9(03).
011100*----------------------------------------------------------------
011200 PROCEDURE DIVISION USING IRSB506-PARM.
011300*
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
011700         UNTIL WS-EOF-YES.
011800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
011900     GOBACK.
012000*----------------------------------------------------------------
012100 1000-INITIALIZE.
012200     OPEN OUTPUT RPT630-FILE.
012300     MOVE WS-HEADING-1 TO RPT630-RECORD.
012400     WRITE RPT630-RECORD.
012500     MOVE WS-HEADING-2 TO RPT630-RECORD.
012600     WRITE RPT630-RECORD.
012700     OPEN INPUT TINRSP-FILE.
012800     IF  WS-RSP-STATUS NOT = '00'
012900         DISPLAY 'IRSB506 - TINRSP I/O ERROR, STATUS '
013000             WS-RSP-STATUS
013100         MOVE 16 TO RETURN-CODE
013200         GOBACK
013300     END-IF.
013400     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
013500 1000-EXIT.
013600     EXIT.
013700*----------------------------------------------------------------
013800 2000-PROCESS-RESULT.
013900     ADD 1 TO WS-TOTAL-READ.
014000     MOVE SPACES TO WS-RESULT-FIELDS.
014100     UNSTRING TINRSP-RECORD DELIMITED BY ';'
014200         INTO RS-TIN-TYPE RS-TIN RS-NAME RS-ACCOUNT RS-CODE.
014300     MOVE RS-TIN     TO DL-TAX-ID.
014400     MOVE RS-ACCOUNT TO DL-CUST-ID.
014500     MOVE RS-CODE    TO DL-CODE.
014600     IF  RS-TIN     NOT NUMERIC
014700     OR  RS-ACCOUNT NOT NUMERIC
014800         MOVE 'REJECTED'  TO DL-DISP
014900         MOVE 'RESULT LINE NOT READABLE' TO DL-REASON
015000         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
015100         ADD 1 TO WS-TOTAL-REJECTED
015200         GO TO 2000-READ-NEXT
015300     END-IF.
015400     MOVE RS-TIN-N     TO WS-TAX-ID.
015500     MOVE RS-ACCOUNT-N TO WS-CUST-ID.
015600*    A RESULT FOR A TIN THE CUSTOMER NO LONGER CARRIES, OR FOR
015700*    A SUBMISSION SINCE REPLACED, IS STALE -- IRSB505 HAS
015800*    ALREADY QUEUED THE CURRENT TIN.
015900     EXEC SQL
016000         SELECT TINM_TAX_ID, TINM_STATUS
016100           INTO :TINM-TAX-ID, :TINM-STATUS
016200           FROM IRS.TINMATCH
016300          WHERE TINM_CUST_ID = :WS-CUST-ID
016400     END-EXEC.
016500     IF  SQLCODE NOT = ZERO
016600     OR  TINM-TAX-ID NOT = WS-TAX-ID
016700         MOVE 'REJECTED'  TO DL-DISP
016800         MOVE 'NO CURRENT SUBMISSION FOR THIS TIN' TO DL-REASON
016900         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
017000         ADD 1 TO WS-TOTAL-REJECTED
017100         GO TO 2000-READ-NEXT
017200     END-IF.
017300     MOVE RS-CODE TO TINM-RESULT-CODE.
017400     EVALUATE TRUE
017500         WHEN TINM-RESULT-MATCHED
017600             SET TINM-STATUS-MATCHED TO TRUE
017700             ADD 1 TO WS-TOTAL-MATCHED
017800         WHEN TINM-RESULT-MISMATCH
017900             SET TINM-STATUS-MISMATCH TO TRUE
018000             ADD 1 TO WS-TOTAL-MISMATCH
018100             PERFORM 3000-MISMATCH THRU 3000-EXIT
018200         WHEN TINM-RESULT-RESUBMIT
018300             SET TINM-STATUS-RESUBMIT TO TRUE
018400             ADD 1 TO WS-TOTAL-RESUBMIT
018500             MOVE 'RESUBMIT' TO DL-DISP
018600             IF  RS-CODE = '4'
018700                 MOVE 'INVALID REQUEST - RESUBMIT'
018800                   TO DL-REASON
018900             ELSE
019000                 MOVE 'DUPLICATE REQUEST - RESUBMIT'
019100                   TO DL-REASON
019200             END-IF
019300             PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
019400         WHEN OTHER
019500             MOVE 'REJECTED'  TO DL-DISP
019600             MOVE 'UNKNOWN MATCH INDICATOR' TO DL-REASON
019700             PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
019800             ADD 1 TO WS-TOTAL-REJECTED
019900             GO TO 2000-READ-NEXT
020000     END-EVALUATE.
020100     EXEC SQL
020200         UPDATE IRS.TINMATCH
020300            SET TINM_STATUS      = :TINM-STATUS,
020400                TINM_RESULT_CODE = :TINM-RESULT-CODE,
020500                TINM_RESULT_DATE = CURRENT DATE
020600          WHERE TINM_CUST_ID = :WS-CUST-ID
020700     END-EXEC.
020800 2000-READ-NEXT.
020900     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300 2100-READ-RESULT.
021400     READ TINRSP-FILE
021500         AT END
021600             SET WS-EOF-YES TO TRUE
021700     END-READ.
021800     IF  WS-RSP-STATUS NOT = '00'
021900     AND WS-RSP-STATUS NOT = '10'
022000         DISPLAY 'IRSB506 - TINRSP I/O ERROR, STATUS '
022100             WS-RSP-STATUS
022200         MOVE 16 TO RETURN-CODE
022300         GOBACK
022400     END-IF.
022500 2100-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800 3000-MISMATCH.
022900*    THE MISMATCH GOES ON THE WORKLIST AND THE CUSTOMER IS
023000*    ASKED FOR A CORRECTED W-9.  CERTIFICATION IS LEFT ALONE
023100*    -- ONLY AN IRS B-NOTICE (IRSB501) MOVES IT TO 5.
023200     MOVE 'MISMATCH' TO DL-DISP.
023300     EVALUATE RS-CODE
023400         WHEN '1'
023500             MOVE 'TIN MISSING OR NOT NINE DIGITS' TO DL-REASON
023600         WHEN '2'
023700             MOVE 'TIN NOT ISSUED BY IRS'          TO DL-REASON
023800         WHEN OTHER
023900             MOVE 'NAME/TIN COMBINATION MISMATCH'  TO DL-REASON
024000     END-EVALUATE.
024100     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
024200     EXEC SQL
024300         SELECT CUST_BANK_NBR, CUST_FILE_ID, CUST_FILE_KEY
024400           INTO :WS-CUST-BANK-NBR, :WS-CUST-FILE-ID,
024500                :WS-CUST-FILE-KEY
024600           FROM CIF.CUSTOMER
024700          WHERE CUST_ID = :WS-CUST-ID
024800     END-EXEC.
024900     IF  SQLCODE NOT = ZERO
025000         GO TO 3000-EXIT
025100     END-IF.
025200     MOVE 'TINMW9'           TO EDOC050-FORM-ID.
025300     MOVE 'TAXPAYER ID MISMATCH - W-9 REQUESTED'
025400       TO EDOC050-DEL-SUBJECT (1).
025500     MOVE 'IRSB506'          TO EDOC050-SOURCE-PROG.
025600     MOVE ZERO               TO EDOC050-USER-ID.
025700     MOVE WS-CUST-BANK-NBR   TO EDOC050-ACCT-BANK-NBR.
025800     MOVE WS-CUST-FILE-ID    TO EDOC050-ACCT-FILE-ID.
025900     MOVE WS-CUST-FILE-KEY   TO EDOC050-ACCT-KEY.
026000     MOVE IRSB506-DEL-METHOD TO EDOC050-DEL-METHOD (1).
026100     MOVE SPACE              TO EDOC050-DEL-DATA (1).
026200     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
026300     CALL 'EDOC050' USING EDOC050-PARAMETERS.
026310     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
026400     ADD 1 TO WS-TOTAL-NOTICES.
026500     EXEC SQL
026600         UPDATE IRS.TINMATCH
026700            SET TINM_NOTICE_DATE = CURRENT DATE
026800          WHERE TINM_CUST_ID = :WS-CUST-ID
026900     END-EXEC.
027000 3000-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300 7000-WRITE-DETAIL.
027400     MOVE WS-DETAIL-LINE TO RPT630-RECORD.
027500     WRITE RPT630-RECORD.
027600 7000-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------
027900 8000-FINALIZE.
028000     MOVE 'IRS RESULTS READ        - ' TO TL-LABEL.
028100     MOVE WS-TOTAL-READ      TO TL-COUNT.
028200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
028300     MOVE 'MATCHED                 - ' TO TL-LABEL.
028400     MOVE WS-TOTAL-MATCHED   TO TL-COUNT.
028500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
028600     MOVE 'MISMATCHED              - ' TO TL-LABEL.
028700     MOVE WS-TOTAL-MISMATCH  TO TL-COUNT.
028800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
028900     MOVE 'W-9 NOTICES SENT        - ' TO TL-LABEL.
029000     MOVE WS-TOTAL-NOTICES   TO TL-COUNT.
029100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
029200     MOVE 'MARKED FOR RESUBMISSION - ' TO TL-LABEL.
029300     MOVE WS-TOTAL-RESUBMIT  TO TL-COUNT.
029400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
029500     MOVE 'REJECTED                - ' TO TL-LABEL.
029600     MOVE WS-TOTAL-REJECTED  TO TL-COUNT.
029700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
029800     CLOSE TINRSP-FILE.
029900     CLOSE RPT630-FILE.
030000 8000-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300 8100-WRITE-TOTAL.
030400     MOVE WS-TOTAL-LINE TO RPT630-RECORD.
030500     WRITE RPT630-RECORD.
030600 8100-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900 7500-RESOLVE-DELIVERY.
031000*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
031100*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
031200*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
031300*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
031400     SET EDOCU051-FUNC-RESOLVE TO TRUE.
031500     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
031600     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
031700     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
031800     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
031900     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
032000     IF  EDOCU051-VALID
032100         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
032200         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
032300     END-IF.
032400 7500-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------
032700 7550-ARCHIVE-PIECE.
032800*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
032900*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
033000*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
033100     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
033200     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
033300     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
033400     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
033500     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
033600     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
033700     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
033800     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
033900     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
034000     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
034100     IF  NOT EDOCU053-VALID
034200         DISPLAY 'IRSB506 - ' EDOCU053-ERROR-TEXT
034300     END-IF.
034400 7550-EXIT.
034500     EXIT.
