000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB541.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY           *
001500*                      CUSTODIAL (UTMA/UGMA) AGE-OF-MAJORITY     *
001600*                      RUN.  OPEN ACCOUNTS TITLED AS CUSTODIAL   *
001700*                      (ACCT-TITLE) ARE WALKED TO THEIR MINOR    *
001800*                      BENEFICIARY THROUGH CIF.CUSTXREF (CODE    *
001900*                      BE) AND CUSTI-BIRTH-DATE, AND AGED        *
002000*                      AGAINST THE MAILING STATE'S AGE OF        *
002100*                      MAJORITY FROM CIF.MAJORAGE.  INSIDE THE   *
002200*                      NOTICE WINDOW THE CUSTODIAN GETS THE      *
002300*                      TRANSFER NOTICE THROUGH EDOC050 AND THE   *
002400*                      ACCOUNT GETS THE CODE-107 REMARK THROUGH  *
002500*                      CIFU521 (ONCE -- THE REMARK IS THE        *
002600*                      RECORD THAT THE NOTICE WENT).  ON OR      *
002700*                      AFTER THE MAJORITY DATE THE ACCOUNT GOES  *
002800*                      TO THE UTMAOUT CONVERSION WORK FILE THAT  *
002900*                      RETITLES IT TO THE BENEFICIARY.           *
002910*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002920*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002930*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002940*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT UTMAOUT-FILE ASSIGN TO UTMAOUT
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RPT623-FILE ASSIGN TO RPT623
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  UTMAOUT-FILE
004500     RECORDING MODE F.
004600 01  UTMAOUT-RECORD.
004700     COPY CIFUTMAX.
004800 FD  RPT623-FILE
004900     RECORDING MODE F.
005000 01  RPT623-RECORD               PIC X(132).
005100*----------------------------------------------------------------
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-EOF-SW                PIC X       VALUE 'N'.
005500         88  WS-EOF-YES                   VALUE 'Y'.
005600 01  WS-WORK-FIELDS.
005700     05  WS-TODAY                 PIC X(10).
005800     05  WS-NOTICE-DAYS           PIC 9(03)   VALUE ZERO.
005900     05  WS-DEFAULT-AGE           PIC S9(4)   COMP  VALUE +0.
006000     05  WS-REMARK-COUNT          PIC S9(9)   COMP  VALUE +0.
006100     05  WS-BENE-CUST-ID          PIC S9(9)   COMP-3 VALUE +0.
006200     05  WS-BENE-NAME             PIC X(40)   VALUE SPACE.
006300     05  WS-MAJORITY-DATE         PIC X(10)   VALUE SPACE.
006400     05  WS-STATE                 PIC X(02)   VALUE SPACE.
006500     05  WS-SCANNED               PIC S9(7)   COMP  VALUE ZERO.
006600     05  WS-NOTICED               PIC S9(7)   COMP  VALUE ZERO.
006700     05  WS-ALREADY-NOTICED       PIC S9(7)   COMP  VALUE ZERO.
006800     05  WS-NOTICE-FAILED         PIC S9(7)   COMP  VALUE ZERO.
006900     05  WS-CONVERTED             PIC S9(7)   COMP  VALUE ZERO.
007000     05  WS-REMARK-TEXT           PIC X(60)   VALUE SPACE.
007100 01  WS-NOTICE-INST.
007200     05  FILLER                   PIC X(14)   VALUE
007300         'MAJORITY DATE '.
007400     05  NI-MAJORITY-DATE         PIC X(10).
007500     05  FILLER                   PIC X(13)   VALUE
007600         ' BENEFICIARY '.
007700     05  NI-BENE-NAME             PIC X(40).
007800     05  FILLER                   PIC X(03)   VALUE SPACE.
007900*----------------------------------------------------------------
008000     COPY CIFU010P.
008100*----------------------------------------------------------------
008200     COPY CIFMAJAG.
008300*----------------------------------------------------------------
008400     COPY CIFXREFK.
008500*----------------------------------------------------------------
008600     COPY EMPWORK.
008700*----------------------------------------------------------------
008800     COPY EDOCU51P.
008810*----------------------------------------------------------------
008820     COPY EDOCU53P.
008900*----------------------------------------------------------------
009000     COPY APICPYA1.
009100*----------------------------------------------------------------
009200 01  WS-HEADING-1.
009300     05  FILLER  PIC X(50) VALUE
009400       'CIFB541  CUSTODIAL ACCOUNT AGE-OF-MAJORITY RUN  '.
009500     05  FILLER  PIC X(20) VALUE
009600       'NOTICE WINDOW DAYS '.
009700     05  HD-NOTICE-DAYS           PIC ZZ9.
009800     05  FILLER                   PIC X(59)   VALUE SPACE.
009900 01  WS-HEADING-2.
010000     05  FILLER  PIC X(54) VALUE
010100       'ACTION     BANK  FILE-ID  FILE-KEY                  ST'.
010200     05  FILLER  PIC X(78) VALUE
010300       '  AGE  MAJORITY    BENEFICIARY'.
010400 01  WS-DETAIL-LINE.
010500     05  DL-ACTION                PIC X(10).
010600     05  FILLER                   PIC X(01)   VALUE SPACE.
010700     05  DL-BANK-NBR              PIC 9(03).
010800     05  FILLER                   PIC X(03)   VALUE SPACE.
010900     05  DL-FILE-ID               PIC X(04).
011000     05  FILLER                   PIC X(05)   VALUE SPACE.
011100     05  DL-FILE-KEY              PIC X(25).
011200     05  FILLER                   PIC X(02)   VALUE SPACE.
011300     05  DL-STATE                 PIC X(02).
011400     05  FILLER                   PIC X(03)   VALUE SPACE.
011500     05  DL-AGE                   PIC Z9.
011600     05  FILLER                   PIC X(02)   VALUE SPACE.
011700     05  DL-MAJORITY-DATE         PIC X(10).
011800     05  FILLER                   PIC X(02)   VALUE SPACE.
011900     05  DL-BENE-NAME             PIC X(40).
012000     05  FILLER                   PIC X(18)   VALUE SPACE.
012100 01  WS-TOTAL-LINE.
012200     05  TL-LABEL                 PIC X(26).
012300     05  TL-COUNT                 PIC ZZZ,ZZ9.
012400     05  FILLER                   PIC X(99)   VALUE SPACE.
012500*----------------------------------------------------------------
012600 LINKAGE SECTION.
012700 01  CIFB541-PARM.
012800*    NOTICE-DAYS IS HOW FAR AHEAD OF THE MAJORITY DATE THE
012900*    CUSTODIAN IS TOLD (AMS.PROPS KEY CIFB541.NOTICE.DAYS
013000*    OVERRIDES IT).  DEFAULT-AGE COVERS A STATE WITH NO
013100*    CIF.MAJORAGE ROW.  DEL-METHOD IS THE NOTICE'S DEFAULT
013200*    DELIVERY METHOD BEFORE THE CUSTOMER'S PREFERENCE.
013300     05  CIFB541-NOTICE-DAYS       PIC 9(03).
013400     05  CIFB541-DEFAULT-AGE       PIC 9(02).
013500     05  CIFB541-DEL-METHOD        PIC 9(03).
013600*----------------------------------------------------------------
013700 PROCEDURE DIVISION USING CIFB541-PARM.
013800*
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-PROCESS-MINOR THRU 2000-EXIT
014200         UNTIL WS-EOF-YES.
014300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
014400     GOBACK.
014500*----------------------------------------------------------------
014600 0500-RESOLVE-WINDOW.
014700*    THE AMS.PROPS KEY, WHEN SET AND NUMERIC, OVERRIDES THE
014800*    CALLER'S PARM.  THE WINDOW IN FORCE IS ECHOED IN THE
014900*    REPORT HEADING.
015000     MOVE CIFB541-NOTICE-DAYS TO WS-NOTICE-DAYS.
015100     MOVE SPACES TO AMSPRP-KEY-TEXT.
015200     MOVE 'CIFB541.NOTICE.DAYS' TO AMSPRP-KEY-TEXT.
015300     MOVE +19 TO AMSPRP-KEY-LEN.
015400     EXEC SQL
015500         SELECT AMSPRP_VALUE
015600           INTO :AMSPRP-VALUE
015700           FROM AMS.PROPS
015800          WHERE AMSPRP_KEY = :AMSPRP-KEY
015900     END-EXEC.
016000     IF  SQLCODE = ZERO
016100     AND AMSPRP-VALUE-TEXT (1:3) NUMERIC
016200         MOVE AMSPRP-VALUE-TEXT (1:3) TO WS-NOTICE-DAYS
016300     END-IF.
016400     MOVE WS-NOTICE-DAYS TO HD-NOTICE-DAYS.
016500 0500-EXIT.
016600     EXIT.
016700*----------------------------------------------------------------
016800 1000-INITIALIZE.
016900     OPEN OUTPUT UTMAOUT-FILE.
017000     OPEN OUTPUT RPT623-FILE.
017100     PERFORM 0500-RESOLVE-WINDOW THRU 0500-EXIT.
017200     MOVE WS-HEADING-1 TO RPT623-RECORD.
017300     WRITE RPT623-RECORD.
017400     MOVE WS-HEADING-2 TO RPT623-RECORD.
017500     WRITE RPT623-RECORD.
017600     MOVE CIFB541-DEFAULT-AGE TO WS-DEFAULT-AGE.
017700     EXEC SQL
017800         SET :WS-TODAY = CURRENT DATE
017900     END-EXEC.
018000*    A CUSTODIAL ACCOUNT IS ONE TITLED UNDER THE UNIFORM ACT
018100*    OR TO A CUSTODIAN; ITS MINOR IS THE BENEFICIARY (BE) ON
018200*    CIF.CUSTXREF.  THE MAJORITY DATE IS THE BIRTH DATE PLUS
018300*    THE MAILING STATE'S AGE -- ONLY MINORS REACHING IT INSIDE
018400*    THE NOTICE WINDOW, OR ALREADY PAST IT, COME BACK.
018500     EXEC SQL
018600         DECLARE CSR623 CURSOR FOR
018700         SELECT A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY,
018800                X.RELATED_CUST_ID, X.RELATED_CUST_NAME,
018900                D.ADDR_STATE,
019000                COALESCE(M.MAJ_AGE, :WS-DEFAULT-AGE),
019100                CHAR(I.CUSTI_BIRTH_DATE +
019200                     COALESCE(M.MAJ_AGE, :WS-DEFAULT-AGE)
019300                     YEARS, ISO)
019400           FROM CIF.ACCOUNT A
019500           JOIN CIF.CUSTXREF X
019600             ON X.BANK_NBR = A.ACCT_BANK_NBR
019700            AND X.FILE_ID  = A.ACCT_FILE_ID
019800            AND X.FILE_KEY = A.ACCT_KEY
019900            AND X.RELATIONSHIP_CODE = 'BE'
020000           JOIN CIF.CUSTIND I
020100             ON I.CUSTI_CUST_ID = X.RELATED_CUST_ID
020200           JOIN CIF.ADDRESS D
020300             ON D.ADDR_ADDRESS_ID = A.ACCT_ADDRESS_ID
020400           LEFT JOIN CIF.MAJORAGE M
020500             ON M.MAJ_STATE = D.ADDR_STATE
020600          WHERE A.ACCT_STATUS = 'O'
020700            AND (A.ACCT_TITLE LIKE '%UTMA%'
020800             OR  A.ACCT_TITLE LIKE '%UGMA%'
020900             OR  A.ACCT_TITLE LIKE '%CUST%')
021000            AND I.CUSTI_BIRTH_DATE +
021100                COALESCE(M.MAJ_AGE, :WS-DEFAULT-AGE) YEARS
021200                <= CURRENT DATE + :WS-NOTICE-DAYS DAYS
021300          ORDER BY A.ACCT_BANK_NBR, A.ACCT_FILE_ID, A.ACCT_KEY
021400     END-EXEC.
021500     EXEC SQL
021600         OPEN CSR623
021700     END-EXEC.
021800     PERFORM 2100-FETCH-MINOR THRU 2100-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200 2000-PROCESS-MINOR.
022300*    PAST THE MAJORITY DATE THE ACCOUNT CONVERTS; SHORT OF IT
022400*    THE CUSTODIAN IS NOTICED, ONCE.
022500     ADD 1 TO WS-SCANNED.
022600     IF  WS-MAJORITY-DATE <= WS-TODAY
022700         PERFORM 4000-WRITE-CONVERSION THRU 4000-EXIT
022800     ELSE
022900         PERFORM 3000-NOTICE-CUSTODIAN THRU 3000-EXIT
023000     END-IF.
023100     PERFORM 2100-FETCH-MINOR THRU 2100-EXIT.
023200 2000-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500 2100-FETCH-MINOR.
023600     EXEC SQL
023700         FETCH CSR623
023800          INTO :ACCT-BANK-NBR, :ACCT-FILE-ID, :ACCT-KEY,
023900               :WS-BENE-CUST-ID, :WS-BENE-NAME,
024000               :WS-STATE, :MAJ-AGE, :WS-MAJORITY-DATE
024100     END-EXEC.
024200     IF  SQLCODE NOT = ZERO
024300         SET WS-EOF-YES TO TRUE
024400     END-IF.
024500 2100-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800 3000-NOTICE-CUSTODIAN.
024900*    A CODE-107 REMARK ALREADY ON THE ACCOUNT, EXPIRED OR NOT,
025000*    MEANS THE NOTICE WENT ON AN EARLIER RUN.
025100     MOVE ZERO TO WS-REMARK-COUNT.
025200     EXEC SQL
025300         SELECT COUNT(*)
025400           INTO :WS-REMARK-COUNT
025500           FROM CIF.ACCTRMX
025600          WHERE ACCTR_BANK_NBR = :ACCT-BANK-NBR
025700            AND ACCTR_FILE_ID  = :ACCT-FILE-ID
025800            AND ACCTR_KEY      = :ACCT-KEY
025900            AND ACCTR_CODE     = 107
026000     END-EXEC.
026100     IF  WS-REMARK-COUNT > ZERO
026200         ADD 1 TO WS-ALREADY-NOTICED
026300         GO TO 3000-EXIT
026400     END-IF.
026500     MOVE 'CIFB541'          TO EDOC050-SOURCE-PROG.
026600     MOVE ZERO               TO EDOC050-USER-ID.
026700     MOVE ACCT-BANK-NBR      TO EDOC050-ACCT-BANK-NBR.
026800     MOVE ACCT-FILE-ID       TO EDOC050-ACCT-FILE-ID.
026900     MOVE ACCT-KEY           TO EDOC050-ACCT-KEY.
027000     MOVE 'UTMAMAJ1'         TO EDOC050-FORM-ID.
027100     MOVE CIFB541-DEL-METHOD TO EDOC050-DEL-METHOD (1).
027200     MOVE 'CUSTODIAL ACCOUNT TRANSFER NOTICE'
027300       TO EDOC050-DEL-SUBJECT (1).
027400     MOVE SPACE              TO EDOC050-DEL-DATA (1).
027500     MOVE WS-MAJORITY-DATE   TO NI-MAJORITY-DATE.
027600     MOVE WS-BENE-NAME       TO NI-BENE-NAME.
027700     MOVE WS-NOTICE-INST     TO EDOC050-DEL-INST (1).
027800     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
027900     CALL 'EDOC050' USING EDOC050-PARAMETERS.
027910     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
028000*    AN UNDELIVERED NOTICE LEAVES NO REMARK, SO NEXT MONTH'S
028100*    RUN TRIES AGAIN.
028200     IF  EDOC050-DEL-BOUNCE (1)
028300     OR  EDOC050-DEL-TIMEOUT (1)
028400         PERFORM 7600-RECORD-BOUNCE THRU 7600-EXIT
028500         ADD 1 TO WS-NOTICE-FAILED
028600         MOVE 'NTCFAIL'  TO DL-ACTION
028700         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
028800         GO TO 3000-EXIT
028900     END-IF.
029000     PERFORM 3500-PLACE-REMARK THRU 3500-EXIT.
029100     ADD 1 TO WS-NOTICED.
029200     MOVE 'NOTICED'  TO DL-ACTION.
029300     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
029400 3000-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 3500-PLACE-REMARK.
029800*    THE REMARK RUNS TO THE MAJORITY DATE SO TELLERS SEE THE
029900*    PENDING TRANSFER; IT IS NOT A HOLD.
030000     MOVE ZERO                TO CIFU521-USERID.
030100     MOVE 'CIFB541'           TO CIFU521-SOURCE.
030200     MOVE SPACES              TO CIFU521-TERMID.
030300     SET CIFU521-FUNC-ADD TO TRUE.
030400     MOVE ACCT-BANK-NBR       TO CIFU521-BANK-NBR.
030500     MOVE ACCT-FILE-ID        TO CIFU521-FILE-ID.
030600     MOVE ACCT-KEY            TO CIFU521-FILE-KEY.
030700     MOVE 2                   TO CIFU521-TYPE.
030800     MOVE ZERO                TO CIFU521-REMARKS-ID.
030900     MOVE WS-MAJORITY-DATE    TO CIFU521-EXPIRATION.
031000     MOVE 107                 TO CIFU521-CODE.
031100     MOVE SPACES              TO WS-REMARK-TEXT.
031200     STRING 'UTMA MAJORITY ' WS-MAJORITY-DATE
031300            ' - TRANSFER NOTICE SENT TO CUSTODIAN'
031400         DELIMITED BY SIZE
031500         INTO WS-REMARK-TEXT.
031600     MOVE WS-REMARK-TEXT      TO CIFU521-COMMENT1.
031700     MOVE SPACES              TO CIFU521-COMMENT2.
031800     CALL 'CIFU521' USING CIFU521-PARAMETERS.
031900     IF  CIFU521-ERRORCODE NOT = ZERO
032000         DISPLAY 'CIFB541 - REMARK ADD FAILED: '
032100             CIFU521-ERROR-TEXT
032200     END-IF.
032300 3500-EXIT.
032400     EXIT.
032500*----------------------------------------------------------------
032600 4000-WRITE-CONVERSION.
032700*    THE BENEFICIARY HAS COME OF AGE -- THE ACCOUNT GOES TO THE
032800*    RETITLE FILE IN THEIR NAME.  IT REAPPEARS EACH MONTH UNTIL
032900*    THE TITLE CHANGES AND IT STOPS READING AS CUSTODIAL.
033000     MOVE SPACES              TO UTMAOUT-RECORD.
033100     MOVE ACCT-BANK-NBR       TO UTMA-BANK-NBR.
033200     MOVE ACCT-FILE-ID        TO UTMA-FILE-ID.
033300     MOVE ACCT-KEY            TO UTMA-FILE-KEY.
033400     MOVE WS-BENE-CUST-ID     TO UTMA-BENE-CUST-ID.
033500     MOVE WS-BENE-NAME        TO UTMA-NEW-TITLE.
033600     MOVE WS-MAJORITY-DATE    TO UTMA-MAJORITY-DATE.
033700     MOVE WS-STATE            TO UTMA-STATE.
033800     MOVE MAJ-AGE             TO UTMA-MAJORITY-AGE.
033900     WRITE UTMAOUT-RECORD.
034000     ADD 1 TO WS-CONVERTED.
034100     MOVE 'CONVERT'  TO DL-ACTION.
034200     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
034300 4000-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600 6000-WRITE-DETAIL.
034700     MOVE ACCT-BANK-NBR    TO DL-BANK-NBR.
034800     MOVE ACCT-FILE-ID     TO DL-FILE-ID.
034900     MOVE ACCT-KEY         TO DL-FILE-KEY.
035000     MOVE WS-STATE         TO DL-STATE.
035100     MOVE MAJ-AGE          TO DL-AGE.
035200     MOVE WS-MAJORITY-DATE TO DL-MAJORITY-DATE.
035300     MOVE WS-BENE-NAME     TO DL-BENE-NAME.
035400     MOVE WS-DETAIL-LINE   TO RPT623-RECORD.
035500     WRITE RPT623-RECORD.
035600 6000-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900 7500-RESOLVE-DELIVERY.
036000*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
036100*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
036200*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
036300*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
036400     SET EDOCU051-FUNC-RESOLVE TO TRUE.
036500     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
036600     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
036700     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
036800     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
036900     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
037000     IF  EDOCU051-VALID
037100         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
037200         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
037300     END-IF.
037400 7500-EXIT.
037500     EXIT.
037504*----------------------------------------------------------------
037508 7550-ARCHIVE-PIECE.
037512*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
037516*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
037520*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
037524     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
037528     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
037532     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
037536     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
037540     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
037544     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
037548     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
037552     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
037556     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
037560     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
037564     IF  NOT EDOCU053-VALID
037568         DISPLAY 'CIFB541 - ' EDOCU053-ERROR-TEXT
037572     END-IF.
037576 7550-EXIT.
037580     EXIT.
037600*----------------------------------------------------------------
037700 7600-RECORD-BOUNCE.
037800*    THE BOUNCE FEEDS THE PREFERENCE STORE SO EDOCU051'S
037900*    FALLBACK RULE CAN RETIRE A DEAD CHANNEL AFTER ENOUGH OF
038000*    THEM.
038100     SET EDOCU051-FUNC-BOUNCE TO TRUE.
038200     MOVE EDOC050-ACCT-BANK-NBR TO EDOCU051-BANK-NBR.
038300     MOVE EDOC050-ACCT-FILE-ID  TO EDOCU051-FILE-ID.
038400     MOVE EDOC050-ACCT-KEY      TO EDOCU051-FILE-KEY.
038500     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
038600 7600-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 8000-FINALIZE.
039000     EXEC SQL
039100         CLOSE CSR623
039200     END-EXEC.
039300     MOVE 'MINORS IN WINDOW/PAST   - ' TO TL-LABEL.
039400     MOVE WS-SCANNED         TO TL-COUNT.
039500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
039600     MOVE 'CUSTODIANS NOTICED      - ' TO TL-LABEL.
039700     MOVE WS-NOTICED         TO TL-COUNT.
039800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
039900     MOVE 'NOTICED ON A PRIOR RUN  - ' TO TL-LABEL.
040000     MOVE WS-ALREADY-NOTICED TO TL-COUNT.
040100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040200     MOVE 'NOTICE FAILURES         - ' TO TL-LABEL.
040300     MOVE WS-NOTICE-FAILED   TO TL-COUNT.
040400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040500     MOVE 'TO CONVERSION FILE      - ' TO TL-LABEL.
040600     MOVE WS-CONVERTED       TO TL-COUNT.
040700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040800     CLOSE UTMAOUT-FILE.
040900     CLOSE RPT623-FILE.
041000 8000-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 8100-WRITE-TOTAL.
041400     MOVE WS-TOTAL-LINE TO RPT623-RECORD.
041500     WRITE RPT623-RECORD.
041600 8100-EXIT.
041700     EXIT.
