000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MLB509.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  ML SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  MONTHLY PMI       *
001500*                      TERMINATION AND CANCELLATION UNDER THE    *
001600*                      HOMEOWNERS PROTECTION ACT.  EVERY LOANIN  *
001700*                      MORTGAGE CARRYING BORROWER-PAID PRIVATE   *
001800*                      MI IS PULLED THROUGH MLU002 AND ITS LTV   *
001900*                      TAKEN AGAINST ORIGINAL VALUE (ML.PMITRK). *
002000*                      AT 80 PCT THE BORROWER IS TOLD OF THE     *
002100*                      RIGHT TO CANCEL; AT 78 PCT, OR PAST THE   *
002200*                      MIDPOINT OF THE AMORTIZATION TERM, A      *
002300*                      CURRENT LOAN'S PMI IS TERMINATED.  THE    *
002400*                      BORROWER CANCELLATION REQUESTS THE        *
002500*                      SERVICER FORWARDS (PMIREQ) ARE JUDGED AT  *
002600*                      80 PCT OF CURRENT APPRAISED VALUE.        *
002700*                      NOTICES GO THROUGH EDOC050; TERMINATIONS  *
002800*                      GO TO THE SERVICER ON THE PMITERM FILE.   *
002810*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
002820*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
002830*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
002840*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LOANIN-FILE ASSIGN TO LOANIN
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-LOAN-STATUS.
004000     SELECT PMIREQ-FILE ASSIGN TO PMIREQ
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REQ-STATUS.
004300     SELECT PMITERM-FILE ASSIGN TO PMITERM
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT RPT667-FILE ASSIGN TO RPT667
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOANIN-FILE
005000     RECORDING MODE F.
005100 01  LOANIN-RECORD.
005200     05  LOAN-BANK-NBR           PIC 9(03).
005300     05  LOAN-ACCT-NBR           PIC 9(10).
005400     05  FILLER                  PIC X(07).
005500 FD  PMIREQ-FILE
005600     RECORDING MODE F.
005700*    ONE BORROWER REQUEST TO CANCEL PMI, AS THE SERVICER TOOK
005800*    IT -- THE DATE IS THE DAY THE WRITTEN REQUEST ARRIVED.
005900 01  PMIREQ-RECORD.
006000     05  REQ-BANK-NBR            PIC 9(03).
006100     05  REQ-LOAN-NBR            PIC 9(10).
006200     05  REQ-DATE                PIC X(10).
006300     05  FILLER                  PIC X(07).
006400 FD  PMITERM-FILE
006500     RECORDING MODE F.
006600*    ONE INSTRUCTION PER LOAN WHOSE PMI ENDS -- REASON A
006700*    (AUTOMATIC AT 78 PCT), M (MIDPOINT OF TERM) OR R (BORROWER
006800*    REQUEST AT 80 PCT).
006900 01  PMITERM-RECORD.
007000     05  PT-BANK-NBR             PIC 9(03).
007100     05  PT-LOAN-NBR             PIC 9(10).
007200     05  PT-REASON               PIC X(01).
007300     05  PT-LTV                  PIC 9(03)V99.
007400     05  PT-EFFECT-DATE          PIC X(10).
007500     05  PT-PMI-CERT-ALPHA       PIC X(02).
007600     05  PT-PMI-CERT-NBR         PIC 9(13).
007700     05  PT-PRIN-BALANCE         PIC 9(09)V99.
007800     05  PT-VALUE-BASIS          PIC 9(09)V99.
007900     05  FILLER                  PIC X(14).
008000 FD  RPT667-FILE
008100     RECORDING MODE F.
008200 01  RPT667-RECORD               PIC X(132).
008300*----------------------------------------------------------------
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITCHES.
008600     05  WS-EOF-SW                PIC X       VALUE 'N'.
008700         88  WS-EOF-YES                   VALUE 'Y'.
008800     05  WS-LOAN-STATUS           PIC XX      VALUE '00'.
008900     05  WS-REQ-STATUS            PIC XX      VALUE '00'.
009000     05  WS-CURRENT-SW            PIC X       VALUE 'N'.
009100         88  WS-LOAN-CURRENT              VALUE 'Y'.
009200     05  WS-MIDPOINT-SW           PIC X       VALUE 'N'.
009300         88  WS-AT-MIDPOINT               VALUE 'Y'.
009400 01  WS-WORK-FIELDS.
009500     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
009600     05  WS-ORIG-LTV              PIC S9(3)V99 COMP-3 VALUE +0.
009700     05  WS-REQ-LTV               PIC S9(3)V99 COMP-3 VALUE +0.
009800     05  WS-REQ-VALUE             PIC S9(9)V99 COMP-3 VALUE +0.
009900     05  WS-MONTHS-ELAPSED        PIC S9(5)   COMP-3 VALUE +0.
010000     05  WS-TERM-REASON           PIC X(01)   VALUE SPACE.
010100     05  WS-FORM-ID               PIC X(08)   VALUE SPACE.
010200     05  WS-SUBJECT               PIC X(40)   VALUE SPACE.
010300     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
010400     05  WS-TOTAL-PMI             PIC S9(7)   COMP  VALUE ZERO.
010500     05  WS-TOTAL-REQUESTS        PIC S9(7)   COMP  VALUE ZERO.
010600     05  WS-TOTAL-80              PIC S9(7)   COMP  VALUE ZERO.
010700     05  WS-TOTAL-TERMINATED      PIC S9(7)   COMP  VALUE ZERO.
010800     05  WS-TOTAL-GRANTED         PIC S9(7)   COMP  VALUE ZERO.
010900     05  WS-TOTAL-DENIED          PIC S9(7)   COMP  VALUE ZERO.
011000     05  WS-TOTAL-NOT-CURRENT     PIC S9(7)   COMP  VALUE ZERO.
011100     05  WS-TOTAL-MIDPOINT        PIC S9(7)   COMP  VALUE ZERO.
011200     05  WS-TOTAL-FETCH-ERR       PIC S9(7)   COMP  VALUE ZERO.
011300 01  WS-NOTICE-DETAIL.
011400     05  FILLER                   PIC X(04)   VALUE 'LTV='.
011500     05  ND-LTV                   PIC ZZ9.99.
011600     05  FILLER                   PIC X(07)   VALUE ' VALUE='.
011700     05  ND-VALUE                 PIC 9(09).99.
011800     05  FILLER                   PIC X(09)   VALUE ' BALANCE='.
011900     05  ND-BALANCE               PIC 9(09).99.
012000     05  FILLER                   PIC X(30)   VALUE SPACE.
012100*----------------------------------------------------------------
012200     COPY MLPMITRK.
012300*----------------------------------------------------------------
012400     COPY OBSTRANS.
012500*----------------------------------------------------------------
012600     COPY MLU002P.
012700*----------------------------------------------------------------
012800     COPY EMPWORK.
012900*----------------------------------------------------------------
013000     COPY EDOCU51P.
013010*----------------------------------------------------------------
013020     COPY EDOCU53P.
013100*----------------------------------------------------------------
013200 01  WS-HEADING-1.
013300     05  FILLER  PIC X(132) VALUE
013400       'MLB509  HPA PMI TERMINATION AND CANCELLATION'.
013500 01  WS-HEADING-2.
013600     05  FILLER  PIC X(45)  VALUE
013700       'ACTION      BNK   LOAN         ORIG LTV  REQ '.
013800     05  FILLER  PIC X(48)  VALUE
013900       'LTV        BALANCE     ORIG VALUE MID           '.
014000     05  FILLER  PIC X(39)  VALUE SPACE.
014100 01  WS-DETAIL-LINE.
014200     05  DL-ACTION                PIC X(10).
014300     05  FILLER                   PIC X(02)   VALUE SPACE.
014400     05  DL-BANK-NBR              PIC 9(03).
014500     05  FILLER                   PIC X(03)   VALUE SPACE.
014600     05  DL-LOAN-NBR              PIC 9(10).
014700     05  FILLER                   PIC X(05)   VALUE SPACE.
014800     05  DL-ORIG-LTV              PIC ZZ9.99.
014900     05  FILLER                   PIC X(03)   VALUE SPACE.
015000     05  DL-REQ-LTV               PIC ZZ9.99.
015100     05  FILLER                   PIC X(01)   VALUE SPACE.
015200     05  DL-BALANCE               PIC ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER                   PIC X(01)   VALUE SPACE.
015400     05  DL-ORIG-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
015500     05  FILLER                   PIC X(02)   VALUE SPACE.
015600     05  DL-MIDPOINT              PIC X(01).
015700     05  FILLER                   PIC X(51)   VALUE SPACE.
015800 01  WS-TOTAL-LINE-1.
015900     05  FILLER       PIC X(19) VALUE 'LOANS READ       - '.
016000     05  TL-READ                  PIC ZZZ,ZZ9.
016100     05  FILLER                   PIC X(106)  VALUE SPACE.
016200 01  WS-TOTAL-LINE-2.
016300     05  FILLER       PIC X(19) VALUE 'WITH PMI         - '.
016400     05  TL-PMI                   PIC ZZZ,ZZ9.
016500     05  FILLER                   PIC X(106)  VALUE SPACE.
016600 01  WS-TOTAL-LINE-3.
016700     05  FILLER       PIC X(19) VALUE 'REACHED 80 PCT   - '.
016800     05  TL-80                    PIC ZZZ,ZZ9.
016900     05  FILLER                   PIC X(106)  VALUE SPACE.
017000 01  WS-TOTAL-LINE-4.
017100     05  FILLER       PIC X(19) VALUE 'TERMINATED       - '.
017200     05  TL-TERMINATED            PIC ZZZ,ZZ9.
017300     05  FILLER                   PIC X(106)  VALUE SPACE.
017400 01  WS-TOTAL-LINE-5.
017500     05  FILLER       PIC X(19) VALUE 'REQUESTS TAKEN   - '.
017600     05  TL-REQUESTS              PIC ZZZ,ZZ9.
017700     05  FILLER                   PIC X(106)  VALUE SPACE.
017800 01  WS-TOTAL-LINE-6.
017900     05  FILLER       PIC X(19) VALUE 'REQUESTS GRANTED - '.
018000     05  TL-GRANTED               PIC ZZZ,ZZ9.
018100     05  FILLER                   PIC X(106)  VALUE SPACE.
018200 01  WS-TOTAL-LINE-7.
018300     05  FILLER       PIC X(19) VALUE 'REQUESTS DENIED  - '.
018400     05  TL-DENIED                PIC ZZZ,ZZ9.
018500     05  FILLER                   PIC X(106)  VALUE SPACE.
018600 01  WS-TOTAL-LINE-8.
018700     05  FILLER       PIC X(19) VALUE 'DUE, NOT CURRENT - '.
018800     05  TL-NOT-CURRENT           PIC ZZZ,ZZ9.
018900     05  FILLER                   PIC X(106)  VALUE SPACE.
019000 01  WS-TOTAL-LINE-9.
019100     05  FILLER       PIC X(19) VALUE 'PAST MIDPOINT    - '.
019200     05  TL-MIDPOINT              PIC ZZZ,ZZ9.
019300     05  FILLER                   PIC X(106)  VALUE SPACE.
019400 01  WS-TOTAL-LINE-10.
019500     05  FILLER       PIC X(19) VALUE 'FETCH FAILURES   - '.
019600     05  TL-FETCH-ERR             PIC ZZZ,ZZ9.
019700     05  FILLER                   PIC X(106)  VALUE SPACE.
019800*----------------------------------------------------------------
019900 LINKAGE SECTION.
020000 01  MLB509-PARM.
020100*    THE MLU002 CACHE WINDOW; THE ORIGINATION LTV ASSUMED WHEN
020200*    A LOAN'S ORIGINAL VALUE IS FIRST SEEDED FROM ITS NOTE
020300*    AMOUNT (ZERO TAKES THE NOTE AMOUNT AS THE VALUE); AND THE
020400*    DEFAULT DELIVERY METHOD FOR THE NOTICES.
020500     05  MLB509-TTL-MINUTES        PIC 9(05).
020600     05  MLB509-ORIG-LTV-PCT       PIC 9(03).
020700     05  MLB509-DEL-METHOD         PIC 9(03).
020800*----------------------------------------------------------------
020900 PROCEDURE DIVISION USING MLB509-PARM.
021000*
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-REVIEW-ONE-LOAN THRU 2000-EXIT
021400         UNTIL WS-EOF-YES.
021500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021600     GOBACK.
021700*----------------------------------------------------------------
021800 1000-INITIALIZE.
021900     OPEN OUTPUT RPT667-FILE.
022000     OPEN OUTPUT PMITERM-FILE.
022100     MOVE WS-HEADING-1 TO RPT667-RECORD.
022200     WRITE RPT667-RECORD.
022300     MOVE WS-HEADING-2 TO RPT667-RECORD.
022400     WRITE RPT667-RECORD.
022500     EXEC SQL
022600         SET :WS-TODAY = CURRENT DATE
022700     END-EXEC.
022800     PERFORM 1500-TAKE-REQUESTS THRU 1500-EXIT.
022900     OPEN INPUT LOANIN-FILE.
023000     IF  WS-LOAN-STATUS NOT = '00'
023100         DISPLAY 'MLB509 - LOANIN I/O ERROR, STATUS '
023200             WS-LOAN-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         GOBACK
023500     END-IF.
023600     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
023700 1000-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000 1500-TAKE-REQUESTS.
024100*    EACH FORWARDED REQUEST IS RECORDED PENDING ON ML.PMITRK
024200*    BEFORE THE LOANS ARE REVIEWED, SO IT IS JUDGED THIS RUN.
024300     OPEN INPUT PMIREQ-FILE.
024400     IF  WS-REQ-STATUS NOT = '00'
024500         DISPLAY 'MLB509 - PMIREQ I/O ERROR, STATUS '
024600             WS-REQ-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         GOBACK
024900     END-IF.
025000     PERFORM 1600-READ-REQUEST THRU 1600-EXIT.
025100     PERFORM 1700-RECORD-REQUEST THRU 1700-EXIT
025200         UNTIL WS-EOF-YES.
025300     CLOSE PMIREQ-FILE.
025400     MOVE 'N' TO WS-EOF-SW.
025500 1500-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800 1600-READ-REQUEST.
025900     READ PMIREQ-FILE
026000         AT END
026100             SET WS-EOF-YES TO TRUE
026200     END-READ.
026300     IF  WS-REQ-STATUS NOT = '00'
026400     AND WS-REQ-STATUS NOT = '10'
026500         DISPLAY 'MLB509 - PMIREQ I/O ERROR, STATUS '
026600             WS-REQ-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         GOBACK
026900     END-IF.
027000 1600-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300 1700-RECORD-REQUEST.
027400     ADD 1 TO WS-TOTAL-REQUESTS.
027500     MOVE REQ-BANK-NBR TO PMIT-BANK-NBR.
027600     MOVE REQ-LOAN-NBR TO PMIT-LOAN-NBR.
027700     MOVE REQ-DATE     TO PMIT-REQ-DATE.
027800     EXEC SQL
027900         UPDATE ML.PMITRK
028000            SET PMIT_REQ_STATUS = 'P',
028100                PMIT_REQ_DATE   = :PMIT-REQ-DATE
028200          WHERE PMIT_BANK_NBR = :PMIT-BANK-NBR
028300            AND PMIT_LOAN_NBR = :PMIT-LOAN-NBR
028400     END-EXEC.
028500*    A LOAN NOT YET TRACKED GETS ITS ROW NOW; THE ORIGINAL
028600*    VALUE IS SEEDED WHEN THE LOAN ITSELF IS REVIEWED.
028700     IF  SQLCODE = +100
028800         EXEC SQL
028900             INSERT INTO ML.PMITRK
029000                    (PMIT_BANK_NBR, PMIT_LOAN_NBR,
029100                     PMIT_ORIG_VALUE, PMIT_STAGE,
029200                     PMIT_STAGE_DATE, PMIT_LAST_LTV,
029300                     PMIT_MIDPOINT_IND, PMIT_REQ_STATUS,
029400                     PMIT_REQ_DATE)
029500             VALUES (:PMIT-BANK-NBR, :PMIT-LOAN-NBR, 0, ' ',
029600                     '0001-01-01', 0, 'N', 'P',
029700                     :PMIT-REQ-DATE)
029800         END-EXEC
029900     END-IF.
030000     PERFORM 1600-READ-REQUEST THRU 1600-EXIT.
030100 1700-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 2000-REVIEW-ONE-LOAN.
030500     ADD 1 TO WS-TOTAL-READ.
030600     MOVE ZERO TO WS-ORIG-LTV WS-REQ-LTV.
030700     MOVE SPACE TO WS-TERM-REASON.
030800     MOVE 'N' TO WS-MIDPOINT-SW.
030900     MOVE LOAN-BANK-NBR TO MLU002-BANK-NBR.
031000     MOVE LOAN-ACCT-NBR TO MLU002-ACCT-NBR.
031100     MOVE 'MLB509  '    TO MLU002-SOURCE-PROG.
031200     MOVE MLB509-TTL-MINUTES TO MLU002-TTL-MINUTES.
031300     CALL 'MLU002' USING MLU002-PARAMETERS.
031400     IF  MLU002-INVALID
031500     OR  MLU002-STATUS-CODE NOT = '0000'
031600         ADD 1 TO WS-TOTAL-FETCH-ERR
031700         MOVE 'FETCH-ERR ' TO DL-ACTION
031800         MOVE ZERO         TO PMIT-ORIG-VALUE
031900         MOVE ZERO         TO ML02003-PRIN-BALANCE
032000         MOVE SPACE        TO DL-MIDPOINT
032100         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
032200         GO TO 2000-READ
032300     END-IF.
032400     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
032500*    ONLY BORROWER-PAID PRIVATE MI IS IN SCOPE -- A LOAN WITH
032600*    NO MI CERTIFICATE, GOVERNMENT INSURANCE (FHA CASE OR VA
032700*    GUARANTY NUMBER), OR LENDER-PAID MI IS PASSED OVER, AS IS
032800*    A LOAN ALREADY PAID DOWN TO NOTHING.
032900     IF  ML02003-FHAVA-PMI-NBR = ZERO
033000     OR  ML02003-FHAVA-PMI-NBR-ALPHA = 'FH'
033100     OR  ML02003-FHAVA-PMI-NBR-ALPHA = 'VA'
033200     OR  ML02003-LPMI-FLAG = 'Y'
033300     OR  ML02003-PRIN-BALANCE NOT > ZERO
033400         GO TO 2000-READ
033500     END-IF.
033600     ADD 1 TO WS-TOTAL-PMI.
033700     PERFORM 3000-LOAD-TRACKING THRU 3000-EXIT.
033800     IF  PMIT-STAGE-TERMINATED
033900         GO TO 2000-READ
034000     END-IF.
034100     PERFORM 3500-MEASURE-LOAN THRU 3500-EXIT.
034200*    TERMINATION FIRST -- THE MIDPOINT, THEN 78 PCT, BOTH ONLY
034300*    ON A CURRENT LOAN.  A LOAN THAT HAS REACHED EITHER BUT IS
034400*    PAST DUE IS LISTED AND TERMINATES THE MONTH IT CURES.
034500     IF  WS-AT-MIDPOINT
034600     OR  WS-ORIG-LTV NOT > 78
034700         IF  WS-LOAN-CURRENT
034800             IF  WS-AT-MIDPOINT
034900                 MOVE 'M' TO WS-TERM-REASON
035000             ELSE
035100                 MOVE 'A' TO WS-TERM-REASON
035200             END-IF
035300             PERFORM 4000-TERMINATE THRU 4000-EXIT
035400             GO TO 2000-READ
035500         END-IF
035600         ADD 1 TO WS-TOTAL-NOT-CURRENT
035700         MOVE 'DUE-NOTCUR' TO DL-ACTION
035800         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
035900     END-IF.
036000     IF  PMIT-REQ-PENDING
036100         PERFORM 4500-JUDGE-REQUEST THRU 4500-EXIT
036200         GO TO 2000-READ
036300     END-IF.
036400     IF  WS-ORIG-LTV NOT > 80
036500     AND PMIT-STAGE-NONE
036600         PERFORM 5000-NOTICE-80 THRU 5000-EXIT
036700     END-IF.
036800     PERFORM 3900-SAVE-TRACKING THRU 3900-EXIT.
036900 2000-READ.
037000     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
037100 2000-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400 2100-READ-LOAN.
037500     READ LOANIN-FILE
037600         AT END
037700             SET WS-EOF-YES TO TRUE
037800     END-READ.
037900     IF  WS-LOAN-STATUS NOT = '00'
038000     AND WS-LOAN-STATUS NOT = '10'
038100         DISPLAY 'MLB509 - LOANIN I/O ERROR, STATUS '
038200             WS-LOAN-STATUS
038300         MOVE 16 TO RETURN-CODE
038400         GOBACK
038500     END-IF.
038600 2100-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 3000-LOAD-TRACKING.
039000*    A LOAN SEEN FOR THE FIRST TIME -- OR ONE WHOSE ROW CAME IN
039100*    WITH A REQUEST -- HAS ITS ORIGINAL VALUE SEEDED FROM THE
039200*    NOTE AMOUNT AT THE ASSUMED ORIGINATION LTV.
039300     MOVE LOAN-BANK-NBR TO PMIT-BANK-NBR.
039400     MOVE LOAN-ACCT-NBR TO PMIT-LOAN-NBR.
039500     EXEC SQL
039600         SELECT PMIT_ORIG_VALUE, PMIT_STAGE, PMIT_STAGE_DATE,
039700                PMIT_LAST_LTV, PMIT_MIDPOINT_IND,
039800                PMIT_REQ_STATUS, PMIT_REQ_DATE
039900           INTO :PMIT-ORIG-VALUE, :PMIT-STAGE,
040000                :PMIT-STAGE-DATE, :PMIT-LAST-LTV,
040100                :PMIT-MIDPOINT-IND, :PMIT-REQ-STATUS,
040200                :PMIT-REQ-DATE
040300           FROM ML.PMITRK
040400          WHERE PMIT_BANK_NBR = :PMIT-BANK-NBR
040500            AND PMIT_LOAN_NBR = :PMIT-LOAN-NBR
040600     END-EXEC.
040700     IF  SQLCODE = +100
040800         MOVE ZERO         TO PMIT-ORIG-VALUE PMIT-LAST-LTV
040900         MOVE SPACE        TO PMIT-STAGE PMIT-REQ-STATUS
041000         MOVE '0001-01-01' TO PMIT-STAGE-DATE PMIT-REQ-DATE
041100         MOVE 'N'          TO PMIT-MIDPOINT-IND
041200         PERFORM 3100-SEED-VALUE THRU 3100-EXIT
041300         EXEC SQL
041400             INSERT INTO ML.PMITRK
041500                    (PMIT_BANK_NBR, PMIT_LOAN_NBR,
041600                     PMIT_ORIG_VALUE, PMIT_STAGE,
041700                     PMIT_STAGE_DATE, PMIT_LAST_LTV,
041800                     PMIT_MIDPOINT_IND, PMIT_REQ_STATUS,
041900                     PMIT_REQ_DATE)
042000             VALUES (:PMIT-BANK-NBR, :PMIT-LOAN-NBR,
042100                     :PMIT-ORIG-VALUE, ' ', '0001-01-01', 0,
042200                     'N', ' ', '0001-01-01')
042300         END-EXEC
042400         GO TO 3000-EXIT
042500     END-IF.
042600     IF  PMIT-ORIG-VALUE NOT > ZERO
042700         PERFORM 3100-SEED-VALUE THRU 3100-EXIT
042800     END-IF.
042900 3000-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200 3100-SEED-VALUE.
043300     IF  MLB509-ORIG-LTV-PCT > ZERO
043400         COMPUTE PMIT-ORIG-VALUE ROUNDED =
043500             ML02003-ORIG-NOTE-AMT * 100 / MLB509-ORIG-LTV-PCT
043600     ELSE
043700         MOVE ML02003-ORIG-NOTE-AMT TO PMIT-ORIG-VALUE
043800     END-IF.
043900 3100-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200 3500-MEASURE-LOAN.
044300*    LTV AGAINST ORIGINAL VALUE DRIVES THE 80 AND 78 PCT MARKS;
044400*    A BORROWER REQUEST IS MEASURED AGAINST THE CURRENT
044500*    APPRAISAL OR BPO WHEN THE SERVICER HAS ONE.  CURRENT MEANS
044600*    NO DAYS DELINQUENT.
044700     MOVE 999.99 TO WS-ORIG-LTV.
044800     IF  PMIT-ORIG-VALUE > ZERO
044900         COMPUTE WS-ORIG-LTV ROUNDED =
045000             ML02003-PRIN-BALANCE * 100 / PMIT-ORIG-VALUE
045100             ON SIZE ERROR
045200                 MOVE 999.99 TO WS-ORIG-LTV
045300         END-COMPUTE
045400     END-IF.
045500     IF  ML02003-CURR-APPR-BPO-AMT > ZERO
045600         MOVE ML02003-CURR-APPR-BPO-AMT TO WS-REQ-VALUE
045700     ELSE
045800         MOVE PMIT-ORIG-VALUE TO WS-REQ-VALUE
045900     END-IF.
046000     MOVE 999.99 TO WS-REQ-LTV.
046100     IF  WS-REQ-VALUE > ZERO
046200         COMPUTE WS-REQ-LTV ROUNDED =
046300             ML02003-PRIN-BALANCE * 100 / WS-REQ-VALUE
046400             ON SIZE ERROR
046500                 MOVE 999.99 TO WS-REQ-LTV
046600         END-COMPUTE
046700     END-IF.
046800     MOVE WS-ORIG-LTV TO PMIT-LAST-LTV.
046900     IF  ML02003-DELINQUENT-DAYS = ZERO
047000         MOVE 'Y' TO WS-CURRENT-SW
047100     ELSE
047200         MOVE 'N' TO WS-CURRENT-SW
047300     END-IF.
047400*    THE MIDPOINT IS HALF THE AMORTIZATION TERM (MONTHS) FROM
047500*    THE NOTE DATE.  A LOAN FIRST FOUND PAST IT IS FLAGGED ON
047600*    THE REPORT ONCE.
047700     MOVE 'N' TO WS-MIDPOINT-SW.
047800     IF  ML02003-ORIG-NOTE-DATE = SPACES
047900     OR  ML02003-LOAN-TERM NOT > ZERO
048000         GO TO 3500-EXIT
048100     END-IF.
048200     EXEC SQL
048300         SET :WS-MONTHS-ELAPSED =
048400             (YEAR(CURRENT DATE)
048500              - YEAR(DATE(:ML02003-ORIG-NOTE-DATE))) * 12
048600             + MONTH(CURRENT DATE)
048700             - MONTH(DATE(:ML02003-ORIG-NOTE-DATE))
048800     END-EXEC.
048900     IF  SQLCODE NOT = ZERO
049000         GO TO 3500-EXIT
049100     END-IF.
049200     IF  WS-MONTHS-ELAPSED * 2 >= ML02003-LOAN-TERM
049300         MOVE 'Y' TO WS-MIDPOINT-SW
049400         IF  NOT PMIT-PAST-MIDPOINT
049500             MOVE 'Y' TO PMIT-MIDPOINT-IND
049600             ADD 1 TO WS-TOTAL-MIDPOINT
049700             MOVE 'MIDPOINT  ' TO DL-ACTION
049800             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
049900         END-IF
050000     END-IF.
050100 3500-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 3900-SAVE-TRACKING.
050500     EXEC SQL
050600         UPDATE ML.PMITRK
050700            SET PMIT_ORIG_VALUE   = :PMIT-ORIG-VALUE,
050800                PMIT_STAGE        = :PMIT-STAGE,
050900                PMIT_STAGE_DATE   = :PMIT-STAGE-DATE,
051000                PMIT_LAST_LTV     = :PMIT-LAST-LTV,
051100                PMIT_MIDPOINT_IND = :PMIT-MIDPOINT-IND,
051200                PMIT_REQ_STATUS   = :PMIT-REQ-STATUS
051300          WHERE PMIT_BANK_NBR = :PMIT-BANK-NBR
051400            AND PMIT_LOAN_NBR = :PMIT-LOAN-NBR
051500     END-EXEC.
051600     IF  SQLCODE NOT = ZERO
051700         DISPLAY 'MLB509 - ML.PMITRK UPDATE FAILED, LOAN '
051800             LOAN-BANK-NBR ' ' LOAN-ACCT-NBR
051900         MOVE 4 TO RETURN-CODE
052000     END-IF.
052100 3900-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400 4000-TERMINATE.
052500*    THE SERVICER STOPS BILLING AND CANCELS THE CERTIFICATE ON
052600*    THE INSTRUCTION; THE BORROWER IS TOLD THE PMI HAS ENDED.
052700     MOVE SPACES                TO PMITERM-RECORD.
052800     MOVE LOAN-BANK-NBR         TO PT-BANK-NBR.
052900     MOVE LOAN-ACCT-NBR         TO PT-LOAN-NBR.
053000     MOVE WS-TERM-REASON        TO PT-REASON.
053100     MOVE WS-TODAY              TO PT-EFFECT-DATE.
053200     MOVE ML02003-FHAVA-PMI-NBR-ALPHA TO PT-PMI-CERT-ALPHA.
053300     MOVE ML02003-FHAVA-PMI-NBR TO PT-PMI-CERT-NBR.
053400     MOVE ML02003-PRIN-BALANCE  TO PT-PRIN-BALANCE.
053500     IF  WS-TERM-REASON = 'R'
053600         MOVE WS-REQ-LTV        TO PT-LTV
053700         MOVE WS-REQ-VALUE      TO PT-VALUE-BASIS
053800     ELSE
053900         MOVE WS-ORIG-LTV       TO PT-LTV
054000         MOVE PMIT-ORIG-VALUE   TO PT-VALUE-BASIS
054100     END-IF.
054200     WRITE PMITERM-RECORD.
054300     ADD 1 TO WS-TOTAL-TERMINATED.
054400     EVALUATE WS-TERM-REASON
054500         WHEN 'M'
054600             MOVE 'M'          TO PMIT-STAGE
054700             MOVE 'TERM-MID  ' TO DL-ACTION
054800             MOVE 'PMITRM01'   TO WS-FORM-ID
054900         WHEN 'R'
055000             MOVE 'C'          TO PMIT-STAGE
055100             MOVE 'G'          TO PMIT-REQ-STATUS
055200             MOVE 'REQ-GRANT ' TO DL-ACTION
055300             MOVE 'PMICAN01'   TO WS-FORM-ID
055400         WHEN OTHER
055500             MOVE '7'          TO PMIT-STAGE
055600             MOVE 'TERM-78   ' TO DL-ACTION
055700             MOVE 'PMITRM01'   TO WS-FORM-ID
055800     END-EVALUATE.
055900     IF  PMIT-REQ-PENDING
056000         MOVE 'G' TO PMIT-REQ-STATUS
056100     END-IF.
056200     MOVE WS-TODAY TO PMIT-STAGE-DATE.
056300     MOVE 'PRIVATE MORTGAGE INSURANCE TERMINATED'
056400                                TO WS-SUBJECT.
056500     PERFORM 7000-SEND-NOTICE THRU 7000-EXIT.
056600     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
056700     PERFORM 3900-SAVE-TRACKING THRU 3900-EXIT.
056800 4000-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100 4500-JUDGE-REQUEST.
057200*    THE BORROWER MAY CANCEL AT 80 PCT WHEN CURRENT.  A REQUEST
057300*    THAT FAILS IS ANSWERED WITH A DENIAL AND CLOSED -- THE
057400*    BORROWER ASKS AGAIN.
057500     IF  WS-REQ-LTV NOT > 80
057600     AND WS-LOAN-CURRENT
057700         ADD 1 TO WS-TOTAL-GRANTED
057800         MOVE 'R' TO WS-TERM-REASON
057900         PERFORM 4000-TERMINATE THRU 4000-EXIT
058000         GO TO 4500-EXIT
058100     END-IF.
058200     ADD 1 TO WS-TOTAL-DENIED.
058300     MOVE 'D'          TO PMIT-REQ-STATUS.
058400     MOVE 'REQ-DENY  ' TO DL-ACTION.
058500     MOVE 'PMIDNY01'   TO WS-FORM-ID.
058600     MOVE 'PMI CANCELLATION REQUEST' TO WS-SUBJECT.
058700     PERFORM 7000-SEND-NOTICE THRU 7000-EXIT.
058800     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
058900     PERFORM 3900-SAVE-TRACKING THRU 3900-EXIT.
059000 4500-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300 5000-NOTICE-80.
059400*    THE BORROWER'S RIGHT TO ASK FOR CANCELLATION, ONCE.
059500     ADD 1 TO WS-TOTAL-80.
059600     MOVE '8'          TO PMIT-STAGE.
059700     MOVE WS-TODAY     TO PMIT-STAGE-DATE.
059800     MOVE 'REACHED-80' TO DL-ACTION.
059900     MOVE 'PMI80N01'   TO WS-FORM-ID.
060000     MOVE 'YOUR RIGHT TO CANCEL PMI' TO WS-SUBJECT.
060100     PERFORM 7000-SEND-NOTICE THRU 7000-EXIT.
060200     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
060300 5000-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600 6000-WRITE-DETAIL.
060700     MOVE LOAN-BANK-NBR        TO DL-BANK-NBR.
060800     MOVE LOAN-ACCT-NBR        TO DL-LOAN-NBR.
060900     MOVE WS-ORIG-LTV          TO DL-ORIG-LTV.
061000     MOVE WS-REQ-LTV           TO DL-REQ-LTV.
061100     MOVE ML02003-PRIN-BALANCE TO DL-BALANCE.
061200     MOVE PMIT-ORIG-VALUE      TO DL-ORIG-VALUE.
061300     IF  WS-AT-MIDPOINT
061400         MOVE 'Y' TO DL-MIDPOINT
061500     ELSE
061600         MOVE SPACE TO DL-MIDPOINT
061700     END-IF.
061800     MOVE WS-DETAIL-LINE TO RPT667-RECORD.
061900     WRITE RPT667-RECORD.
062000 6000-EXIT.
062100     EXIT.
062200*----------------------------------------------------------------
062300 7000-SEND-NOTICE.
062400     IF  WS-TERM-REASON = 'R'
062500     OR  PMIT-REQ-DENIED
062600         MOVE WS-REQ-LTV    TO ND-LTV
062700         MOVE WS-REQ-VALUE  TO ND-VALUE
062800     ELSE
062900         MOVE WS-ORIG-LTV   TO ND-LTV
063000         MOVE PMIT-ORIG-VALUE TO ND-VALUE
063100     END-IF.
063200     MOVE ML02003-PRIN-BALANCE TO ND-BALANCE.
063300     MOVE 'MLB509'           TO EDOC050-SOURCE-PROG.
063400     MOVE ZERO               TO EDOC050-USER-ID.
063500     MOVE LOAN-BANK-NBR      TO EDOC050-ACCT-BANK-NBR.
063600     MOVE 'ML  '             TO EDOC050-ACCT-FILE-ID.
063700     MOVE SPACES             TO EDOC050-ACCT-KEY.
063800     MOVE LOAN-ACCT-NBR      TO EDOC050-ACCT-KEY (16:10).
063900     MOVE WS-FORM-ID         TO EDOC050-FORM-ID.
064000     MOVE MLB509-DEL-METHOD  TO EDOC050-DEL-METHOD (1).
064100     MOVE WS-SUBJECT         TO EDOC050-DEL-SUBJECT (1).
064200     MOVE WS-NOTICE-DETAIL   TO EDOC050-DEL-INST (1).
064300     MOVE SPACE              TO EDOC050-DEL-DATA (1).
064400     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
064500     CALL 'EDOC050' USING EDOC050-PARAMETERS.
064510     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
064600 7000-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900 7500-RESOLVE-DELIVERY.
065000*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
065100*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD.
065200     SET EDOCU051-FUNC-RESOLVE TO TRUE.
065300     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
065400     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
065500     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
065600     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
065700     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
065800     IF  EDOCU051-VALID
065900         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
066000         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
066100     END-IF.
066200 7500-EXIT.
066300     EXIT.
066304*----------------------------------------------------------------
066308 7550-ARCHIVE-PIECE.
066312*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
066316*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
066320*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
066324     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
066328     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
066332     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
066336     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
066340     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
066344     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
066348     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
066352     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
066356     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
066360     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
066364     IF  NOT EDOCU053-VALID
066368         DISPLAY 'MLB509 - ' EDOCU053-ERROR-TEXT
066372     END-IF.
066376 7550-EXIT.
066380     EXIT.
066400*----------------------------------------------------------------
066500 8000-FINALIZE.
066600     MOVE WS-TOTAL-READ TO TL-READ.
066700     MOVE WS-TOTAL-LINE-1 TO RPT667-RECORD.
066800     WRITE RPT667-RECORD.
066900     MOVE WS-TOTAL-PMI TO TL-PMI.
067000     MOVE WS-TOTAL-LINE-2 TO RPT667-RECORD.
067100     WRITE RPT667-RECORD.
067200     MOVE WS-TOTAL-80 TO TL-80.
067300     MOVE WS-TOTAL-LINE-3 TO RPT667-RECORD.
067400     WRITE RPT667-RECORD.
067500     MOVE WS-TOTAL-TERMINATED TO TL-TERMINATED.
067600     MOVE WS-TOTAL-LINE-4 TO RPT667-RECORD.
067700     WRITE RPT667-RECORD.
067800     MOVE WS-TOTAL-REQUESTS TO TL-REQUESTS.
067900     MOVE WS-TOTAL-LINE-5 TO RPT667-RECORD.
068000     WRITE RPT667-RECORD.
068100     MOVE WS-TOTAL-GRANTED TO TL-GRANTED.
068200     MOVE WS-TOTAL-LINE-6 TO RPT667-RECORD.
068300     WRITE RPT667-RECORD.
068400     MOVE WS-TOTAL-DENIED TO TL-DENIED.
068500     MOVE WS-TOTAL-LINE-7 TO RPT667-RECORD.
068600     WRITE RPT667-RECORD.
068700     MOVE WS-TOTAL-NOT-CURRENT TO TL-NOT-CURRENT.
068800     MOVE WS-TOTAL-LINE-8 TO RPT667-RECORD.
068900     WRITE RPT667-RECORD.
069000     MOVE WS-TOTAL-MIDPOINT TO TL-MIDPOINT.
069100     MOVE WS-TOTAL-LINE-9 TO RPT667-RECORD.
069200     WRITE RPT667-RECORD.
069300     MOVE WS-TOTAL-FETCH-ERR TO TL-FETCH-ERR.
069400     MOVE WS-TOTAL-LINE-10 TO RPT667-RECORD.
069500     WRITE RPT667-RECORD.
069600     CLOSE LOANIN-FILE.
069700     CLOSE PMITERM-FILE.
069800     CLOSE RPT667-FILE.
069900 8000-EXIT.
070000     EXIT.
