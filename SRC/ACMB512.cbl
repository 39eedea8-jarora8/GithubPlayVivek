002000*                      AGING REPORT WITH ITS DAYS OPEN AND THE   *
002100*                      45/90-DAY FLAGS THE EXAMINERS ASK FOR.    *
002200*                                                                *
002210*   10/15/2026 RM     POSTING THE PROVISIONAL CREDIT NOW ALSO    *
002220*                      SPOOLS THE REG E PROVISIONAL-CREDIT       *
002230*                      NOTICE (FORM REGEPROV) TO NTCREQ FOR      *
002240*                      EDOCB501, WITH THE CUSTOMER'S STORED      *
002250*                      DELIVERY PREFERENCE (EDOCU051).  REG E    *
002260*                      WANTS IT WITHIN TWO BUSINESS DAYS OF THE  *
002270*                      CREDIT; EDOCB505 PROVES IT WENT.          *
002280*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
002910     SELECT NTCREQ-FILE ASSIGN TO NTCREQ
002920         ORGANIZATION IS SEQUENTIAL.
003000     SELECT RPT573-FILE ASSIGN TO RPT573
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003310 FD  NTCREQ-FILE
003320     RECORDING MODE F.
003330 01  NTCREQ-RECORD.
003340     COPY EDOCNREQ.
003400 FD  RPT573-FILE
003500     RECORDING MODE F.
003600 01  RPT573-RECORD               PIC X(132).
004900     05  WS-TOTAL-PROV            PIC S9(7)   COMP  VALUE ZERO.
005000     05  WS-TOTAL-OVER-45         PIC S9(7)   COMP  VALUE ZERO.
005100     05  WS-TOTAL-OVER-90         PIC S9(7)   COMP  VALUE ZERO.
005110     05  WS-TOTAL-NOTICES         PIC S9(7)   COMP  VALUE ZERO.
005120 01  WS-ACCT-KEY-WORK.
005130     05  FILLER                   PIC X(16)   VALUE SPACES.
005140     05  WS-ACCT-KEY-NBR          PIC 9(09).
005150 01  WS-NOTICE-INST.
005160     05  FILLER       PIC X(06) VALUE 'CASE #'.
005170     05  NI-CASE-NBR              PIC 9(09).
005180     05  FILLER       PIC X(09) VALUE '  CREDIT '.
005190     05  NI-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
005191     05  FILLER       PIC X(09) VALUE '  POSTED '.
005192     05  NI-POST-DATE             PIC X(10).
005193     05  FILLER                   PIC X(23)   VALUE SPACE.
005200*----------------------------------------------------------------
005300     COPY ACMDISP.
005400*----------------------------------------------------------------
005500     COPY ADMU503P.
005510*----------------------------------------------------------------
005520     COPY EMPWORK.
005530*----------------------------------------------------------------
005540     COPY EDOCU51P.
005600*----------------------------------------------------------------
005700 01  WS-HEADING-1.
005800     05  FILLER  PIC X(132) VALUE
008900     05  FILLER       PIC X(19) VALUE 'OVER 90 DAYS     - '.
009000     05  TL-OVER-90               PIC ZZZ,ZZ9.
009100     05  FILLER                   PIC X(106)  VALUE SPACE.
009110 01  WS-TOTAL-LINE-5.
009120     05  FILLER       PIC X(19) VALUE 'NOTICES SPOOLED  - '.
009130     05  TL-NOTICES               PIC ZZZ,ZZ9.
009140     05  FILLER                   PIC X(106)  VALUE SPACE.
009200*----------------------------------------------------------------
009300 LINKAGE SECTION.
009400 01  ACMB512-PARM.
009500*    THE PEND CODING FOR PROVISIONAL CREDITS THIS RUN POSTS.
009600     05  ACMB512-PEND-TX-CODE      PIC 9(03).
009700     05  ACMB512-PEND-BATCH-NBR    PIC 9(05).
009710*    THE DEFAULT DELIVERY METHOD FOR THE PROVISIONAL-CREDIT
009720*    NOTICE WHEN THE CUSTOMER HAS NO STORED PREFERENCE, AND THE
009730*    FILE-ID THE DISPUTED ACCOUNTS RESOLVE UNDER IN CIF.
009740     05  ACMB512-DEL-METHOD        PIC 9(03).
009750     05  ACMB512-FILE-ID           PIC X(04).
009800*----------------------------------------------------------------
009900 PROCEDURE DIVISION USING ACMB512-PARM.
010000*
010700*----------------------------------------------------------------
010800 1000-INITIALIZE.
010900     OPEN OUTPUT RPT573-FILE.
010910     OPEN OUTPUT NTCREQ-FILE.
011000     MOVE WS-HEADING-1 TO RPT573-RECORD.
011100     WRITE RPT573-RECORD.
011200     MOVE WS-HEADING-2 TO RPT573-RECORD.
021400                DSP_PROV_CR_DATE = CURRENT DATE
021500          WHERE DSP_CASE_NBR = :DSP-CASE-NBR
021600     END-EXEC.
021700     IF  SQLCODE NOT = ZERO
021710         DISPLAY 'ACMB512 - CASE STATUS UPDATE FAILED, CASE '
021720             DSP-CASE-NBR ' SQLCODE ' SQLCODE
021730         GO TO 3000-EXIT
021740     END-IF.
021800     ADD 1 TO WS-TOTAL-PROV.
021900     MOVE 'P' TO DSP-STATUS.
021910     PERFORM 3100-BUILD-NOTICE THRU 3100-EXIT.
021920     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
021930     PERFORM 7700-SPOOL-REQUEST THRU 7700-EXIT.
021940     ADD 1 TO WS-TOTAL-NOTICES.
022100 3000-EXIT.
022200     EXIT.
022204*----------------------------------------------------------------
022208 3100-BUILD-NOTICE.
022212*    THE PROVISIONAL-CREDIT NOTICE REG E REQUIRES -- THE CASE,
022216*    THE AMOUNT CREDITED, AND THE DATE IT POSTED.
022220     MOVE 'ACMB512'           TO EDOC050-SOURCE-PROG.
022224     MOVE ZERO                TO EDOC050-USER-ID.
022228     MOVE DSP-BANK-NBR        TO EDOC050-ACCT-BANK-NBR.
022232     MOVE ACMB512-FILE-ID     TO EDOC050-ACCT-FILE-ID.
022236     MOVE SPACES              TO WS-ACCT-KEY-WORK.
022240     MOVE DSP-ACCT-NBR        TO WS-ACCT-KEY-NBR.
022244     MOVE WS-ACCT-KEY-WORK    TO EDOC050-ACCT-KEY.
022248     MOVE 'REGEPROV'          TO EDOC050-FORM-ID.
022252     MOVE ACMB512-DEL-METHOD  TO EDOC050-DEL-METHOD (1).
022256     MOVE 'PROVISIONAL CREDIT TO YOUR ACCOUNT'
022260       TO EDOC050-DEL-SUBJECT (1).
022264     MOVE DSP-CASE-NBR        TO NI-CASE-NBR.
022268     MOVE DSP-TX-AMOUNT       TO NI-AMOUNT.
022272     MOVE WS-TODAY-ISO        TO NI-POST-DATE.
022276     MOVE WS-NOTICE-INST      TO EDOC050-DEL-INST (1).
022280 3100-EXIT.
022284     EXIT.
022300*----------------------------------------------------------------
022400 8000-FINALIZE.
022500     MOVE WS-TOTAL-CASES TO TL-CASES.
023400     MOVE WS-TOTAL-OVER-90 TO TL-OVER-90.
023500     MOVE WS-TOTAL-LINE-4 TO RPT573-RECORD.
023600     WRITE RPT573-RECORD.
023610     MOVE WS-TOTAL-NOTICES TO TL-NOTICES.
023620     MOVE WS-TOTAL-LINE-5 TO RPT573-RECORD.
023630     WRITE RPT573-RECORD.
023700     EXEC SQL
023800         CLOSE CSR573
023900     END-EXEC.
024000     CLOSE NTCREQ-FILE.
024010     CLOSE RPT573-FILE.
024100 8000-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------
024400 7500-RESOLVE-DELIVERY.
024500*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
024600*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD AND
024700*    SUPPLIES THE SECURE-LINK URL OR PUSH TOKEN WHEN THE
024800*    PREFERENCE CALLS FOR ONE OF THOSE CHANNELS.
024900     SET EDOCU051-FUNC-RESOLVE TO TRUE.
025000     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
025100     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
025200     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
025300     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
025400     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
025500     IF  EDOCU051-VALID
025600         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
025700         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
025800     END-IF.
025900 7500-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200 7700-SPOOL-REQUEST.
026300*    THE REQUEST GOES TO THE NTCREQ SPOOL FOR EDOCB501 TO POOL,
026400*    COMBINE PER CUSTOMER, DELIVER, AND ARCHIVE.
026500     MOVE EDOC050-SOURCE-PROG     TO REQ-SOURCE-PROG.
026600     MOVE EDOC050-ACCT-BANK-NBR   TO REQ-BANK-NBR.
026700     MOVE EDOC050-ACCT-FILE-ID    TO REQ-FILE-ID.
026800     MOVE EDOC050-ACCT-KEY        TO REQ-FILE-KEY.
026900     MOVE EDOC050-FORM-ID         TO REQ-FORM-ID.
027000     MOVE EDOC050-DEL-METHOD (1)  TO REQ-DEL-METHOD.
027100     MOVE EDOC050-DEL-SUBJECT (1) TO REQ-SUBJECT.
027200     MOVE EDOC050-DEL-INST (1)    TO REQ-DEL-INST.
027300     WRITE NTCREQ-RECORD.
027400 7700-EXIT.
027500     EXIT.
